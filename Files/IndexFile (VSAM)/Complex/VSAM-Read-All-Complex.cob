      *DESC    : Read all records from indexed file (vsam)             *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2025-05-10                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Each record is formatted field by field from its      *
      *        : DATA-TYPE's entry in the VSAMDICT.DAT record          *
      *        : dictionary (VSAM-Dict-Maint); a type with no entry is *
      *        : shown as the first 80 bytes of its body.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Read-All-Complex.
            RECORD KEY IS KEY-NUM
            alternate record key is KEY-NAME
            FILE STATUS IS WS-FILE-STATUS.
        SELECT OPTIONAL DICT-FILE ASSIGN TO "VSAMDICT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS DICT-TYPE
            FILE STATUS IS WS-DICT-STATUS.

      *    access mode is dynamic
      *    record key is keyfield of indexing-record
          05 DATA-TYPE3    PIC 9.
          05 DATA-Content3 PIC X(200).

      *SAME LAYOUT VSAM-Dict-Maint MAINTAINS
       FD DICT-FILE.
       01 DICT-RECORD.
          05 DICT-TYPE    PIC 9(01).
          05 DICT-REST    PIC X(256).

       WORKING-STORAGE SECTION.
       01 ws-record-count       pic 999 comp-x.
       01 WS-FILE-STATUS        PIC X(2).
          05 FILLER         PIC X(9) VALUE "] Value=[".
          05 WS-DATA-FIELD2 PIC X(80).
          05 FILLER         PIC X(1) VALUE "]".
       01 WS-DICT-STATUS        PIC X(2).
       01 WS-DICT-EOF           PIC X VALUE "N".
       01 WS-DICT-COUNT         PIC 9(02) VALUE ZERO.
      *
      *RECORD DICTIONARY IN STORAGE - ENTRY N DESCRIBES DATA-TYPE N-1
       01 WS-DICT-TABLE.
          05 WS-DICT-ENTRY OCCURS 10 TIMES.
             10 WS-DE-DEFINED         PIC X(01).
             10 WS-DE-BODY.
                15 WS-DE-TYPE         PIC 9(01).
                15 WS-DE-NAME         PIC X(20).
                15 WS-DE-MIN-LEN      PIC 9(03).
                15 WS-DE-MAX-LEN      PIC 9(03).
                15 WS-DE-FIELD-COUNT  PIC 9(02).
                15 WS-DE-FIELD OCCURS 12 TIMES.
                   20 WS-DE-F-NAME    PIC X(12).
                   20 WS-DE-F-POS     PIC 9(03).
                   20 WS-DE-F-LEN     PIC 9(03).
                   20 WS-DE-F-KIND    PIC X(01).
       01 WS-D                  PIC 9(02) VALUE ZERO.
       01 WS-F                  PIC 9(02) VALUE ZERO.
       01 WS-F-LEN              PIC 9(03) VALUE ZERO.
       01 WS-F-END              PIC 9(03) VALUE ZERO.
       01 WS-MSG-TYPE3.
          05 FILLER         PIC X(13) VALUE "Record, Key=[".
          05 WS-KEY-FIELD3  PIC X(10).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-DICT.
           IF WS-DICT-COUNT = ZERO
              DISPLAY "VSAMDICT.DAT MISSING OR EMPTY - BODIES SHOWN RAW"
           END-IF.
           OPEN Input VSAM-FILE
		   DISPLAY "FILE STATUS=" WS-FILE-STATUS.

               AT END MOVE "Y" TO WS-EOF
           END-READ.

           IF WS-EOF = "N"
               PERFORM SHOW-RECORD
           END-IF.
      *
      *THE DICTIONARY ENTRY OF THE DATA-TYPE NAMES EACH FIELD; A
      *FIELD CUT BY THE STORED LENGTH SHOWS WHAT IS THERE, ONE WHOLLY
      *BEYOND IT IS LEFT OUT
       SHOW-RECORD.
           MOVE ZERO TO WS-D.
           IF DATA-TYPE IS NUMERIC
               COMPUTE WS-D = DATA-TYPE + 1
           END-IF.
           IF WS-D = ZERO
               MOVE KEY-NUM TO WS-KEY-FIELD2
               MOVE DATA-Content(1:80) TO WS-DATA-FIELD2
               DISPLAY WS-MSG-TYPE2
               EXIT PARAGRAPH
           END-IF.
           IF WS-DE-DEFINED(WS-D) NOT = "Y"
               MOVE KEY-NUM TO WS-KEY-FIELD2
               MOVE DATA-Content(1:80) TO WS-DATA-FIELD2
               DISPLAY WS-MSG-TYPE2
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Record, Key=[" KEY-NUM "] Name=[" KEY-NAME
                   "] Type=" DATA-TYPE " " WS-DE-NAME(WS-D).
           PERFORM SHOW-FIELD
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-DE-FIELD-COUNT(WS-D).

       SHOW-FIELD.
           IF WS-DE-F-POS(WS-D, WS-F) > ws-record-count
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DE-F-LEN(WS-D, WS-F) TO WS-F-LEN.
           COMPUTE WS-F-END = WS-DE-F-POS(WS-D, WS-F) + WS-F-LEN - 1.
           IF WS-F-END > ws-record-count
               COMPUTE WS-F-LEN = ws-record-count
                                - WS-DE-F-POS(WS-D, WS-F) + 1
           END-IF.
           DISPLAY "    " WS-DE-F-NAME(WS-D, WS-F) "=["
                   VSAM-RECORD(WS-DE-F-POS(WS-D, WS-F):WS-F-LEN) "]".

      *VSAMDICT.DAT INTO THE TABLE - WS-DICT-COUNT STAYS ZERO WHEN
      *THERE IS NO DICTIONARY
       LOAD-DICT.
           INITIALIZE WS-DICT-TABLE.
           OPEN INPUT DICT-FILE.
           IF WS-DICT-STATUS = "00"
              PERFORM UNTIL WS-DICT-EOF = "Y"
                  READ DICT-FILE NEXT RECORD
                      AT END
                          MOVE "Y" TO WS-DICT-EOF
                      NOT AT END
                          COMPUTE WS-D = DICT-TYPE + 1
                          MOVE "Y" TO WS-DE-DEFINED(WS-D)
                          MOVE DICT-RECORD TO WS-DE-BODY(WS-D)
                          ADD 1 TO WS-DICT-COUNT
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE DICT-FILE.
