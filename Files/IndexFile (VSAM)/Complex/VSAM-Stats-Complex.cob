      *        : straight off the history file.                        *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-23                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Pass 1 reads in KEY-NUM1 order for the per-type       *
      *        : figures; pass 2 reads in KEY-NAME1 order to count     *
      *        : the alternate-key duplicate groups.                   *
      *        : Types are named, and their fields profiled (blank     *
      *        : and absent counts, records outside the length range), *
      *        : from the VSAMDICT.DAT record dictionary kept by       *
      *        : VSAM-Dict-Maint. VSAMSTAT.HIS keeps its columns:      *
      *        : types 1-3 and every other type under OTHER.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Stats-Complex.
            ALTERNATE RECORD KEY IS KEY-NAME1
                WITH DUPLICATES
            FILE STATUS IS WS-FILE-STATUS.
       SELECT OPTIONAL DICT-FILE ASSIGN TO "VSAMDICT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS DICT-TYPE
            FILE STATUS IS WS-DICT-STATUS.
       SELECT OPTIONAL HIST-FILE ASSIGN TO "VSAMSTAT.HIS"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.
           05 DATA-TYPE1    PIC 9.
           05 DATA-REST     PIC X(200).

      *SAME LAYOUT VSAM-Dict-Maint MAINTAINS
       FD  DICT-FILE.
       01  DICT-RECORD.
           05 DICT-TYPE         PIC 9(01).
           05 DICT-REST         PIC X(256).

       FD  HIST-FILE.
       01  HIST-RECORD      PIC X(132).
      *
       01 WS-RUN-DATE           PIC 9(08).
       01 WS-RUN-TIME           PIC 9(06).
      *
      *PER-TYPE COUNTERS - SLOT N IS DATA-TYPE N-1, SLOT 11 COLLECTS
      *A DATA-TYPE BYTE THAT IS NOT A DIGIT
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 11 TIMES.
             10 WS-TYPE-COUNT  PIC 9(09).
             10 WS-TYPE-BYTES  PIC 9(12).
             10 WS-TYPE-MIN    PIC 9(03).
             10 WS-TYPE-MAX    PIC 9(03).
             10 WS-TYPE-RANGE  PIC 9(09).
             10 WS-TYPE-FIELD OCCURS 12 TIMES.
                15 WS-TF-BLANK PIC 9(09).
                15 WS-TF-ABSENT PIC 9(09).
       01 WS-T                  PIC 9(02).
       01 WS-OTHER-COUNT        PIC 9(09) VALUE ZERO.
      *
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
       01 WS-F-END              PIC 9(03) VALUE ZERO.
       01 WS-TYPE-SHOW          PIC 9(01) VALUE ZERO.
      *
       01 WS-TOTAL-COUNT        PIC 9(09) VALUE ZERO.
       01 WS-TOTAL-BYTES        PIC 9(12) VALUE ZERO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-RUN-TIME.
           INITIALIZE WS-TYPE-TABLE.
           PERFORM LOAD-DICT.

           OPEN INPUT VSAM-FILE.
           IF WS-FILE-STATUS NOT = "00"
           END-READ.

       TALLY-RECORD.
           IF DATA-TYPE1 IS NUMERIC
              COMPUTE WS-T = DATA-TYPE1 + 1
           ELSE
              MOVE 11 TO WS-T
           END-IF.
           IF WS-TYPE-COUNT(WS-T) = ZERO
              OR ws-record-count < WS-TYPE-MIN(WS-T)
              MOVE ws-record-count TO WS-TYPE-MIN(WS-T)
           END-IF.
           IF ws-record-count > WS-TYPE-MAX(WS-T)
              MOVE ws-record-count TO WS-TYPE-MAX(WS-T)
           END-IF.
           ADD 1 TO WS-TYPE-COUNT(WS-T).
           ADD ws-record-count TO WS-TYPE-BYTES(WS-T).
           IF WS-T < 11
              IF WS-DE-DEFINED(WS-T) = "Y"
                 PERFORM PROFILE-RECORD
              END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-COUNT.
           ADD ws-record-count TO WS-TOTAL-BYTES.
           IF ws-record-count < WS-MIN-LEN
              MOVE KEY-NUM1 TO WS-HIGH-KEY
           END-IF.
      *
      *THE RECORD AGAINST ITS DICTIONARY ENTRY - LENGTH OUTSIDE THE
      *RANGE, AND PER FIELD WHETHER IT IS BLANK OR NOT STORED AT ALL
       PROFILE-RECORD.
           MOVE WS-T TO WS-D.
           IF ws-record-count < WS-DE-MIN-LEN(WS-D)
              OR ws-record-count > WS-DE-MAX-LEN(WS-D)
              ADD 1 TO WS-TYPE-RANGE(WS-T)
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-DE-FIELD-COUNT(WS-D)
               COMPUTE WS-F-END = WS-DE-F-POS(WS-D, WS-F)
                                + WS-DE-F-LEN(WS-D, WS-F) - 1
               IF WS-F-END > ws-record-count
                  ADD 1 TO WS-TF-ABSENT(WS-T, WS-F)
               ELSE
                  IF VSAM-RECORD(WS-DE-F-POS(WS-D, WS-F):
                                 WS-DE-F-LEN(WS-D, WS-F)) = SPACES
                     ADD 1 TO WS-TF-BLANK(WS-T, WS-F)
                  END-IF
               END-IF
           END-PERFORM.
      *
      *PASS 2 - ALTERNATE KEY ORDER: EQUAL KEY-NAME1 VALUES ARRIVE
      *CONSECUTIVELY, SO DUPLICATE GROUPS ARE COUNTED ON THE BREAK
       POSITION-BY-KEY-NAME.
           ELSE
              COMPUTE WS-AVG-LEN = WS-TOTAL-BYTES / WS-TOTAL-COUNT
           END-IF.
           IF WS-DICT-COUNT = ZERO
              DISPLAY " VSAMDICT.DAT MISSING OR EMPTY - TYPES UNNAMED"
           END-IF.
           PERFORM PRINT-TYPE
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 11.
           MOVE WS-TOTAL-COUNT TO WS-ED-COUNT.
           MOVE WS-TOTAL-BYTES TO WS-ED-BYTES.
           DISPLAY " TOTAL      : " WS-ED-COUNT
           MOVE WS-KEY-GAP TO WS-ED-KEY.
           DISPLAY " KEYS LEFT BEFORE 9(10)  : " WS-ED-KEY.
           DISPLAY "=============================================".
      *
      *ONE BLOCK PER TYPE PRESENT ON THE FILE OR IN THE DICTIONARY
       PRINT-TYPE.
           IF WS-T = 11
              IF WS-TYPE-COUNT(11) > ZERO
                 MOVE WS-TYPE-COUNT(11) TO WS-ED-COUNT
                 MOVE WS-TYPE-BYTES(11) TO WS-ED-BYTES
                 DISPLAY " NON-DIGIT TYPE: " WS-ED-COUNT
                         " RECORDS, " WS-ED-BYTES " BYTES"
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF WS-TYPE-COUNT(WS-T) = ZERO
              AND WS-DE-DEFINED(WS-T) NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TYPE-SHOW = WS-T - 1.
           MOVE WS-TYPE-COUNT(WS-T) TO WS-ED-COUNT.
           MOVE WS-TYPE-BYTES(WS-T) TO WS-ED-BYTES.
           IF WS-DE-DEFINED(WS-T) = "Y"
              DISPLAY " DATA-TYPE " WS-TYPE-SHOW " " WS-DE-NAME(WS-T)
           ELSE
              DISPLAY " DATA-TYPE " WS-TYPE-SHOW
                      " *** NOT IN THE DICTIONARY ***"
           END-IF.
           DISPLAY "   " WS-ED-COUNT " RECORDS, " WS-ED-BYTES " BYTES".
           IF WS-TYPE-COUNT(WS-T) = ZERO
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TYPE-MIN(WS-T) TO WS-ED-LEN.
           DISPLAY "   LENGTH " WS-ED-LEN WITH NO ADVANCING.
           MOVE WS-TYPE-MAX(WS-T) TO WS-ED-LEN.
           DISPLAY " TO " WS-ED-LEN.
           IF WS-DE-DEFINED(WS-T) NOT = "Y"
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TYPE-RANGE(WS-T) TO WS-ED-COUNT.
           DISPLAY "   OUTSIDE " WS-DE-MIN-LEN(WS-T) "-"
                   WS-DE-MAX-LEN(WS-T) ": " WS-ED-COUNT.
           MOVE WS-T TO WS-D.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-DE-FIELD-COUNT(WS-D)
               MOVE WS-TF-BLANK(WS-T, WS-F) TO WS-ED-COUNT
               DISPLAY "   " WS-DE-F-NAME(WS-D, WS-F) " BLANK "
                       WS-ED-COUNT WITH NO ADVANCING
               MOVE WS-TF-ABSENT(WS-T, WS-F) TO WS-ED-COUNT
               DISPLAY " ABSENT " WS-ED-COUNT
           END-PERFORM.
      *
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
      *
       APPEND-HISTORY.
      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE - STILL OPEN
              MOVE WS-RUN-TIME TO HL-TIME
              MOVE WS-TOTAL-COUNT TO HL-TOTAL
              MOVE WS-TOTAL-BYTES TO HL-BYTES
              MOVE WS-TYPE-COUNT(2) TO HL-COUNT-T1
              MOVE WS-TYPE-COUNT(3) TO HL-COUNT-T2
              MOVE WS-TYPE-COUNT(4) TO HL-COUNT-T3
              COMPUTE WS-OTHER-COUNT = WS-TOTAL-COUNT
                  - WS-TYPE-COUNT(2) - WS-TYPE-COUNT(3)
                  - WS-TYPE-COUNT(4)
              MOVE WS-OTHER-COUNT TO HL-COUNT-OTHER
              MOVE WS-MIN-LEN TO HL-MIN-LEN
              MOVE WS-MAX-LEN TO HL-MAX-LEN
              MOVE WS-HIGH-KEY TO HL-HIGH-KEY
