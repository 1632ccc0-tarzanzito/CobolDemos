      *        : record whose length disagrees with its DATA-TYPE byte *
      *        : is silently mis-read by the per-type formatting in    *
      *        : VSAM-Read-All-Complex. This job reads every record,   *
      *        : checks the actual length against the range the        *
      *        : VSAMDICT.DAT record dictionary gives its DATA-TYPE,   *
      *        : verifies DATA-TYPE holds only defined values and that *
      *        : each numeric and date field holds what its kind says, *
      *        : and lists every inconsistent KEY-NUM so the records   *
      *        : can be repaired before they corrupt an extract.       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-23                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : The shapes come from VSAMDICT.DAT (VSAM-Dict-Maint) - *
      *        : a new DATA-TYPE needs a dictionary entry, not a       *
      *        : change here. Without a dictionary the audit cannot    *
      *        : judge anything and ends RC 8. Only fields wholly      *
      *        : inside the stored length are checked.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Struct-Audit.
            ALTERNATE RECORD KEY IS KEY-NAME1
                WITH DUPLICATES
            FILE STATUS IS WS-FILE-STATUS.
       SELECT OPTIONAL DICT-FILE ASSIGN TO "VSAMDICT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS DICT-TYPE
            FILE STATUS IS WS-DICT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 KEY-NAME1     PIC X(20).
           05 DATA-TYPE1    PIC 9.
           05 DATA-REST     PIC X(200).

      *SAME LAYOUT VSAM-Dict-Maint MAINTAINS
       FD  DICT-FILE.
       01  DICT-RECORD.
           05 DICT-TYPE         PIC 9(01).
           05 DICT-REST         PIC X(256).
      *
       WORKING-STORAGE SECTION.
       01 ws-record-count       pic 999 comp-x.
       01 WS-GOOD-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-BAD-TYPE-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-BAD-LEN-COUNT      PIC 9(06) VALUE ZERO.
       01 WS-BAD-FIELD-COUNT    PIC 9(06) VALUE ZERO.
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
       01 WS-FIELD-BAD          PIC X VALUE "N".
       01 WS-DATE-X             PIC X(08).
       01 WS-DATE-N REDEFINES WS-DATE-X.
          05 WS-DATE-CCYY       PIC 9(04).
          05 WS-DATE-MM         PIC 9(02).
          05 WS-DATE-DD         PIC 9(02).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-DICT.
           IF WS-DICT-COUNT = ZERO
              DISPLAY "VSAMDICT.DAT MISSING OR EMPTY - LOAD THE SHAPES"
                      " WITH VSAM-Dict-Maint FIRST"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT VSAM-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN my-vsam-file-complex.dat - "
           DISPLAY " RECORDS CONSISTENT   : " WS-GOOD-COUNT.
           DISPLAY " UNDEFINED DATA-TYPE  : " WS-BAD-TYPE-COUNT.
           DISPLAY " LENGTH/TYPE MISMATCH : " WS-BAD-LEN-COUNT.
           DISPLAY " FIELD/KIND MISMATCH  : " WS-BAD-FIELD-COUNT.
           IF WS-BAD-TYPE-COUNT = ZERO AND WS-BAD-LEN-COUNT = ZERO
              AND WS-BAD-FIELD-COUNT = ZERO
              DISPLAY " FILE IS STRUCTURALLY CLEAN"
           ELSE
              DISPLAY " REPAIR THE KEYS LISTED ABOVE BEFORE THE"
                   PERFORM CHECK-RECORD
           END-READ.

      *THE DICTIONARY ENTRY OF THE DATA-TYPE GIVES THE STORED LENGTH
      *RANGE AND THE FIELDS WHOSE KIND CAN BE CHECKED
       CHECK-RECORD.
           IF DATA-TYPE1 IS NOT NUMERIC
              ADD 1 TO WS-BAD-TYPE-COUNT
              DISPLAY " KEY " KEY-NUM1 " UNDEFINED DATA-TYPE "
                      DATA-TYPE1 " (LENGTH " ws-record-count ")"
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-D = DATA-TYPE1 + 1.
           IF WS-DE-DEFINED(WS-D) NOT = "Y"
              ADD 1 TO WS-BAD-TYPE-COUNT
              DISPLAY " KEY " KEY-NUM1 " UNDEFINED DATA-TYPE "
                      DATA-TYPE1 " (LENGTH " ws-record-count ")"
              EXIT PARAGRAPH
           END-IF.
           IF ws-record-count < WS-DE-MIN-LEN(WS-D)
              OR ws-record-count > WS-DE-MAX-LEN(WS-D)
              ADD 1 TO WS-BAD-LEN-COUNT
              DISPLAY " KEY " KEY-NUM1 " DATA-TYPE " DATA-TYPE1
                      " LENGTH " ws-record-count " EXPECTED "
                      WS-DE-MIN-LEN(WS-D) "-" WS-DE-MAX-LEN(WS-D)
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FIELD-BAD.
           PERFORM CHECK-FIELD
               VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-DE-FIELD-COUNT(WS-D).
           IF WS-FIELD-BAD = "Y"
              ADD 1 TO WS-BAD-FIELD-COUNT
           ELSE
              ADD 1 TO WS-GOOD-COUNT
           END-IF.

      *A NUMERIC FIELD MUST BE ALL DIGITS; A DATE EITHER SPACES (NO
      *DATE) OR CCYYMMDD WITH A REAL MONTH AND DAY
       CHECK-FIELD.
           COMPUTE WS-F-END = WS-DE-F-POS(WS-D, WS-F)
                            + WS-DE-F-LEN(WS-D, WS-F) - 1.
           IF WS-F-END > ws-record-count
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-DE-F-KIND(WS-D, WS-F)
               WHEN "9"
                   IF VSAM-RECORD(WS-DE-F-POS(WS-D, WS-F):
                                  WS-DE-F-LEN(WS-D, WS-F))
                      IS NOT NUMERIC
                      MOVE "Y" TO WS-FIELD-BAD
                      DISPLAY " KEY " KEY-NUM1 " DATA-TYPE "
                              DATA-TYPE1 " FIELD "
                              WS-DE-F-NAME(WS-D, WS-F) " NOT NUMERIC"
                   END-IF
               WHEN "D"
                   MOVE VSAM-RECORD(WS-DE-F-POS(WS-D, WS-F):8)
                     TO WS-DATE-X
                   IF WS-DATE-X NOT = SPACES
                      IF WS-DATE-X IS NOT NUMERIC
                         OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                         OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                         MOVE "Y" TO WS-FIELD-BAD
                         DISPLAY " KEY " KEY-NUM1 " DATA-TYPE "
                                 DATA-TYPE1 " FIELD "
                                 WS-DE-F-NAME(WS-D, WS-F)
                                 " NOT A DATE [" WS-DATE-X "]"
                      END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
