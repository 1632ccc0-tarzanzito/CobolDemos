      *        : totals.                                               *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Transaction layout: ACTION X(1) A/U/D, TYPE 9(1)      *
      *        : 0-9, KEY-NUM 9(10), KEY-NAME X(20), DATA X(200).      *
      *        : The stored length of each type is the maximum length  *
      *        : in the VSAMDICT.DAT record dictionary (kept by        *
      *        : VSAM-Dict-Maint); a type not in the dictionary is     *
      *        : rejected with STATUS=DT, and a numeric or date field  *
      *        : whose content does not fit its kind with STATUS=DC.   *
      *        : Without a dictionary the run stops with RC 8. The     *
      *        : run registers on the VSAMUSE.DAT interlock so the     *
      *        : reorg cannot rebuild the file mid-batch.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Trans-Complex.
       SELECT REJECT-FILE ASSIGN TO "VSAMTRNC.REJ"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.
       SELECT OPTIONAL DICT-FILE ASSIGN TO "VSAMDICT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS DICT-TYPE
            FILE STATUS IS WS-DICT-STATUS.
      *RUN-INTERLOCK TOKEN FILE - THE REORG REFUSES TO START WHILE A
      *WRITER IS REGISTERED ON ITS DATASET
       SELECT OPTIONAL TOKEN-FILE ASSIGN TO "VSAMUSE.DAT"
       FD  REJECT-FILE.
       01  REJECT-RECORD     PIC X(250).

      *SAME LAYOUT VSAM-Dict-Maint MAINTAINS
       FD  DICT-FILE.
       01  DICT-RECORD.
           05 DICT-TYPE         PIC 9(01).
           05 DICT-REST         PIC X(256).

       FD  TOKEN-FILE.
       01  TOKEN-RECORD.
           05 TOKEN-PROGRAM  PIC X(18).
      *THE STORED LENGTH OF EACH SHAPE - THE VARYING-LENGTH HANDLING
      *LIVES HERE, NOT IN THE OPERATOR'S HEAD
       01 WS-LEN                PIC 9(03) VALUE ZERO.
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
       01 WS-FIELD-BAD          PIC X(01) VALUE "N".
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
              DISPLAY "VSAMDICT.DAT MISSING OR EMPTY - "
                      "DEFINE THE TYPES WITH VSAM-Dict-Maint"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF NOT WS-TRANS-OK
              DISPLAY "VSAMTRNC.TXT OPEN FAILED - STATUS="
                   PERFORM APPLY-ONE
           END-READ.

      *ONE TRANSACTION - THE DICTIONARY SETS THE STORED LENGTH AND
      *THE FIELD KINDS, THE FILE STATUS AFTER THE VERB IS THE
      *REJECTION REASON
       APPLY-ONE.
           IF TR-KEY-NUM IS NOT NUMERIC
              MOVE "??" TO WS-FILE-STATUS
           ELSE
              PERFORM SET-LENGTH
              IF WS-LEN = ZERO AND NOT TR-DELETE
                 MOVE "DT" TO WS-FILE-STATUS
                 PERFORM REJECT-ONE
              ELSE
                 IF NOT TR-DELETE
                    PERFORM CHECK-FIELDS
                 END-IF
                 IF WS-FIELD-BAD = "Y"
                    MOVE "DC" TO WS-FILE-STATUS
                    PERFORM REJECT-ONE
                 ELSE
                    EVALUATE TRUE
                        WHEN TR-ADD
                            PERFORM APPLY-ADD
                        WHEN TR-UPDATE
                            PERFORM APPLY-UPDATE
                        WHEN TR-DELETE
                            PERFORM APPLY-DELETE
                        WHEN OTHER
                            MOVE "??" TO WS-FILE-STATUS
                            PERFORM REJECT-ONE
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

      *STORED LENGTH BY DATA-TYPE - THE DICTIONARY MAXIMUM, ZERO FOR
      *A TYPE THE DICTIONARY DOES NOT DEFINE
       SET-LENGTH.
           MOVE ZERO TO WS-LEN.
           MOVE "N" TO WS-FIELD-BAD.
           IF TR-TYPE IS NUMERIC
              COMPUTE WS-D = TR-TYPE + 1
              IF WS-DE-DEFINED(WS-D) = "Y"
                 MOVE WS-DE-MAX-LEN(WS-D) TO WS-LEN
              END-IF
           END-IF.

      *THE FIELDS OF THE BUILT RECORD AGAINST THEIR DICTIONARY KIND -
      *NUMERIC FIELDS MUST BE DIGITS, DATES BLANK OR A CCYYMMDD
       CHECK-FIELDS.
           PERFORM BUILD-RECORD.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-DE-FIELD-COUNT(WS-D)
               PERFORM CHECK-FIELD
           END-PERFORM.

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
                   END-IF
               WHEN "D"
                   MOVE VSAM-RECORD(WS-DE-F-POS(WS-D, WS-F):8)
                     TO WS-DATE-X
                   IF WS-DATE-X NOT = SPACES
                      IF WS-DATE-X IS NOT NUMERIC
                         OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                         OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                         MOVE "Y" TO WS-FIELD-BAD
                      END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-ADD.
           MOVE TR-DATA TO DATA-Content1.
           MOVE WS-LEN TO ws-record-count.

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

       REGISTER-TOKEN.
           OPEN I-O TOKEN-FILE.
           IF WS-TOKEN-STATUS = "35"
