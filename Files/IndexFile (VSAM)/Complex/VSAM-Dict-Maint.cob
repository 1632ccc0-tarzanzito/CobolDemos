      ******************************************************************
      *DESC    : Record dictionary maintenance for                     *
      *        : my-vsam-file-complex.dat - every new DATA-TYPE shape  *
      *        : (the memo types were the last) meant changing and     *
      *        : recompiling the reader, the auditor, the statistics   *
      *        : and the transaction program. VSAMDICT.DAT now holds   *
      *        : one entry per DATA-TYPE: its name, the stored length  *
      *        : range and up to 12 named fields with offset, length   *
      *        : and kind, and those programs work from it. Lists,     *
      *        : defines/replaces and deletes entries, and loads the   *
      *        : standard shapes 1-4 into an empty dictionary.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Offsets count from 1 over the whole record. Bytes     *
      *        : 1-31 are the header every shape shares (KEY-NUM 1-10, *
      *        : KEY-NAME 11-30, DATA-TYPE 31) and no field may touch  *
      *        : them. A definition is refused when its length range   *
      *        : falls outside 41-231, a field runs past the maximum   *
      *        : length, two fields overlap, or a kind is not X (text),*
      *        : 9 (numeric) or D (CCYYMMDD date, spaces allowed, 8    *
      *        : bytes). A field beyond a record's stored length is    *
      *        : simply absent from that record.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Dict-Maint.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL DICT-FILE ASSIGN TO "VSAMDICT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DICT-TYPE
            FILE STATUS IS WS-DICT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DICT-FILE.
       01  DICT-RECORD.
           05 DICT-TYPE         PIC 9(01).
           05 DICT-NAME         PIC X(20).
           05 DICT-MIN-LEN      PIC 9(03).
           05 DICT-MAX-LEN      PIC 9(03).
           05 DICT-FIELD-COUNT  PIC 9(02).
           05 DICT-FIELD OCCURS 12 TIMES.
              10 DICT-F-NAME    PIC X(12).
              10 DICT-F-POS     PIC 9(03).
              10 DICT-F-LEN     PIC 9(03).
              10 DICT-F-KIND    PIC X(01).
                 88 DICT-F-TEXT     VALUE "X".
                 88 DICT-F-NUMERIC  VALUE "9".
                 88 DICT-F-DATE     VALUE "D".
      *
       WORKING-STORAGE SECTION.
       01 WS-DICT-STATUS        PIC X(2).
       01 WS-EOF                PIC X VALUE "N".
       01 WS-OPTION             PIC X(01) VALUE SPACE.
          88 WS-IS-QUIT         VALUE "9".
       01 WS-IN-TYPE            PIC X(01) VALUE SPACE.
       01 WS-IN-NUM             PIC X(03) VALUE SPACES.
       01 WS-IN-VALUE           PIC 9(03) VALUE ZERO.
       01 WS-F                  PIC 9(02) VALUE ZERO.
       01 WS-G                  PIC 9(02) VALUE ZERO.
       01 WS-F-END              PIC 9(03) VALUE ZERO.
       01 WS-G-END              PIC 9(03) VALUE ZERO.
       01 WS-ERROR              PIC X(50) VALUE SPACES.
       01 WS-LOADED             PIC 9(02) VALUE ZERO.
      *
      *THE STANDARD SHAPES AS VSAM-Write-Complex, VSAM-Memo-Load AND
      *VSAM-Memo-Search KNOW THEM - LOADED BY OPTION I
       01 WS-STD-SHAPES.
          05 FILLER PIC X(48) VALUE
             "1SHORT RECORD        04104101CONTENT     032010X".
          05 FILLER PIC X(48) VALUE
             "2STANDARD RECORD     11111101CONTENT     032080X".
          05 FILLER PIC X(48) VALUE
             "3MEMO WITH EXPIRY    23123103EXPIRY      032008D".
          05 FILLER PIC X(48) VALUE
             "4LONG TEXT           23123101TEXT        032200X".
       01 WS-STD-TABLE REDEFINES WS-STD-SHAPES.
          05 WS-STD-ENTRY OCCURS 4 TIMES.
             10 WS-STD-HEAD     PIC X(29).
             10 WS-STD-FIELD1   PIC X(19).
       01 WS-S                  PIC 9(01) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O DICT-FILE.
           IF WS-DICT-STATUS NOT = "00" AND WS-DICT-STATUS NOT = "05"
              DISPLAY "UNABLE TO OPEN VSAMDICT.DAT - STATUS="
                      WS-DICT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM MENU-PARA UNTIL WS-IS-QUIT.
           CLOSE DICT-FILE.
           GOBACK.

       MENU-PARA.
           DISPLAY " ".
           DISPLAY "RECORD DICTIONARY - my-vsam-file-complex.dat".
           DISPLAY "L=LIST  A=DEFINE/REPLACE  D=DELETE  "
                   "I=LOAD STANDARD SHAPES  9=QUIT".
           ACCEPT WS-OPTION FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-OPTION) TO WS-OPTION.
           EVALUATE WS-OPTION
               WHEN "L"
                   PERFORM LIST-PARA
               WHEN "A"
                   PERFORM DEFINE-PARA THRU DEFINE-EXIT-PARA
               WHEN "D"
                   PERFORM DELETE-PARA THRU DELETE-EXIT-PARA
               WHEN "I"
                   PERFORM STANDARD-PARA
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN OPTION"
           END-EVALUATE.

       LIST-PARA.
           MOVE ZERO TO DICT-TYPE.
           MOVE "N" TO WS-EOF.
           START DICT-FILE KEY NOT < DICT-TYPE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
                   DISPLAY "DICTIONARY IS EMPTY"
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ DICT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SHOW-PARA
               END-READ
           END-PERFORM.

       SHOW-PARA.
           DISPLAY "TYPE " DICT-TYPE " " DICT-NAME
                   " LENGTH " DICT-MIN-LEN " TO " DICT-MAX-LEN.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > DICT-FIELD-COUNT OR WS-F > 12
               DISPLAY "     " DICT-F-NAME(WS-F)
                       " AT " DICT-F-POS(WS-F)
                       " LEN " DICT-F-LEN(WS-F)
                       " KIND " DICT-F-KIND(WS-F)
           END-PERFORM.

      *A WHOLE ENTRY IS KEYED IN AND PROVED BEFORE IT IS STORED - A
      *REFUSED DEFINITION LEAVES THE OLD ONE IN PLACE
       DEFINE-PARA.
           INITIALIZE DICT-RECORD.
           DISPLAY "DATA-TYPE (0-9):".
           ACCEPT WS-IN-TYPE FROM CONSOLE.
           IF WS-IN-TYPE IS NOT NUMERIC
              DISPLAY "REFUSED - DATA-TYPE MUST BE 0-9"
              GO TO DEFINE-EXIT-PARA
           END-IF.
           MOVE WS-IN-TYPE TO DICT-TYPE.
           DISPLAY "SHAPE NAME (20):".
           ACCEPT DICT-NAME FROM CONSOLE.
           DISPLAY "MINIMUM STORED LENGTH (041-231):".
           PERFORM ACCEPT-NUM-PARA.
           MOVE WS-IN-VALUE TO DICT-MIN-LEN.
           DISPLAY "MAXIMUM STORED LENGTH (041-231):".
           PERFORM ACCEPT-NUM-PARA.
           MOVE WS-IN-VALUE TO DICT-MAX-LEN.
           DISPLAY "NUMBER OF FIELDS (01-12):".
           PERFORM ACCEPT-NUM-PARA.
           MOVE WS-IN-VALUE TO DICT-FIELD-COUNT.
           IF DICT-FIELD-COUNT < 1 OR DICT-FIELD-COUNT > 12
              DISPLAY "REFUSED - 1 TO 12 FIELDS"
              GO TO DEFINE-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > DICT-FIELD-COUNT
               DISPLAY "FIELD " WS-F " NAME (12):"
               ACCEPT DICT-F-NAME(WS-F) FROM CONSOLE
               DISPLAY "FIELD " WS-F " OFFSET (032-231):"
               PERFORM ACCEPT-NUM-PARA
               MOVE WS-IN-VALUE TO DICT-F-POS(WS-F)
               DISPLAY "FIELD " WS-F " LENGTH:"
               PERFORM ACCEPT-NUM-PARA
               MOVE WS-IN-VALUE TO DICT-F-LEN(WS-F)
               DISPLAY "FIELD " WS-F " KIND (X, 9 OR D):"
               ACCEPT DICT-F-KIND(WS-F) FROM CONSOLE
               MOVE FUNCTION UPPER-CASE(DICT-F-KIND(WS-F))
                 TO DICT-F-KIND(WS-F)
           END-PERFORM.
           PERFORM VALIDATE-PARA THRU VALIDATE-EXIT-PARA.
           IF WS-ERROR NOT = SPACES
              DISPLAY "REFUSED - " WS-ERROR
              GO TO DEFINE-EXIT-PARA
           END-IF.
           PERFORM STORE-PARA.
       DEFINE-EXIT-PARA.
           EXIT.

      *ANYTHING THAT IS NOT A NUMBER READS AS ZERO AND IS CAUGHT BY
      *THE VALIDATION
       ACCEPT-NUM-PARA.
           MOVE SPACES TO WS-IN-NUM.
           ACCEPT WS-IN-NUM FROM CONSOLE.
           COMPUTE WS-IN-VALUE = FUNCTION NUMVAL(WS-IN-NUM).

      *THE RULES EVERY READER RELIES ON - WS-ERROR COMES BACK SPACES
      *WHEN THE ENTRY IN DICT-RECORD IS ACCEPTABLE
       VALIDATE-PARA.
           MOVE SPACES TO WS-ERROR.
           IF DICT-NAME = SPACES
              MOVE "SHAPE NAME IS BLANK" TO WS-ERROR
              GO TO VALIDATE-EXIT-PARA
           END-IF.
           IF DICT-MIN-LEN < 41 OR DICT-MAX-LEN > 231
              OR DICT-MIN-LEN > DICT-MAX-LEN
              MOVE "LENGTH RANGE MUST LIE WITHIN 041-231"
                TO WS-ERROR
              GO TO VALIDATE-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > DICT-FIELD-COUNT
                      OR WS-ERROR NOT = SPACES
               PERFORM VALIDATE-FIELD-PARA
           END-PERFORM.
       VALIDATE-EXIT-PARA.
           EXIT.

       VALIDATE-FIELD-PARA.
           COMPUTE WS-F-END = DICT-F-POS(WS-F) + DICT-F-LEN(WS-F) - 1.
           EVALUATE TRUE
               WHEN DICT-F-NAME(WS-F) = SPACES
                   MOVE "A FIELD NAME IS BLANK" TO WS-ERROR
               WHEN DICT-F-POS(WS-F) < 32
                   STRING DICT-F-NAME(WS-F) DELIMITED BY SPACE
                          " OVERLAPS THE KEY-NUM/KEY-NAME HEADER"
                          DELIMITED BY SIZE
                          INTO WS-ERROR
                   END-STRING
               WHEN DICT-F-LEN(WS-F) = ZERO
                   STRING DICT-F-NAME(WS-F) DELIMITED BY SPACE
                          " HAS NO LENGTH" DELIMITED BY SIZE
                          INTO WS-ERROR
                   END-STRING
               WHEN WS-F-END > DICT-MAX-LEN
                   STRING DICT-F-NAME(WS-F) DELIMITED BY SPACE
                          " RUNS PAST THE MAXIMUM LENGTH"
                          DELIMITED BY SIZE
                          INTO WS-ERROR
                   END-STRING
               WHEN NOT DICT-F-TEXT(WS-F)
                    AND NOT DICT-F-NUMERIC(WS-F)
                    AND NOT DICT-F-DATE(WS-F)
                   STRING DICT-F-NAME(WS-F) DELIMITED BY SPACE
                          " KIND MUST BE X, 9 OR D" DELIMITED BY SIZE
                          INTO WS-ERROR
                   END-STRING
               WHEN DICT-F-DATE(WS-F) AND DICT-F-LEN(WS-F) NOT = 8
                   STRING DICT-F-NAME(WS-F) DELIMITED BY SPACE
                          " - A DATE IS 8 BYTES" DELIMITED BY SIZE
                          INTO WS-ERROR
                   END-STRING
               WHEN OTHER
                   PERFORM VARYING WS-G FROM 1 BY 1
                           UNTIL WS-G >= WS-F
                              OR WS-ERROR NOT = SPACES
                       COMPUTE WS-G-END = DICT-F-POS(WS-G)
                                        + DICT-F-LEN(WS-G) - 1
                       IF DICT-F-POS(WS-F) <= WS-G-END
                          AND WS-F-END >= DICT-F-POS(WS-G)
                          STRING DICT-F-NAME(WS-F) DELIMITED BY SPACE
                                 " OVERLAPS " DELIMITED BY SIZE
                                 DICT-F-NAME(WS-G) DELIMITED BY SPACE
                                 INTO WS-ERROR
                          END-STRING
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       STORE-PARA.
           WRITE DICT-RECORD
               INVALID KEY
                   REWRITE DICT-RECORD
                       INVALID KEY
                           DISPLAY "STORE FAILED - STATUS="
                                   WS-DICT-STATUS
                       NOT INVALID KEY
                           DISPLAY "TYPE " DICT-TYPE " REPLACED"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "TYPE " DICT-TYPE " DEFINED"
           END-WRITE.

       DELETE-PARA.
           DISPLAY "DATA-TYPE TO DELETE (0-9):".
           ACCEPT WS-IN-TYPE FROM CONSOLE.
           IF WS-IN-TYPE IS NOT NUMERIC
              DISPLAY "REFUSED - DATA-TYPE MUST BE 0-9"
              GO TO DELETE-EXIT-PARA
           END-IF.
           MOVE WS-IN-TYPE TO DICT-TYPE.
           DELETE DICT-FILE
               INVALID KEY
                   DISPLAY "TYPE " DICT-TYPE " NOT DEFINED"
               NOT INVALID KEY
                   DISPLAY "TYPE " DICT-TYPE " DELETED - RECORDS OF"
                           " THIS TYPE NOW FAIL VSAM-Struct-Audit"
           END-DELETE.
       DELETE-EXIT-PARA.
           EXIT.

      *ONLY TYPES NOT YET DEFINED ARE LOADED - A LOCAL CHANGE TO A
      *STANDARD SHAPE IS NEVER OVERWRITTEN
       STANDARD-PARA.
           MOVE ZERO TO WS-LOADED.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 4
               INITIALIZE DICT-RECORD
               MOVE WS-STD-HEAD(WS-S) TO DICT-RECORD(1:29)
               MOVE WS-STD-FIELD1(WS-S) TO DICT-FIELD(1)
               IF DICT-TYPE = 3
                  PERFORM MEMO-FIELDS-PARA
               END-IF
               WRITE DICT-RECORD
                   INVALID KEY
                       DISPLAY "TYPE " DICT-TYPE
                               " ALREADY DEFINED - KEPT"
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED
               END-WRITE
           END-PERFORM.
           DISPLAY WS-LOADED " STANDARD SHAPES LOADED".

      *THE MEMO BODY: EXPIRY DATE, "|" SEPARATOR, 191 BYTES OF TEXT
       MEMO-FIELDS-PARA.
           MOVE "SEPARATOR" TO DICT-F-NAME(2).
           MOVE 40 TO DICT-F-POS(2).
           MOVE 1 TO DICT-F-LEN(2).
           MOVE "X" TO DICT-F-KIND(2).
           MOVE "MEMO-TEXT" TO DICT-F-NAME(3).
           MOVE 41 TO DICT-F-POS(3).
           MOVE 191 TO DICT-F-LEN(3).
           MOVE "X" TO DICT-F-KIND(3).
