      ******************************************************************
      *DESC    : Forward recovery of my-vsam-file.dat - VSAM-Reload    *
      *        : only brings a damaged file back to the last unload,   *
      *        : and the day's changes were lost although every one    *
      *        : sits in VSAMJRNL.LOG with its before and after        *
      *        : images. Reloads the backup into my-vsam-file.dat.rcv, *
      *        : proving its count and checksum first, then re-applies *
      *        : each journalled INSERT, REWRITE and DELETE made after *
      *        : the backup's stamp, up to a chosen date and time.     *
      *        : Every change is checked against the record it         *
      *        : replaces and the roll-forward stops on the first      *
      *        : mismatch. The recovery report VSAMRCV.TXT shows how   *
      *        : many changes were rolled forward and the last one.    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command line: SOURCE [CCYYMMDD [HHMMSS]]. SOURCE UNL  *
      *        : (the default) is my-vsam-file.unl from VSAM-Unload;   *
      *        : any other value is a BKPTAKE set name, and its member *
      *        : BKP-<SET>-MYVSAM.UNL is also proved against the set   *
      *        : catalog, as BKPVERIFY does. The stop point defaults   *
      *        : to now. Only journal lines stamped strictly after the *
      *        : backup's trailer stamp are applied - a backup taken   *
      *        : before the trailers were stamped cannot be rolled     *
      *        : forward. An INSERT must find no record; a REWRITE or  *
      *        : DELETE must find one whose DATA-FIELD equals the      *
      *        : journal BEFORE image. REORG lines change no data and  *
      *        : are only counted. RC 0 recovered to the stop point,   *
      *        : RC 8 backup unusable or mismatch - the .rcv then      *
      *        : holds the state up to the last change applied and     *
      *        : must not replace the live file. Swapping a good .rcv  *
      *        : in is the operator's step, as with VSAM-Reload.       *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Recover.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL UNL-FILE ASSIGN TO "my-vsam-file.unl"
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-UNL-STATUS.
       SELECT OPTIONAL MEMBER-FILE ASSIGN DYNAMIC WS-MEMBER-NAME
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-MEMBER-STATUS.
       SELECT OPTIONAL CAT-FILE ASSIGN DYNAMIC WS-CAT-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAT-STATUS.
       SELECT RCV-FILE ASSIGN TO "my-vsam-file.dat.rcv"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS KEY-FIELD
      *     SAME ALTERNATE INDEX THE LIVE FILE CARRIES (VSAM-Reload)
            ALTERNATE RECORD KEY IS DATA-ALT-KEY
            FILE STATUS IS WS-FILE-STATUS.
       SELECT OPTIONAL JRNL-FILE ASSIGN TO "VSAMJRNL.LOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
       SELECT RPT-FILE ASSIGN TO "VSAMRCV.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *SAME SHAPE VSAM-Unload WRITES
       FD  UNL-FILE.
       01  UNL-RECORD.
           05 UK-TYPE        PIC X(01).
           05 UK-DATA        PIC X(80).
       01  UNL-TRAILER REDEFINES UNL-RECORD.
           05 UT-TYPE        PIC X(01).
           05 UT-COUNT       PIC 9(09).
           05 UT-CHECKSUM    PIC 9(18).
           05 UT-DATE        PIC X(08).
           05 UT-TIME        PIC X(06).
           05 FILLER         PIC X(39).

      *SAME MEMBER SHAPE BKPTAKE WRITES
       FD  MEMBER-FILE.
       01  MEMBER-RECORD.
           05 BK-TYPE        PIC X(01).
           05 BK-LEN         PIC 9(03).
           05 BK-DATA        PIC X(240).
       01  MEMBER-TRAILER REDEFINES MEMBER-RECORD.
           05 BT-TYPE        PIC X(01).
           05 BT-COUNT       PIC 9(09).
           05 BT-CHECKSUM    PIC 9(18).
           05 BT-DATE        PIC X(08).
           05 BT-TIME        PIC X(06).
           05 FILLER         PIC X(202).

       FD  CAT-FILE.
       01  CAT-LINE          PIC X(60).

       FD  RCV-FILE.
       01  VSAM-RECORD.
           05 KEY-FIELD      PIC X(10).
           05 DATA-FIELD.
              10 DATA-ALT-KEY   PIC X(10).
              10 DATA-REST      PIC X(60).

      *SAME LAYOUT THE JOURNALLING WRITERS APPEND
       FD  JRNL-FILE.
       01  JRNL-RECORD.
           05 JRNL-DATE      PIC 9(08).
           05 FILLER         PIC X.
           05 JRNL-TIME      PIC 9(06).
           05 FILLER         PIC X.
           05 JRNL-PROGRAM   PIC X(18).
           05 FILLER         PIC X.
           05 JRNL-ACTION    PIC X(08).
           05 FILLER         PIC X.
           05 JRNL-KEY       PIC X(10).
           05 FILLER         PIC X.
           05 JRNL-BEFORE    PIC X(70).
           05 FILLER         PIC X.
           05 JRNL-AFTER     PIC X(70).

       FD  RPT-FILE.
       01  RPT-LINE          PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-UNL-STATUS         PIC X(2).
       01 WS-MEMBER-STATUS      PIC X(2).
       01 WS-CAT-STATUS         PIC X(2).
       01 WS-FILE-STATUS        PIC X(2).
       01 WS-JRNL-STATUS        PIC X(2).
       01 WS-RPT-STATUS         PIC X(2).
       01 WS-EOF                PIC X VALUE "N".
       01 WS-STOP               PIC X VALUE "N".
       01 WS-RC                 PIC 9(01) VALUE ZERO.
      *
       01 WS-PARM-LINE          PIC X(40) VALUE SPACES.
       01 WS-SOURCE             PIC X(10) VALUE SPACES.
       01 WS-PARM-DATE          PIC X(08) VALUE SPACES.
       01 WS-PARM-TIME          PIC X(06) VALUE SPACES.
       01 WS-MEMBER-NAME        PIC X(40) VALUE SPACES.
       01 WS-CAT-NAME           PIC X(30) VALUE SPACES.
       01 WS-CAT-FILE           PIC X(08) VALUE SPACES.
       01 WS-CAT-COUNT          PIC X(09) VALUE SPACES.
       01 WS-CAT-CHECK          PIC X(18) VALUE SPACES.
       01 WS-TIME-RAW           PIC 9(08) VALUE ZERO.
      *
      *CCYYMMDDHHMMSS STAMPS - THE BACKUP'S, THE STOP POINT AND THE
      *CURRENT JOURNAL LINE'S COMPARE AS ONE NUMBER EACH
       01 WS-BKP-STAMP.
          05 WS-BKP-DATE        PIC 9(08) VALUE ZERO.
          05 WS-BKP-TIME        PIC 9(06) VALUE ZERO.
       01 WS-STOP-STAMP.
          05 WS-STOP-DATE       PIC 9(08) VALUE ZERO.
          05 WS-STOP-TIME       PIC 9(06) VALUE ZERO.
       01 WS-LINE-STAMP.
          05 WS-LINE-DATE       PIC 9(08) VALUE ZERO.
          05 WS-LINE-TIME       PIC 9(06) VALUE ZERO.
      *
       01 WS-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-CHECKSUM           PIC 9(18) VALUE ZERO.
       01 WS-C                  PIC 9(03) VALUE ZERO.
       01 WS-TRAILER-SEEN       PIC X VALUE "N".
       01 WS-TRAILER-COUNT      PIC 9(09) VALUE ZERO.
       01 WS-TRAILER-CHECKSUM   PIC 9(18) VALUE ZERO.
       01 WS-CAT-NUM            PIC 9(09) VALUE ZERO.
      *
       01 COUNTERS.
          05 WS-LINE-NO         PIC 9(07) VALUE ZERO.
          05 WS-BEFORE-BKP      PIC 9(07) VALUE ZERO.
          05 WS-AFTER-STOP      PIC 9(07) VALUE ZERO.
          05 WS-INSERTS         PIC 9(07) VALUE ZERO.
          05 WS-REWRITES        PIC 9(07) VALUE ZERO.
          05 WS-DELETES         PIC 9(07) VALUE ZERO.
          05 WS-OTHERS          PIC 9(07) VALUE ZERO.
          05 WS-APPLIED         PIC 9(07) VALUE ZERO.
      *
      *THE LAST CHANGE ROLLED FORWARD, FOR THE REPORT
       01 WS-LAST-APPLIED.
          05 WS-LAST-LINE       PIC 9(07) VALUE ZERO.
          05 WS-LAST-DATE       PIC 9(08) VALUE ZERO.
          05 WS-LAST-TIME       PIC 9(06) VALUE ZERO.
          05 WS-LAST-PROGRAM    PIC X(18) VALUE SPACES.
          05 WS-LAST-ACTION     PIC X(08) VALUE SPACES.
          05 WS-LAST-KEY        PIC X(10) VALUE SPACES.
       01 WS-MISMATCH           PIC X(40) VALUE SPACES.
      *
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "VSAMRCV".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "VSAMRCV.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-STOP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-STOP-TIME.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINE) TO WS-PARM-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-SOURCE WS-PARM-DATE WS-PARM-TIME
           END-UNSTRING.
           IF WS-SOURCE = SPACES
              MOVE "UNL" TO WS-SOURCE
           END-IF.
      *    A STOP DATE ALONE MEANS THE END OF THAT DAY
           IF WS-PARM-DATE NOT = SPACES
              IF WS-PARM-DATE IS NOT NUMERIC
                 DISPLAY "INVALID STOP DATE: " WS-PARM-DATE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-PARM-DATE TO WS-STOP-DATE
              MOVE 235959 TO WS-STOP-TIME
           END-IF.
           IF WS-PARM-TIME NOT = SPACES
              IF WS-PARM-TIME IS NOT NUMERIC
                 DISPLAY "INVALID STOP TIME: " WS-PARM-TIME
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-PARM-TIME TO WS-STOP-TIME
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "VSAMRCV.TXT OPEN FAILED - STATUS="
                      WS-RPT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "FORWARD RECOVERY OF my-vsam-file.dat" TO RPT-LINE.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "SOURCE " DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SPACE
                  "   STOP POINT " DELIMITED BY SIZE
                  WS-STOP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STOP-TIME DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.

           OPEN OUTPUT RCV-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN my-vsam-file.dat.rcv - STATUS="
                      WS-FILE-STATUS
              MOVE 8 TO WS-RC
              GO TO FINISH-PARA
           END-IF.
           IF WS-SOURCE = "UNL"
              PERFORM LOAD-UNL-PARA THRU LOAD-UNL-EXIT-PARA
           ELSE
              PERFORM LOAD-SET-PARA THRU LOAD-SET-EXIT-PARA
           END-IF.
           CLOSE RCV-FILE.
           IF WS-RC NOT = ZERO
              GO TO FINISH-PARA
           END-IF.
           PERFORM CHECK-LOAD-PARA THRU CHECK-LOAD-EXIT-PARA.
           IF WS-RC NOT = ZERO
              GO TO FINISH-PARA
           END-IF.

           OPEN I-O RCV-FILE.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
              MOVE "VSAMJRNL.LOG NOT FOUND - NOTHING TO ROLL FORWARD"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              CLOSE JRNL-FILE
           ELSE
              PERFORM ROLL-PARA
                  UNTIL WS-EOF = "Y" OR WS-STOP = "Y"
              CLOSE JRNL-FILE
           END-IF.
           CLOSE RCV-FILE.

       FINISH-PARA.
           PERFORM SUMMARY-PARA THRU SUMMARY-EXIT-PARA.
           CLOSE RPT-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      *THE VSAM-Unload BACKUP - "D" + 80 BYTES, "T" TRAILER
       LOAD-UNL-PARA.
           OPEN INPUT UNL-FILE.
           IF WS-UNL-STATUS NOT = "00"
              MOVE "*** my-vsam-file.unl NOT FOUND ***" TO RPT-LINE
              PERFORM REPORT-PARA
              CLOSE UNL-FILE
              MOVE 8 TO WS-RC
              GO TO LOAD-UNL-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ UNL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF UK-TYPE = "T"
                          MOVE "Y" TO WS-TRAILER-SEEN
                          MOVE UT-COUNT TO WS-TRAILER-COUNT
                          MOVE UT-CHECKSUM TO WS-TRAILER-CHECKSUM
                          IF UT-DATE IS NUMERIC
                             AND UT-TIME IS NUMERIC
                             MOVE UT-DATE TO WS-BKP-DATE
                             MOVE UT-TIME TO WS-BKP-TIME
                          END-IF
                       ELSE
                          MOVE UK-DATA TO VSAM-RECORD
                          PERFORM LOAD-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UNL-FILE.
           MOVE "N" TO WS-EOF.
       LOAD-UNL-EXIT-PARA.
           EXIT.

      *A BKPTAKE SET - THE MYVSAM MEMBER, PROVED AGAINST THE CATALOG
      *LINE AS WELL AS ITS OWN TRAILER
       LOAD-SET-PARA.
           MOVE SPACES TO WS-CAT-NAME.
           STRING "BKP-" DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SPACE
                  ".CAT" DELIMITED BY SIZE
                  INTO WS-CAT-NAME
           END-STRING.
           OPEN INPUT CAT-FILE.
           IF WS-CAT-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "*** CATALOG " DELIMITED BY SIZE
                     WS-CAT-NAME DELIMITED BY SPACE
                     " NOT FOUND ***" DELIMITED BY SIZE
                     INTO RPT-LINE
              END-STRING
              PERFORM REPORT-PARA
              CLOSE CAT-FILE
              MOVE 8 TO WS-RC
              GO TO LOAD-SET-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CAT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAT-FILE WS-CAT-COUNT
                                      WS-CAT-CHECK
                       UNSTRING CAT-LINE DELIMITED BY ";"
                           INTO WS-CAT-FILE WS-CAT-COUNT
                                WS-CAT-CHECK
                       END-UNSTRING
                       IF WS-CAT-FILE = "MYVSAM"
                          MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAT-FILE.
           IF WS-CAT-FILE NOT = "MYVSAM"
              OR WS-CAT-COUNT IS NOT NUMERIC
              MOVE "*** SET HAS NO MYVSAM MEMBER ***" TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE 8 TO WS-RC
              GO TO LOAD-SET-EXIT-PARA
           END-IF.
           MOVE WS-CAT-COUNT TO WS-CAT-NUM.
           MOVE SPACES TO WS-MEMBER-NAME.
           STRING "BKP-" DELIMITED BY SIZE
                  WS-SOURCE DELIMITED BY SPACE
                  "-MYVSAM.UNL" DELIMITED BY SIZE
                  INTO WS-MEMBER-NAME
           END-STRING.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
              MOVE SPACES TO RPT-LINE
              STRING "*** MEMBER " DELIMITED BY SIZE
                     WS-MEMBER-NAME DELIMITED BY SPACE
                     " UNREADABLE ***" DELIMITED BY SIZE
                     INTO RPT-LINE
              END-STRING
              PERFORM REPORT-PARA
              CLOSE MEMBER-FILE
              MOVE 8 TO WS-RC
              GO TO LOAD-SET-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MEMBER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BK-TYPE = "T"
                          MOVE "Y" TO WS-TRAILER-SEEN
                          MOVE BT-COUNT TO WS-TRAILER-COUNT
                          MOVE BT-CHECKSUM TO WS-TRAILER-CHECKSUM
                          IF BT-DATE IS NUMERIC
                             AND BT-TIME IS NUMERIC
                             MOVE BT-DATE TO WS-BKP-DATE
                             MOVE BT-TIME TO WS-BKP-TIME
                          END-IF
                       ELSE
                          MOVE BK-DATA(1:80) TO VSAM-RECORD
                          PERFORM LOAD-RECORD-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBER-FILE.
           MOVE "N" TO WS-EOF.
           IF WS-COUNT NOT = WS-CAT-NUM
              MOVE "*** MEMBER COUNT DIFFERS FROM THE CATALOG ***"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE 8 TO WS-RC
           END-IF.
       LOAD-SET-EXIT-PARA.
           EXIT.

       LOAD-RECORD-PARA.
           WRITE VSAM-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE KEY ON RELOAD: " KEY-FIELD
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT
                   PERFORM SUM-RECORD
           END-WRITE.

      *SAME CHECKSUM RULE VSAM-Unload USES
       SUM-RECORD.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 80
               ADD FUNCTION ORD(VSAM-RECORD(WS-C:1)) TO WS-CHECKSUM
           END-PERFORM.

      *NOTHING IS ROLLED FORWARD ONTO A BACKUP THAT DOES NOT PROVE
      *OUT, OR THAT CANNOT SAY WHEN IT WAS TAKEN
       CHECK-LOAD-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "RECORDS RELOADED     : " DELIMITED BY SIZE
                  WS-COUNT DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           IF WS-TRAILER-SEEN NOT = "Y"
              MOVE "*** NO TRAILER ON BACKUP - RELOAD SUSPECT ***"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE 8 TO WS-RC
              GO TO CHECK-LOAD-EXIT-PARA
           END-IF.
           IF WS-COUNT NOT = WS-TRAILER-COUNT
              OR WS-CHECKSUM NOT = WS-TRAILER-CHECKSUM
              MOVE "*** TRAILER MISMATCH - BACKUP NOT USABLE ***"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE 8 TO WS-RC
              GO TO CHECK-LOAD-EXIT-PARA
           END-IF.
           IF WS-BKP-DATE = ZERO
              MOVE "*** BACKUP CARRIES NO STAMP - TAKE A NEW ONE ***"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE 8 TO WS-RC
              GO TO CHECK-LOAD-EXIT-PARA
           END-IF.
           IF WS-BKP-STAMP > WS-STOP-STAMP
              MOVE "*** STOP POINT IS EARLIER THAN THE BACKUP ***"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE 8 TO WS-RC
              GO TO CHECK-LOAD-EXIT-PARA
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING "BACKUP VERIFIED, TAKEN " DELIMITED BY SIZE
                  WS-BKP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BKP-TIME DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
       CHECK-LOAD-EXIT-PARA.
           EXIT.

      *ONE JOURNAL LINE - ONLY THE WINDOW BETWEEN THE BACKUP AND THE
      *STOP POINT IS APPLIED
       ROLL-PARA.
           READ JRNL-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   MOVE JRNL-DATE TO WS-LINE-DATE
                   MOVE JRNL-TIME TO WS-LINE-TIME
                   EVALUATE TRUE
                       WHEN WS-LINE-STAMP NOT > WS-BKP-STAMP
                           ADD 1 TO WS-BEFORE-BKP
                       WHEN WS-LINE-STAMP > WS-STOP-STAMP
                           ADD 1 TO WS-AFTER-STOP
                       WHEN OTHER
                           PERFORM APPLY-PARA THRU APPLY-EXIT-PARA
                   END-EVALUATE
           END-READ.

      *THE RECORD BEING REPLACED MUST BE THE ONE THE JOURNAL SAYS
      *WAS THERE - THE FIRST THAT IS NOT ENDS THE ROLL-FORWARD
       APPLY-PARA.
           IF JRNL-ACTION NOT = "INSERT"
              AND JRNL-ACTION NOT = "REWRITE"
              AND JRNL-ACTION NOT = "DELETE"
              ADD 1 TO WS-OTHERS
              GO TO APPLY-EXIT-PARA
           END-IF.
           MOVE JRNL-KEY TO KEY-FIELD.
           READ RCV-FILE KEY IS KEY-FIELD
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE JRNL-ACTION
               WHEN "INSERT"
                   IF WS-FILE-STATUS = "00"
                      MOVE "KEY ALREADY ON FILE" TO WS-MISMATCH
                      GO TO MISMATCH-PARA
                   END-IF
                   MOVE JRNL-KEY TO KEY-FIELD
                   MOVE JRNL-AFTER TO DATA-FIELD
                   WRITE VSAM-RECORD
                       INVALID KEY
                           MOVE "INSERT REFUSED BY THE FILE"
                              TO WS-MISMATCH
                           GO TO MISMATCH-PARA
                   END-WRITE
                   ADD 1 TO WS-INSERTS
               WHEN "REWRITE"
                   IF WS-FILE-STATUS NOT = "00"
                      MOVE "KEY NOT ON FILE" TO WS-MISMATCH
                      GO TO MISMATCH-PARA
                   END-IF
                   IF DATA-FIELD NOT = JRNL-BEFORE
                      MOVE "BEFORE IMAGE DIFFERS" TO WS-MISMATCH
                      GO TO MISMATCH-PARA
                   END-IF
                   MOVE JRNL-AFTER TO DATA-FIELD
                   REWRITE VSAM-RECORD
                       INVALID KEY
                           MOVE "REWRITE REFUSED BY THE FILE"
                              TO WS-MISMATCH
                           GO TO MISMATCH-PARA
                   END-REWRITE
                   ADD 1 TO WS-REWRITES
               WHEN "DELETE"
                   IF WS-FILE-STATUS NOT = "00"
                      MOVE "KEY NOT ON FILE" TO WS-MISMATCH
                      GO TO MISMATCH-PARA
                   END-IF
                   IF DATA-FIELD NOT = JRNL-BEFORE
                      MOVE "BEFORE IMAGE DIFFERS" TO WS-MISMATCH
                      GO TO MISMATCH-PARA
                   END-IF
                   DELETE RCV-FILE
                       INVALID KEY
                           MOVE "DELETE REFUSED BY THE FILE"
                              TO WS-MISMATCH
                           GO TO MISMATCH-PARA
                   END-DELETE
                   ADD 1 TO WS-DELETES
           END-EVALUATE.
           ADD 1 TO WS-APPLIED.
           MOVE WS-LINE-NO TO WS-LAST-LINE.
           MOVE JRNL-DATE TO WS-LAST-DATE.
           MOVE JRNL-TIME TO WS-LAST-TIME.
           MOVE JRNL-PROGRAM TO WS-LAST-PROGRAM.
           MOVE JRNL-ACTION TO WS-LAST-ACTION.
           MOVE JRNL-KEY TO WS-LAST-KEY.
           GO TO APPLY-EXIT-PARA.
       MISMATCH-PARA.
           MOVE "Y" TO WS-STOP.
           MOVE 8 TO WS-RC.
           MOVE SPACES TO RPT-LINE.
           STRING "*** STOPPED AT JOURNAL LINE " DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-MISMATCH DELIMITED BY "  "
                  " ***" DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "    " DELIMITED BY SIZE
                  JRNL-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRNL-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRNL-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRNL-ACTION DELIMITED BY SIZE
                  " KEY [" DELIMITED BY SIZE
                  JRNL-KEY DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "    JOURNAL BEFORE: " DELIMITED BY SIZE
                  JRNL-BEFORE DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           IF WS-FILE-STATUS = "00"
              MOVE SPACES TO RPT-LINE
              STRING "    ON FILE       : " DELIMITED BY SIZE
                     DATA-FIELD DELIMITED BY SIZE
                     INTO RPT-LINE
              END-STRING
              PERFORM REPORT-PARA
           END-IF.
       APPLY-EXIT-PARA.
           EXIT.

       SUMMARY-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "JOURNAL LINES READ   : " DELIMITED BY SIZE
                  WS-LINE-NO DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "  IN THE BACKUP      : " DELIMITED BY SIZE
                  WS-BEFORE-BKP DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "  AFTER STOP POINT   : " DELIMITED BY SIZE
                  WS-AFTER-STOP DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "  NO DATA (REORG)    : " DELIMITED BY SIZE
                  WS-OTHERS DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           MOVE SPACES TO RPT-LINE.
           STRING "CHANGES ROLLED FWD   : " DELIMITED BY SIZE
                  WS-APPLIED DELIMITED BY SIZE
                  "  (INSERTS " DELIMITED BY SIZE
                  WS-INSERTS DELIMITED BY SIZE
                  " REWRITES " DELIMITED BY SIZE
                  WS-REWRITES DELIMITED BY SIZE
                  " DELETES " DELIMITED BY SIZE
                  WS-DELETES DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           PERFORM REPORT-PARA.
           IF WS-APPLIED > ZERO
              MOVE SPACES TO RPT-LINE
              STRING "LAST APPLIED         : LINE " DELIMITED BY SIZE
                     WS-LAST-LINE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LAST-DATE DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LAST-TIME DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LAST-PROGRAM DELIMITED BY SPACE
                     " " DELIMITED BY SIZE
                     WS-LAST-ACTION DELIMITED BY SPACE
                     " KEY [" DELIMITED BY SIZE
                     WS-LAST-KEY DELIMITED BY SIZE
                     "]" DELIMITED BY SIZE
                     INTO RPT-LINE
              END-STRING
              PERFORM REPORT-PARA
           END-IF.
           IF WS-RC = ZERO
              MOVE "RECOVERY GOOD - REPLACE my-vsam-file.dat WITH"
                 TO RPT-LINE
              PERFORM REPORT-PARA
              MOVE "my-vsam-file.dat.rcv WHEN CONVENIENT." TO RPT-LINE
              PERFORM REPORT-PARA
           ELSE
              MOVE "*** RECOVERY INCOMPLETE - DO NOT USE THE .rcv ***"
                 TO RPT-LINE
              PERFORM REPORT-PARA
           END-IF.
       SUMMARY-EXIT-PARA.
           EXIT.

      *EVERY REPORT LINE ALSO GOES TO THE CONSOLE
       REPORT-PARA.
           WRITE RPT-LINE.
           DISPLAY RPT-LINE(1:79).
