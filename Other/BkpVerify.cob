      *        : least one member is unreadable or disagrees.          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Set name from the command line. A member catalogued  *
      *        : AUSENTE (the master did not exist at backup time)    *
      *        : verifies as OK by definition.                         *
      *        : A clean set is appended to BKPVERIF.LOG as set;backup *
      *        : date;backup time;verify date;verify time, the backup  *
      *        : moment being the earliest member trailer stamp.       *
      *        : HOUSEKEEP reads it before trimming a journal.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPVERIFY.
           ORGANIZATION SEQUENTIAL FILE STATUS FS-MEMBER.
           SELECT CAT-FILE ASSIGN DYNAMIC WS-CAT-NAME
           ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-CAT.
      *ONE LINE PER SET THAT VERIFIED CLEAN - HOUSEKEEP WILL NOT TRIM
      *A JOURNAL PAST THE BACKUP MOMENT OF THE LATEST ONE
           SELECT OPTIONAL VERIF-FILE ASSIGN TO "BKPVERIF.LOG"
           ORGANIZATION LINE SEQUENTIAL FILE STATUS FS-VERIF.

       DATA DIVISION.
       FILE SECTION.
          05 BT-TYPE          PIC X(01).
          05 BT-COUNT         PIC 9(09).
          05 BT-CHECKSUM      PIC 9(18).
          05 BT-DATA          PIC 9(08).
          05 BT-HORA          PIC 9(06).
          05 FILLER           PIC X(202).

       FD CAT-FILE.
       01 CAT-LINE            PIC X(60).

       FD VERIF-FILE.
       01 VERIF-LINE          PIC X(60).

       WORKING-STORAGE SECTION.
       77 FS-MEMBER            PIC X(02) VALUE SPACES.
       77 FS-CAT               PIC X(02) VALUE SPACES.
       77 FS-VERIF             PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-MEOF              PIC X     VALUE "N".
       77 WS-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-PROBLEMA          PIC X     VALUE "N".
       01 WS-MEMBROS           PIC 9(02) VALUE ZERO.

      *BACKUP MOMENT OF THE SET = THE EARLIEST MEMBER STAMP; A MEMBER
      *WITHOUT ONE (WRITTEN BEFORE THE TRAILER CARRIED IT) LEAVES THE
      *MOMENT UNKNOWN (ZERO)
       01 WS-T-MOMENTO.
          05 WS-T-DATA         PIC 9(08) VALUE ZERO.
          05 WS-T-HORA         PIC 9(06) VALUE ZERO.
       01 WS-SET-MOMENTO.
          05 WS-SET-DATA       PIC 9(08) VALUE 99999999.
          05 WS-SET-HORA       PIC 9(06) VALUE 999999.
       01 WS-SEM-MOMENTO       PIC X     VALUE "N".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-SET FROM COMMAND-LINE.
           IF WS-PROBLEMA = "N"
              DISPLAY "CONJUNTO VERIFICADO - " WS-MEMBROS
                      " MEMBROS LEGIVEIS E CONFERIDOS"
              PERFORM REGISTRA-PARA THRU REGISTRA-FIM
           ELSE
              DISPLAY "*** CONJUNTO COM PROBLEMAS - NAO CONFIAR ***"
              MOVE 8 TO RETURN-CODE
                             MOVE "S" TO WS-TEM-TRAILER
                             MOVE BT-COUNT TO WS-T-COUNT
                             MOVE BT-CHECKSUM TO WS-T-CHECK
                             MOVE ZERO TO WS-T-MOMENTO
                             IF BT-DATA IS NUMERIC
                                AND BT-HORA IS NUMERIC
                                MOVE BT-DATA TO WS-T-DATA
                                MOVE BT-HORA TO WS-T-HORA
                             END-IF
                          END-IF
                       END-IF
               END-READ
              END-IF
           END-IF.
           ADD 1 TO WS-MEMBROS.
           IF WS-T-DATA = ZERO
              MOVE "S" TO WS-SEM-MOMENTO
           ELSE
              IF WS-T-MOMENTO < WS-SET-MOMENTO
                 MOVE WS-T-MOMENTO TO WS-SET-MOMENTO
              END-IF
           END-IF.
           DISPLAY "  " WS-ARQUIVO " : OK - " WS-COUNT
                   " REGISTROS".
       VERIFICA-MEMBRO-FIM.
           EXIT.

      *APPENDS set;backup date;backup time;verify date TO
      *BKPVERIF.LOG - A SET WITH NO MEMBER OR AN UNSTAMPED MEMBER IS
      *RECORDED WITH A ZERO MOMENT, WHICH PROTECTS NO JOURNAL
       REGISTRA-PARA.
           IF WS-MEMBROS = ZERO OR WS-SEM-MOMENTO = "S"
              MOVE ZERO TO WS-SET-MOMENTO
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           OPEN EXTEND VERIF-FILE.
           IF FS-VERIF NOT = "00" AND FS-VERIF NOT = "05"
              DISPLAY "BKPVERIF.LOG NAO ATUALIZADO: " FS-VERIF
              GO TO REGISTRA-FIM
           END-IF.
           MOVE SPACES TO VERIF-LINE.
           STRING WS-SET DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-SET-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-SET-HORA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIME-RAW(1:6) DELIMITED BY SIZE
                  INTO VERIF-LINE
           END-STRING.
           WRITE VERIF-LINE.
           CLOSE VERIF-FILE.
       REGISTRA-FIM.
           EXIT.
