      *        : records whose state disagrees with the trail.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Run against the live AUDIT.LOG before the monthly     *
      *        : rollover archives it - after a rollover the history   *
      *        : starts fresh and every existing client would look     *
      *        : unexplained.                                          *
      *        : CONSENTE lines (contact consent changes) carry        *
      *        : CLICONS.DAT images and leave the replayed client      *
      *        : state alone.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCHK.
          02 FILLER            PIC X.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-OPERATOR    PIC X(08).

       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-RESTO         PIC X(198).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       01 WS-POOL-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-POOL-CHEIO        PIC X     VALUE "N".
       01 WS-AFTER-POOL.
          05 WS-P-AFTER OCCURS 20000 TIMES PIC X(204).

       01 COUNTERS.
          05 WS-AUDIT-COUNT    PIC 9(07) VALUE ZERO.
           IF AUDIT-CODIGO = ZERO
              GO TO APLICA-FIM
           END-IF.
      *    A CONSENTE LINE CARRIES CONSENT IMAGES, NOT A CLIENT RECORD
           IF AUDIT-ACTION = "CONSENTE "
              GO TO APLICA-FIM
           END-IF.
           MOVE "S" TO WS-T-SEEN(AUDIT-CODIGO).
           EVALUATE AUDIT-ACTION
               WHEN "EXCLUSAO "
