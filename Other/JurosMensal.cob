      *        : prints what was assessed per client.                  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Cutoff days and monthly rate come from JUROS.TAB     *
      *        : (one line, "days;monthly-pct", GRADRATE.TAB           *
      *        : precedent; period decimal, read with NUMVAL - so no   *
      *        : same month is refused, or every rerun would compound  *
      *        : the charge. One interest invoice per client per run,  *
      *        : summing that client's overdue items.                  *
      *        : Every posted interest invoice is also appended to     *
      *        : JUROS.TXT (CODIGO;FATURA;VALOR;DATA, the PERDAS.TXT   *
      *        : shape, period decimal) - the receivables KPI run      *
      *        : (KPIREC) totals the interest assessed in the month    *
      *        : from it.                                              *
      *        : The run is logged through RUNLOG (completion code 0   *
      *        : or 8) and ends with GOBACK, so the month-end close    *
      *        : driver FECHAMES can CALL it as a step and take its    *
      *        : code from RUNLOG.DAT.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUROSMES.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "JUROSCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CTL.
      *INTEREST FEED - ONE LINE PER POSTED INTEREST INVOICE, THE
      *PERDAS.TXT SHAPE: CODIGO;FATURA;VALOR;DATA
           SELECT OPTIONAL JUROS-FILE ASSIGN TO "JUROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JUR.

       DATA DIVISION.
       FILE SECTION.
       01 CTL-REC.
          02 CTL-PERIODO       PIC 9(06).

       FD JUROS-FILE.
       01 JUROS-LINE           PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-RATE              PIC X(02) VALUE SPACES.
       77 FS-CTL               PIC X(02) VALUE SPACES.
       77 FS-JUR               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.

       01 WS-EDIT2             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NOVA-FATURA       PIC 9(06) VALUE ZERO.
       01 WS-GRAVOU            PIC X     VALUE "N".
       01 WS-JUROS-EDIT        PIC 9(07).99.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "JUROSMES".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM POSTA-PARA THRU POSTA-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           GO TO EXIT-PARA.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
                       DISPLAY "JUROS JA LANCADOS NO PERIODO "
                               WS-PERIODO " - RODADA RECUSADA"
                       CLOSE CTL-FILE
                       MOVE 8 TO WS-RC
                       GO TO EXIT-PARA
                    END-IF
              END-READ
           OPEN INPUT RATE-FILE.
           IF FS-RATE NOT = "00"
              DISPLAY "JUROS.TAB EMPTY OR MISSING - NO RUN"
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           READ RATE-FILE
           CLOSE RATE-FILE.
           IF WS-TAXA-PCT = ZERO
              DISPLAY "TAXA DE JUROS ZERO EM JUROS.TAB - NO RUN"
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN I-O CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN EXTEND JUROS-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-JUR NOT = "00" AND FS-JUR NOT = "05"
              DISPLAY "JUROS.TXT OPEN FAILED: " FS-JUR
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           DISPLAY "JUROS DE MORA - PERIODO " WS-PERIODO
                      WS-AS-CODIGO(WS-A) " - JUROS NAO LANCADOS"
              GO TO POSTA-UM-FIM
           END-IF.
           MOVE WS-AS-JUROS(WS-A) TO WS-JUROS-EDIT.
           MOVE SPACES TO JUROS-LINE.
           STRING CR-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-JUROS-EDIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO JUROS-LINE
           END-STRING.
           WRITE JUROS-LINE.
           ADD 1 TO WS-POSTADOS.
           ADD WS-AS-JUROS(WS-A) TO WS-TOT-JUROS.
           MOVE WS-AS-SALDO(WS-A) TO WS-EDIT2.

       CLOSE-PARA.
           CLOSE CONTAS-FILE.
           CLOSE JUROS-FILE.
           OPEN OUTPUT CTL-FILE.
           MOVE WS-PERIODO TO CTL-PERIODO.
           WRITE CTL-REC.
           EXIT.

       EXIT-PARA.
           MOVE WS-POSTADOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER THE MONTH-END DRIVER AS WELL AS RUN STANDALONE
           GOBACK.
