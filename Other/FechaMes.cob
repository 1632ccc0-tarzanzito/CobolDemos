      ******************************************************************
      *DESC    : Month-end close driver - YEAREND handles December,    *
      *        : but every month had its own checklist on paper and    *
      *        : steps got missed or ran out of order. For the period  *
      *        : given on the command line (CCYYMM) it runs, in the    *
      *        : agreed order:                                         *
      *        :   1 JUROSMES    late interest                         *
      *        :   2 CARTACOB    collection letters                    *
      *        :   3 BAIXAPERDA  write-off review      (sign-off)      *
      *        :   4 PAYROLL     final payroll         (sign-off)      *
      *        :   5 GLINTF      GL interface for the period           *
      *        :   6 RELIMPOSTO  tax report for the period             *
      *        :   7 AUDITROLL   audit trail roll-off                  *
      *        :   8 close of the period in PERIODO.CTL (sign-off)     *
      *        : Each step is CALLed and its completion code is taken  *
      *        : from the line the step leaves in RUNLOG.DAT; only     *
      *        : code 0 is green. A step marked (sign-off) stops the   *
      *        : run until a named supervisor signs on through         *
      *        : OPERSIGN and releases it. The period is closed -      *
      *        : the PERMAINT line CCYYMM;F;OPERATOR;DATE, signed by   *
      *        : the releasing supervisor - only when every step is    *
      *        : green, and the close certificate                      *
      *        : FECHAMENTO-CCYYMM.TXT lists each step, its times and  *
      *        : who signed.                                           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Progress is kept per period in FECHA-CCYYMM.DAT, so   *
      *        : starting the driver again for the same period resumes *
      *        : at the failed or unsigned step. A failed step may be  *
      *        : run again or, when it cannot be (PAYROLL and JUROSMES *
      *        : refuse a second run in the month), accepted by a      *
      *        : supervisor - the certificate shows it as ACEITO with  *
      *        : the supervisor's name.                                *
      *        : The operator signs on through OPERSIGN while the      *
      *        : system is ONLINE; the driver then switches it to      *
      *        : BATCH through SESSCTL for the run, and supervisors    *
      *        : sign the checkpoints off with level "J". Before each  *
      *        : step the SESSCTL "V" check must find no online        *
      *        : session on the step's masters - it waits up to        *
      *        : WS-ESPERA-MAX re-checks, then the step is recorded as *
      *        : failed so a restart picks it up. BAIXAPERDA is a desk *
      *        : review that signs its own supervisor on, so the       *
      *        : window goes back to ONLINE around it. The window      *
      *        : returns to ONLINE when the driver ends, complete or   *
      *        : interrupted, since a checkpoint may wait for days; a  *
      *        : run that died holding BATCH can only be resumed by a  *
      *        : supervisor (or released with JANCTL). JUROSMES and    *
      *        : PAYROLL work on the current month, so a fresh         *
      *        : run is refused for any other period. GLINTF and       *
      *        : RELIMPOSTO get the period, PAYROLL gets FINAL, on     *
      *        : the command line.                                     *
      *        : The certificate is archived through RELCAT.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SAME RUN LOG THE SHARED RUNLOG ROUTINE APPENDS TO
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RUNLOG.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "PERIODO.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CTL.
      *PER-PERIOD FILES - NAMES BUILT AT RUN TIME FROM THE PERIOD
           SELECT OPTIONAL ESTADO-FILE ASSIGN DYNAMIC WS-ESTADO-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-ESTADO.
           SELECT CERT-FILE ASSIGN DYNAMIC WS-CERT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CERT.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT RUNLOG WRITES
       FD RUNLOG-FILE.
       01 RUNLOG-REC.
          05 RL-PROGRAM        PIC X(12).
          05 RL-SEP1           PIC X(01).
          05 RL-START-DATE     PIC 9(08).
          05 RL-START-TIME     PIC 9(06).
          05 RL-SEP2           PIC X(01).
          05 RL-END-DATE       PIC 9(08).
          05 RL-END-TIME       PIC 9(06).
          05 RL-SEP3           PIC X(01).
          05 RL-COUNT          PIC 9(07).
          05 RL-SEP4           PIC X(01).
          05 RL-CODE           PIC 9(01).

      *SAME LAYOUT PERMAINT APPENDS - CCYYMM;F-OR-A;OPERATOR;DATE
       FD CTL-FILE.
       01 CTL-LINE             PIC X(40).

      *ONE LINE PER STEP OF THE CHECKLIST, REWRITTEN AFTER EVERY
      *CHANGE. ES-STATUS: SPACE NOT RUN, "A" GREEN AND AWAITING
      *SIGN-OFF, "V" GREEN, "F" FAILED, "M" FAILED AND ACCEPTED BY
      *A SUPERVISOR
       FD ESTADO-FILE.
       01 REG-ESTADO.
          05 ES-PASSO          PIC 9(02).
          05 ES-PROGRAMA       PIC X(12).
          05 ES-STATUS         PIC X(01).
          05 ES-RC             PIC 9(01).
          05 ES-INI-DATA       PIC 9(08).
          05 ES-INI-HORA       PIC 9(06).
          05 ES-FIM-DATA       PIC 9(08).
          05 ES-FIM-HORA       PIC 9(06).
          05 ES-ASSINA         PIC X(08).
          05 ES-ASS-DATA       PIC 9(08).
          05 ES-ASS-HORA       PIC 9(06).

       FD CERT-FILE.
       01 CERT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
      *AND THE HHMMSS PART IS TAKEN FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       77 FS-RUNLOG            PIC X(02) VALUE SPACES.
       77 FS-CTL               PIC X(02) VALUE SPACES.
       77 FS-ESTADO            PIC X(02) VALUE SPACES.
       77 FS-CERT              PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-RETOMADA          PIC X     VALUE "N".
       77 WS-PARADA            PIC X     VALUE "N".
       77 WS-ASSINOU           PIC X     VALUE "N".
       77 WS-ACHOU-LOG         PIC X     VALUE "N".
       77 WS-RESP              PIC X     VALUE SPACE.
       77 WS-OPCAO             PIC 9     VALUE ZERO.

       01 WS-PERIODO-PARM      PIC X(06) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-SIT           PIC X     VALUE "A".
       01 WS-ESTADO-NAME       PIC X(20) VALUE SPACES.
       01 WS-CERT-NAME         PIC X(30) VALUE SPACES.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS          PIC 9(06) VALUE ZERO.
       01 WS-OPERADOR          PIC X(08) VALUE SPACES.
       01 WS-STEP-PARM         PIC X(10) VALUE SPACES.

      *STAMP TAKEN JUST BEFORE A STEP IS CALLED - THE STEP'S RUNLOG
      *LINE IS THE LAST ONE FOR ITS PROGRAM STARTED AT OR AFTER IT
       01 WS-CHAMADA           PIC 9(14) VALUE ZERO.
       01 WS-LOG-INICIO        PIC 9(14) VALUE ZERO.

      *THE AGREED CHECKLIST - PROGRAM, PARAMETER ("P" THE PERIOD,
      *"F" FINAL, "C" THE PERIOD CLOSE ITSELF, SPACE NONE), SIGN-OFF
      *FLAG, WINDOW ("B" RUNS IN THE BATCH WINDOW, "O" A DESK STEP
      *RUN WITH THE SYSTEM ONLINE) AND DESCRIPTION
       01 WS-ROTEIRO-VALORES.
          05 FILLER            PIC X(45) VALUE
             "JUROSMES     NBJUROS DE MORA DO MES".
          05 FILLER            PIC X(45) VALUE
             "CARTACOB     NBCARTAS DE COBRANCA".
          05 FILLER            PIC X(45) VALUE
             "BAIXAPERDA   SOREVISAO DAS BAIXAS POR PERDA".
          05 FILLER            PIC X(45) VALUE
             "PAYROLL     FSBFOLHA DE PAGAMENTO FINAL".
          05 FILLER            PIC X(45) VALUE
             "GLINTF      PNBINTERFACE CONTABIL DO PERIODO".
          05 FILLER            PIC X(45) VALUE
             "RELIMPOSTO  PNBRELATORIO DE IMPOSTOS".
          05 FILLER            PIC X(45) VALUE
             "AUDITROLL    NBARQUIVAMENTO DA TRILHA".
          05 FILLER            PIC X(45) VALUE
             "PERIODO.CTL CSBFECHAMENTO DO PERIODO".
       01 WS-ROTEIRO REDEFINES WS-ROTEIRO-VALORES.
          05 WS-RT-ENTRY OCCURS 8 TIMES.
             10 WS-RT-PROGRAMA PIC X(12).
             10 WS-RT-PARM     PIC X(01).
             10 WS-RT-CONTROLE PIC X(01).
             10 WS-RT-JANELA   PIC X(01).
             10 WS-RT-DESC     PIC X(30).
       01 WS-RT-COUNT          PIC 9(02) VALUE 8.
       01 WS-P                 PIC 9(02) VALUE ZERO.
       01 WS-Q                 PIC 9(02) VALUE ZERO.
       01 WS-CONCLUIDOS        PIC 9(02) VALUE ZERO.

      *PROGRESS OF THE PERIOD, LOADED FROM AND SAVED TO THE STATE
      *FILE
       01 WS-SITUACAO.
          05 WS-PS-ENTRY OCCURS 8 TIMES.
             10 WS-PS-STATUS   PIC X(01).
             10 WS-PS-RC       PIC 9(01).
             10 WS-PS-INI-DATA PIC 9(08).
             10 WS-PS-INI-HORA PIC 9(06).
             10 WS-PS-FIM-DATA PIC 9(08).
             10 WS-PS-FIM-HORA PIC 9(06).
             10 WS-PS-ASSINA   PIC X(08).
             10 WS-PS-ASS-DATA PIC 9(08).
             10 WS-PS-ASS-HORA PIC 9(06).

      *CERTIFICATE DETAIL LINE
       01 WS-LIN-CERT.
          05 WS-LC-PASSO       PIC Z9.
          05 FILLER            PIC X(04) VALUE SPACES.
          05 WS-LC-PROGRAMA    PIC X(12).
          05 WS-LC-SITUACAO    PIC X(10).
          05 WS-LC-RC          PIC 9(01).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 WS-LC-INI-DATA    PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LC-INI-HORA    PIC 9(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LC-FIM-DATA    PIC 9(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LC-FIM-HORA    PIC 9(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-LC-ASSINA      PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LC-ASS-DATA    PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-LC-ASS-HORA    PIC X(06).

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *ONLINE/BATCH WINDOW - WS-ESPERA-MAX RE-CHECKS WS-ESPERA-SEG
      *SECONDS APART BEFORE A HELD STEP GIVES UP. WS-JANELA-TOMADA
      *IS "S" WHILE THIS RUN HOLDS THE SYSTEM IN BATCH
       01 WS-ESPERA             PIC 9(03) VALUE ZERO.
       01 WS-ESPERA-MAX         PIC 9(03) VALUE 30.
       01 WS-ESPERA-SEG         PIC 9(04) COMP-5 VALUE 60.
       77 WS-JANELA-TOMADA      PIC X     VALUE "N".
       77 WS-RETIDO             PIC X     VALUE "N".
      *REQUEST/RESPONSE AREAS FOR THE SHARED SESSCTL WINDOW CONTROL
       01 WS-SES-PEDIDO.
          05 WS-SES-FUNC        PIC X(01) VALUE SPACE.
          05 WS-SES-OPERADOR    PIC X(08) VALUE "FECHAMES".
          05 WS-SES-PROGRAMA    PIC X(08) VALUE SPACES.
          05 WS-SES-FILIAL      PIC 9(02) VALUE ZERO.
          05 WS-SES-ESTADO      PIC X(12) VALUE SPACES.
          05 WS-SES-MOTIVO      PIC X(40) VALUE SPACES.
          05 WS-SES-ALVO        PIC X(08) VALUE SPACES.
       01 WS-SES-RESPOSTA.
          05 WS-SES-RC          PIC X(02) VALUE SPACES.
          05 WS-SES-ESTADO-ATUAL PIC X(12) VALUE SPACES.
          05 WS-SES-ESTADO-OPER PIC X(08) VALUE SPACES.
          05 WS-SES-ESTADO-DATA PIC 9(08) VALUE ZERO.
          05 WS-SES-ESTADO-HORA PIC 9(06) VALUE ZERO.
          05 WS-SES-CONFLITOS   PIC 9(03) VALUE ZERO.
          05 WS-SES-CONF-OPERADOR PIC X(08) VALUE SPACES.
          05 WS-SES-CONF-PROGRAMA PIC X(08) VALUE SPACES.
          05 WS-SES-CONF-MESTRE PIC X(12) VALUE SPACES.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "FECHAMES".
          05 WS-CAT-ARQUIVO    PIC X(30) VALUE SPACES.
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "FECHAMES".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           MOVE WS-START-DATE TO WS-DATA-SIS.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.
           IF WS-PERIODO-PARM IS NOT NUMERIC
              OR WS-PERIODO-PARM(5:2) < "01"
              OR WS-PERIODO-PARM(5:2) > "12"
              DISPLAY "INFORME O PERIODO A FECHAR (CCYYMM)"
              MOVE 8 TO WS-RC
              GO TO ENCERRA-PARA
           END-IF.
           MOVE WS-PERIODO-PARM TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           IF WS-PER-SIT = "F"
              DISPLAY "PERIODO " WS-PERIODO " JA FECHADO - NO RUN"
              MOVE 8 TO WS-RC
              GO TO ENCERRA-PARA
           END-IF.
           PERFORM MONTA-NOMES-PARA THRU MONTA-NOMES-FIM.
           PERFORM CARREGA-ESTADO-PARA THRU CARREGA-ESTADO-FIM.
      *    JUROSMES AND PAYROLL WORK ON THE CURRENT MONTH - A FRESH
      *    CLOSE OF ANY OTHER PERIOD WOULD CHARGE AND PAY THE WRONG ONE
           IF WS-RETOMADA = "N"
              AND WS-PERIODO NOT = WS-DATA-SIS(1:6)
              DISPLAY "PERIODO " WS-PERIODO " NAO E O MES CORRENTE"
                      " - NO RUN"
              MOVE 8 TO WS-RC
              GO TO ENCERRA-PARA
           END-IF.
      *    A BATCH LEFT BY A DRIVER RUN THAT DIED - ONLY A SUPERVISOR
      *    GETS PAST OPERSIGN TO RESUME IT
           MOVE SPACE TO WS-OPS-NIVEL-MIN.
           MOVE "Q" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-ESTADO-ATUAL = "BATCH"
              AND WS-SES-ESTADO-OPER = WS-SES-OPERADOR
              DISPLAY "SISTEMA EM BATCH POR FECHAMENTO INTERROMPIDO"
                      " - RETOMADA SOMENTE POR SUPERVISOR"
              MOVE "J" TO WS-OPS-NIVEL-MIN
           END-IF.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              MOVE 8 TO WS-RC
              GO TO ENCERRA-PARA
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           DISPLAY "FECHAMENTO DO MES " WS-PERIODO
                   " - OPERADOR " WS-OPERADOR.
           IF WS-RETOMADA = "S"
              DISPLAY "RETOMADA - PASSOS CONCLUIDOS MANTIDOS"
           END-IF.
           PERFORM JANELA-BATCH-PARA THRU JANELA-BATCH-FIM.
           IF WS-JANELA-TOMADA NOT = "S"
              DISPLAY "SISTEMA EM " WS-SES-ESTADO-ATUAL
                      " - FECHAMENTO NAO PODE COMECAR"
              MOVE 8 TO WS-RC
              GO TO ENCERRA-PARA
           END-IF.
           PERFORM PASSO-PARA THRU PASSO-FIM
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-RT-COUNT OR WS-PARADA = "S".
      *    THE VARYING HAS ALREADY STEPPED PAST THE STEP THAT STOPPED
           IF WS-PARADA = "S"
              SUBTRACT 1 FROM WS-P
              DISPLAY "FECHAMENTO DO MES " WS-PERIODO
                      " INTERROMPIDO NO PASSO " WS-P
              DISPLAY "RODE FECHAMES " WS-PERIODO
                      " DE NOVO PARA RETOMAR"
              GO TO ENCERRA-PARA
           END-IF.
           PERFORM CERTIFICADO-PARA THRU CERTIFICADO-FIM.
           DISPLAY "FECHAMENTO DO MES " WS-PERIODO " COMPLETO".
       ENCERRA-PARA.
           MOVE SPACES TO WS-SES-MOTIVO.
           STRING "FECHAMENTO DO MES " WS-PERIODO-PARM " - FIM"
                  DELIMITED BY SIZE INTO WS-SES-MOTIVO
           END-STRING.
           PERFORM JANELA-ONLINE-PARA THRU JANELA-ONLINE-FIM.
           MOVE WS-CONCLUIDOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       MONTA-NOMES-PARA.
           MOVE SPACES TO WS-ESTADO-NAME.
           STRING "FECHA-" WS-PERIODO ".DAT" DELIMITED BY SIZE
               INTO WS-ESTADO-NAME
           END-STRING.
           MOVE SPACES TO WS-CERT-NAME.
           STRING "FECHAMENTO-" WS-PERIODO ".TXT" DELIMITED BY SIZE
               INTO WS-CERT-NAME
           END-STRING.
       MONTA-NOMES-FIM.
           EXIT.

      *PROGRESS OF A PREVIOUS RUN FOR THE SAME PERIOD, WHEN THERE
      *WAS ONE
       CARREGA-ESTADO-PARA.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-RT-COUNT
               MOVE SPACE TO WS-PS-STATUS(WS-P)
               MOVE ZERO TO WS-PS-RC(WS-P)
               MOVE ZERO TO WS-PS-INI-DATA(WS-P)
               MOVE ZERO TO WS-PS-INI-HORA(WS-P)
               MOVE ZERO TO WS-PS-FIM-DATA(WS-P)
               MOVE ZERO TO WS-PS-FIM-HORA(WS-P)
               MOVE SPACES TO WS-PS-ASSINA(WS-P)
               MOVE ZERO TO WS-PS-ASS-DATA(WS-P)
               MOVE ZERO TO WS-PS-ASS-HORA(WS-P)
           END-PERFORM.
           OPEN INPUT ESTADO-FILE.
           IF FS-ESTADO NOT = "00"
              CLOSE ESTADO-FILE
              GO TO CARREGA-ESTADO-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ESTADO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ES-PASSO > ZERO
                          AND ES-PASSO NOT > WS-RT-COUNT
                          MOVE ES-PASSO TO WS-P
                          MOVE ES-STATUS   TO WS-PS-STATUS(WS-P)
                          MOVE ES-RC       TO WS-PS-RC(WS-P)
                          MOVE ES-INI-DATA TO WS-PS-INI-DATA(WS-P)
                          MOVE ES-INI-HORA TO WS-PS-INI-HORA(WS-P)
                          MOVE ES-FIM-DATA TO WS-PS-FIM-DATA(WS-P)
                          MOVE ES-FIM-HORA TO WS-PS-FIM-HORA(WS-P)
                          MOVE ES-ASSINA   TO WS-PS-ASSINA(WS-P)
                          MOVE ES-ASS-DATA TO WS-PS-ASS-DATA(WS-P)
                          MOVE ES-ASS-HORA TO WS-PS-ASS-HORA(WS-P)
                          MOVE "S" TO WS-RETOMADA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTADO-FILE.
       CARREGA-ESTADO-FIM.
           EXIT.

       GRAVA-ESTADO-PARA.
           OPEN OUTPUT ESTADO-FILE.
           IF FS-ESTADO NOT = "00" AND FS-ESTADO NOT = "05"
              DISPLAY WS-ESTADO-NAME " STATUS --->" FS-ESTADO
              GO TO GRAVA-ESTADO-FIM
           END-IF.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-RT-COUNT
               MOVE WS-Q                 TO ES-PASSO
               MOVE WS-RT-PROGRAMA(WS-Q) TO ES-PROGRAMA
               MOVE WS-PS-STATUS(WS-Q)   TO ES-STATUS
               MOVE WS-PS-RC(WS-Q)       TO ES-RC
               MOVE WS-PS-INI-DATA(WS-Q) TO ES-INI-DATA
               MOVE WS-PS-INI-HORA(WS-Q) TO ES-INI-HORA
               MOVE WS-PS-FIM-DATA(WS-Q) TO ES-FIM-DATA
               MOVE WS-PS-FIM-HORA(WS-Q) TO ES-FIM-HORA
               MOVE WS-PS-ASSINA(WS-Q)   TO ES-ASSINA
               MOVE WS-PS-ASS-DATA(WS-Q) TO ES-ASS-DATA
               MOVE WS-PS-ASS-HORA(WS-Q) TO ES-ASS-HORA
               WRITE REG-ESTADO
           END-PERFORM.
           CLOSE ESTADO-FILE.
       GRAVA-ESTADO-FIM.
           EXIT.

      *ONE STEP OF THE CHECKLIST - SKIPPED WHEN ALREADY GREEN, RUN
      *(OR RE-RUN), THEN HELD FOR SIGN-OFF WHERE THE CHECKLIST SAYS
       PASSO-PARA.
           IF WS-PS-STATUS(WS-P) = "V" OR WS-PS-STATUS(WS-P) = "M"
              DISPLAY "PASSO " WS-P " " WS-RT-PROGRAMA(WS-P)
                      " JA CONCLUIDO"
              ADD 1 TO WS-CONCLUIDOS
              GO TO PASSO-FIM
           END-IF.
           IF WS-PS-STATUS(WS-P) = "F"
              PERFORM FALHA-ANTERIOR-PARA THRU FALHA-ANTERIOR-FIM
              IF WS-PARADA = "S" OR WS-PS-STATUS(WS-P) = "M"
                 GO TO PASSO-FIM
              END-IF
           END-IF.
           DISPLAY "PASSO " WS-P " - " WS-RT-DESC(WS-P)
                   " (" WS-RT-PROGRAMA(WS-P) ")".
           IF WS-PS-STATUS(WS-P) NOT = "A"
              AND WS-RT-PARM(WS-P) NOT = "C"
              PERFORM EXECUTA-PARA THRU EXECUTA-FIM
              PERFORM GRAVA-ESTADO-PARA THRU GRAVA-ESTADO-FIM
              IF WS-PS-STATUS(WS-P) = "F"
                 DISPLAY "PASSO " WS-P " " WS-RT-PROGRAMA(WS-P)
                         " FALHOU - CODIGO " WS-PS-RC(WS-P)
                 MOVE "S" TO WS-PARADA
                 MOVE 8 TO WS-RC
                 GO TO PASSO-FIM
              END-IF
           END-IF.
      *    THE PERIOD IS ONLY CLOSED OVER A FULLY GREEN CHECKLIST
           IF WS-RT-PARM(WS-P) = "C"
              PERFORM VERIFICA-VERDE-PARA THRU VERIFICA-VERDE-FIM
              IF WS-PARADA = "S"
                 GO TO PASSO-FIM
              END-IF
           END-IF.
           IF WS-RT-CONTROLE(WS-P) = "S"
              PERFORM ASSINATURA-PARA THRU ASSINATURA-FIM
              IF WS-ASSINOU NOT = "S"
                 PERFORM GRAVA-ESTADO-PARA THRU GRAVA-ESTADO-FIM
                 MOVE "S" TO WS-PARADA
                 MOVE 4 TO WS-RC
                 GO TO PASSO-FIM
              END-IF
           END-IF.
           IF WS-RT-PARM(WS-P) = "C"
              PERFORM FECHA-PERIODO-PARA THRU FECHA-PERIODO-FIM
              IF WS-PS-STATUS(WS-P) = "F"
                 PERFORM GRAVA-ESTADO-PARA THRU GRAVA-ESTADO-FIM
                 MOVE "S" TO WS-PARADA
                 MOVE 8 TO WS-RC
                 GO TO PASSO-FIM
              END-IF
           END-IF.
           MOVE "V" TO WS-PS-STATUS(WS-P).
           PERFORM GRAVA-ESTADO-PARA THRU GRAVA-ESTADO-FIM.
           ADD 1 TO WS-CONCLUIDOS.
           DISPLAY "PASSO " WS-P " CONCLUIDO".
       PASSO-FIM.
           EXIT.

      *CALLS THE STEP WITH ITS PARAMETER ON THE COMMAND LINE AND
      *TAKES THE COMPLETION CODE FROM THE LINE IT LEFT IN RUNLOG.DAT
       EXECUTA-PARA.
           EVALUATE WS-RT-PARM(WS-P)
              WHEN "P"
                 MOVE WS-PERIODO-PARM TO WS-STEP-PARM
              WHEN "F"
                 MOVE "FINAL" TO WS-STEP-PARM
              WHEN OTHER
                 MOVE SPACES TO WS-STEP-PARM
           END-EVALUATE.
           DISPLAY WS-STEP-PARM UPON COMMAND-LINE.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA-SIS.
           COMPUTE WS-CHAMADA = WS-DATA-SIS * 1000000 + WS-HORA-SIS.
           MOVE WS-DATA-SIS TO WS-PS-INI-DATA(WS-P).
           MOVE WS-HORA-SIS TO WS-PS-INI-HORA(WS-P).
           MOVE ZERO TO WS-PS-FIM-DATA(WS-P).
           MOVE ZERO TO WS-PS-FIM-HORA(WS-P).
           MOVE 8 TO WS-PS-RC(WS-P).
           MOVE "F" TO WS-PS-STATUS(WS-P).
      *    A STEP HELD BY ONLINE SESSIONS STAYS "F" FOR THE RESTART
           IF WS-RT-JANELA(WS-P) = "O"
              MOVE SPACES TO WS-SES-MOTIVO
              STRING "FECHAMENTO " WS-PERIODO-PARM " - PASSO "
                     WS-RT-PROGRAMA(WS-P)
                     DELIMITED BY SIZE INTO WS-SES-MOTIVO
              END-STRING
              PERFORM JANELA-ONLINE-PARA THRU JANELA-ONLINE-FIM
           ELSE
              PERFORM SESSOES-PARA THRU SESSOES-FIM
              IF WS-RETIDO = "S"
                 GO TO EXECUTA-FIM
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-RT-PROGRAMA(WS-P)
               ON EXCEPTION
                   DISPLAY "PROGRAMA NAO ENCONTRADO: "
                           WS-RT-PROGRAMA(WS-P)
           END-CALL.
           IF WS-RT-JANELA(WS-P) = "O"
              PERFORM JANELA-BATCH-PARA THRU JANELA-BATCH-FIM
              IF WS-JANELA-TOMADA NOT = "S"
                 DISPLAY "SISTEMA EM " WS-SES-ESTADO-ATUAL
                         " - JANELA BATCH NAO RETOMADA"
                 GO TO EXECUTA-FIM
              END-IF
           END-IF.
           PERFORM LE-RUNLOG-PARA THRU LE-RUNLOG-FIM.
           IF WS-ACHOU-LOG NOT = "S"
              DISPLAY "SEM REGISTRO DO PASSO EM RUNLOG.DAT"
              GO TO EXECUTA-FIM
           END-IF.
           IF WS-PS-RC(WS-P) = ZERO
              MOVE "A" TO WS-PS-STATUS(WS-P)
           END-IF.
       EXECUTA-FIM.
           EXIT.

      *THE STEP'S MASTERS MUST BE FREE OF ONLINE SESSIONS - WAITS
      *UP TO WS-ESPERA-MAX RE-CHECKS, THEN THE STEP IS HELD
       SESSOES-PARA.
           MOVE "N" TO WS-RETIDO.
           MOVE "V" TO WS-SES-FUNC.
           MOVE WS-RT-PROGRAMA(WS-P) TO WS-SES-PROGRAMA.
           MOVE ZERO TO WS-ESPERA.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           PERFORM UNTIL WS-SES-CONFLITOS = ZERO
                      OR WS-ESPERA >= WS-ESPERA-MAX
               ADD 1 TO WS-ESPERA
               DISPLAY "AGUARDANDO " WS-SES-CONFLITOS
                       " SESSAO(OES) ONLINE - " WS-SES-CONF-OPERADOR
                       " EM " WS-SES-CONF-PROGRAMA " NO "
                       WS-SES-CONF-MESTRE
               CALL "C$SLEEP" USING WS-ESPERA-SEG
               CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
           END-PERFORM.
           IF WS-SES-CONFLITOS NOT = ZERO
              DISPLAY "PASSO " WS-P " RETIDO POR " WS-SES-CONFLITOS
                      " SESSAO(OES) ONLINE - " WS-SES-CONF-OPERADOR
                      " EM " WS-SES-CONF-PROGRAMA " NO "
                      WS-SES-CONF-MESTRE
              MOVE "S" TO WS-RETIDO
           END-IF.
       SESSOES-FIM.
           EXIT.

      *TAKES THE WINDOW - ONLINE BECOMES BATCH; A BATCH THIS DRIVER
      *ALREADY HOLDS IS KEPT; ANY OTHER STATE LEAVES
      *WS-JANELA-TOMADA "N"
       JANELA-BATCH-PARA.
           MOVE "N" TO WS-JANELA-TOMADA.
           MOVE "Q" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-ESTADO-ATUAL = "BATCH"
              AND WS-SES-ESTADO-OPER = WS-SES-OPERADOR
              MOVE "S" TO WS-JANELA-TOMADA
              GO TO JANELA-BATCH-FIM
           END-IF.
           IF WS-SES-ESTADO-ATUAL NOT = "ONLINE"
              GO TO JANELA-BATCH-FIM
           END-IF.
           MOVE "M" TO WS-SES-FUNC.
           MOVE "BATCH" TO WS-SES-ESTADO.
           MOVE SPACES TO WS-SES-MOTIVO.
           STRING "FECHAMENTO DO MES " WS-PERIODO-PARM
                  DELIMITED BY SIZE INTO WS-SES-MOTIVO
           END-STRING.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-RC = "00"
              MOVE "S" TO WS-JANELA-TOMADA
              DISPLAY "SISTEMA EM BATCH PARA O FECHAMENTO"
           END-IF.
       JANELA-BATCH-FIM.
           EXIT.

      *GIVES THE WINDOW BACK - ONLY A BATCH THIS RUN HOLDS GOES BACK
      *TO ONLINE, LOGGED WITH THE WS-SES-MOTIVO THE CALLER SET
       JANELA-ONLINE-PARA.
           IF WS-JANELA-TOMADA NOT = "S"
              GO TO JANELA-ONLINE-FIM
           END-IF.
           MOVE "M" TO WS-SES-FUNC.
           MOVE "ONLINE" TO WS-SES-ESTADO.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           MOVE "N" TO WS-JANELA-TOMADA.
           DISPLAY "SISTEMA DE VOLTA A ONLINE".
       JANELA-ONLINE-FIM.
           EXIT.

       LE-RUNLOG-PARA.
           MOVE "N" TO WS-ACHOU-LOG.
           OPEN INPUT RUNLOG-FILE.
           IF FS-RUNLOG NOT = "00"
              CLOSE RUNLOG-FILE
              GO TO LE-RUNLOG-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RUNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CONFERE-LOG-PARA THRU CONFERE-LOG-FIM
               END-READ
           END-PERFORM.
           CLOSE RUNLOG-FILE.
       LE-RUNLOG-FIM.
           EXIT.

      *THE LAST LINE OF THE STEP'S PROGRAM STARTED SINCE THE CALL
       CONFERE-LOG-PARA.
           IF RL-PROGRAM NOT = WS-RT-PROGRAMA(WS-P)
              OR RL-START-DATE IS NOT NUMERIC
              OR RL-START-TIME IS NOT NUMERIC
              GO TO CONFERE-LOG-FIM
           END-IF.
           COMPUTE WS-LOG-INICIO =
               RL-START-DATE * 1000000 + RL-START-TIME.
           IF WS-LOG-INICIO < WS-CHAMADA
              GO TO CONFERE-LOG-FIM
           END-IF.
           MOVE "S" TO WS-ACHOU-LOG.
           MOVE RL-CODE TO WS-PS-RC(WS-P).
           MOVE RL-START-DATE TO WS-PS-INI-DATA(WS-P).
           MOVE RL-START-TIME TO WS-PS-INI-HORA(WS-P).
           MOVE RL-END-DATE TO WS-PS-FIM-DATA(WS-P).
           MOVE RL-END-TIME TO WS-PS-FIM-HORA(WS-P).
       CONFERE-LOG-FIM.
           EXIT.

      *A STEP THAT FAILED IN AN EARLIER RUN - RUN IT AGAIN, HAVE A
      *SUPERVISOR ACCEPT IT, OR STOP HERE
       FALHA-ANTERIOR-PARA.
           DISPLAY "PASSO " WS-P " " WS-RT-PROGRAMA(WS-P)
                   " FALHOU NA RODADA ANTERIOR - CODIGO "
                   WS-PS-RC(WS-P).
           IF WS-RT-PARM(WS-P) = "C"
              GO TO FALHA-ANTERIOR-FIM
           END-IF.
           DISPLAY "1-EXECUTAR DE NOVO  2-ACEITAR (SUPERVISOR)  "
                   "3-ENCERRAR".
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE WS-OPCAO
              WHEN 1
                 CONTINUE
              WHEN 2
                 PERFORM ASSINATURA-PARA THRU ASSINATURA-FIM
                 IF WS-ASSINOU = "S"
                    MOVE "M" TO WS-PS-STATUS(WS-P)
                    PERFORM GRAVA-ESTADO-PARA THRU GRAVA-ESTADO-FIM
                    ADD 1 TO WS-CONCLUIDOS
                    DISPLAY "PASSO " WS-P " ACEITO POR "
                            WS-PS-ASSINA(WS-P)
                 ELSE
                    MOVE "S" TO WS-PARADA
                    MOVE 4 TO WS-RC
                 END-IF
              WHEN OTHER
                 MOVE "S" TO WS-PARADA
                 MOVE 4 TO WS-RC
           END-EVALUATE.
       FALHA-ANTERIOR-FIM.
           EXIT.

      *A NAMED SUPERVISOR SIGNS ON AND RELEASES THE STEP
       ASSINATURA-PARA.
           MOVE "N" TO WS-ASSINOU.
           DISPLAY "PONTO DE CONTROLE - " WS-RT-DESC(WS-P).
           DISPLAY "ASSINATURA DO SUPERVISOR RESPONSAVEL".
      *    "J" - THE DRIVER HOLDS THE SYSTEM IN BATCH WHILE IT WAITS
           MOVE "J" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              DISPLAY "ASSINATURA NAO OBTIDA - PASSO " WS-P " RETIDO"
              GO TO ASSINATURA-FIM
           END-IF.
           DISPLAY "SUPERVISOR " WS-OPS-ID
                   " - CONFIRMA A LIBERACAO (S/N):".
           ACCEPT WS-RESP FROM CONSOLE.
           IF WS-RESP NOT = "S" AND WS-RESP NOT = "s"
              DISPLAY "LIBERACAO RECUSADA - PASSO " WS-P " RETIDO"
              GO TO ASSINATURA-FIM
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-OPS-ID TO WS-PS-ASSINA(WS-P).
           MOVE WS-DATA-SIS TO WS-PS-ASS-DATA(WS-P).
           MOVE WS-TIME-RAW(1:6) TO WS-PS-ASS-HORA(WS-P).
           MOVE "S" TO WS-ASSINOU.
       ASSINATURA-FIM.
           EXIT.

       VERIFICA-VERDE-PARA.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q >= WS-P
               IF WS-PS-STATUS(WS-Q) NOT = "V"
                  AND WS-PS-STATUS(WS-Q) NOT = "M"
                  DISPLAY "PASSO " WS-Q " " WS-RT-PROGRAMA(WS-Q)
                          " NAO CONCLUIDO - PERIODO NAO FECHADO"
                  MOVE "S" TO WS-PARADA
                  MOVE 8 TO WS-RC
               END-IF
           END-PERFORM.
       VERIFICA-VERDE-FIM.
           EXIT.

      *APPENDS THE CLOSE TO PERIODO.CTL IN PERMAINT'S SHAPE, UNDER
      *THE NAME OF THE SUPERVISOR WHO RELEASED IT
       FECHA-PERIODO-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-DATA-SIS TO WS-PS-INI-DATA(WS-P).
           MOVE WS-TIME-RAW(1:6) TO WS-PS-INI-HORA(WS-P).
           MOVE WS-DATA-SIS TO WS-PS-FIM-DATA(WS-P).
           MOVE WS-TIME-RAW(1:6) TO WS-PS-FIM-HORA(WS-P).
           MOVE ZERO TO WS-PS-RC(WS-P).
           OPEN EXTEND CTL-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-CTL NOT = "00" AND FS-CTL NOT = "05"
              DISPLAY "PERIODO.CTL STATUS --->" FS-CTL
              MOVE 8 TO WS-PS-RC(WS-P)
              MOVE "F" TO WS-PS-STATUS(WS-P)
              GO TO FECHA-PERIODO-FIM
           END-IF.
           MOVE SPACES TO CTL-LINE.
           STRING WS-PERIODO DELIMITED BY SIZE
                  ";F;" DELIMITED BY SIZE
                  WS-PS-ASSINA(WS-P) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO CTL-LINE
           END-STRING.
           WRITE CTL-LINE.
           CLOSE CTL-FILE.
           DISPLAY "PERIODO " WS-PERIODO " FECHADO".
       FECHA-PERIODO-FIM.
           EXIT.

      *THE CLOSE CERTIFICATE - EVERY STEP, ITS TIMES, ITS CODE AND
      *WHO SIGNED
       CERTIFICADO-PARA.
           OPEN OUTPUT CERT-FILE.
           IF FS-CERT NOT = "00"
              DISPLAY WS-CERT-NAME " STATUS --->" FS-CERT
              MOVE 4 TO WS-RC
              GO TO CERTIFICADO-FIM
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE SPACES TO CERT-LINE.
           STRING "CERTIFICADO DE FECHAMENTO DO PERIODO " WS-PERIODO
                  DELIMITED BY SIZE INTO CERT-LINE
           END-STRING.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "EMITIDO EM " WS-DATA-SIS " " WS-TIME-RAW(1:6)
                  " - OPERADOR " WS-OPERADOR
                  DELIMITED BY SIZE INTO CERT-LINE
           END-STRING.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE "PASSO PROGRAMA    SITUACAO  COD INICIO           FIM"
               TO CERT-LINE.
           MOVE "ASSINATURA" TO CERT-LINE(67:10).
           WRITE CERT-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-RT-COUNT
               PERFORM LINHA-CERT-PARA THRU LINHA-CERT-FIM
           END-PERFORM.
           MOVE SPACES TO CERT-LINE.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "PERIODO " WS-PERIODO
                  " FECHADO EM PERIODO.CTL POR "
                  WS-PS-ASSINA(WS-RT-COUNT)
                  DELIMITED BY SIZE INTO CERT-LINE
           END-STRING.
           WRITE CERT-LINE.
           CLOSE CERT-FILE.
           MOVE WS-CERT-NAME TO WS-CAT-ARQUIVO.
           MOVE WS-PERIODO-PARM TO WS-CAT-PERIODO.
           MOVE WS-PS-ASSINA(WS-RT-COUNT) TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           DISPLAY "CERTIFICADO EM " WS-CERT-NAME.
       CERTIFICADO-FIM.
           EXIT.

       LINHA-CERT-PARA.
           MOVE WS-Q TO WS-LC-PASSO.
           MOVE WS-RT-PROGRAMA(WS-Q) TO WS-LC-PROGRAMA.
           IF WS-PS-STATUS(WS-Q) = "M"
              MOVE "ACEITO" TO WS-LC-SITUACAO
           ELSE
              MOVE "CONCLUIDO" TO WS-LC-SITUACAO
           END-IF.
           MOVE WS-PS-RC(WS-Q) TO WS-LC-RC.
           MOVE WS-PS-INI-DATA(WS-Q) TO WS-LC-INI-DATA.
           MOVE WS-PS-INI-HORA(WS-Q) TO WS-LC-INI-HORA.
           MOVE WS-PS-FIM-DATA(WS-Q) TO WS-LC-FIM-DATA.
           MOVE WS-PS-FIM-HORA(WS-Q) TO WS-LC-FIM-HORA.
           MOVE WS-PS-ASSINA(WS-Q) TO WS-LC-ASSINA.
           IF WS-PS-ASSINA(WS-Q) = SPACES
              MOVE SPACES TO WS-LC-ASS-DATA
              MOVE SPACES TO WS-LC-ASS-HORA
           ELSE
              MOVE WS-PS-ASS-DATA(WS-Q) TO WS-LC-ASS-DATA
              MOVE WS-PS-ASS-HORA(WS-Q) TO WS-LC-ASS-HORA
           END-IF.
           MOVE WS-LIN-CERT TO CERT-LINE.
           WRITE CERT-LINE.
       LINHA-CERT-FIM.
           EXIT.
