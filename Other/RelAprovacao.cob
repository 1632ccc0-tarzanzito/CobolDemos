      ******************************************************************
      *DESC    : Daily report of dual-control requests left waiting -  *
      *        : every item of the approval queue APROVQ.DAT still     *
      *        : pending after more than a set number of days, with    *
      *        : type, key, amount, requester, request date, age and   *
      *        : reason, oldest first. Written to RELAPROV.TXT; the    *
      *        : totals also go to the console.                        *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : The number of days is the command-line parameter      *
      *        : (1-3 digits); without one it is the DIAS line of      *
      *        : APROVLIM.TAB, read through APROVCTL, and 3 when that  *
      *        : is missing too. The run is logged through RUNLOG -    *
      *        : code 4 when anything is overdue, so the morning       *
      *        : ALERTS.DAT shows it, 8 when the queue cannot be read. *
      *        : The closed report is archived through RELCAT.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAPROV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILA-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              AQ-ID
           FILE STATUS             FS-FILA.
           SELECT REL-FILE ASSIGN TO "RELAPROV.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT APROVCTL (AprovCtl.cob) WRITES
       FD FILA-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "APROVQ.DAT".
       01 REG-FILA.
          02 AQ-ID             PIC 9(06).
          02 AQ-TIPO           PIC X(08).
          02 AQ-CHAVE          PIC X(20).
          02 AQ-VALOR          PIC 9(09)V99.
          02 AQ-ANTES          PIC X(40).
          02 AQ-NOVO           PIC X(40).
          02 AQ-SOLICITANTE    PIC X(08).
          02 AQ-DATA-SOL       PIC 9(08).
          02 AQ-HORA-SOL       PIC 9(06).
          02 AQ-MOTIVO         PIC X(60).
          02 AQ-STATUS         PIC X(01).
             88 AQ-PENDENTE    VALUE "P".
          02 AQ-APROVADOR      PIC X(08).
          02 AQ-DATA-DEC       PIC 9(08).
          02 AQ-HORA-DEC       PIC 9(06).
          02 AQ-MOTIVO-REJ     PIC X(60).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-FILA              PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-DIAS-PADRAO       PIC 9(03) VALUE 3.

      *A 1-3 DIGIT COMMAND-LINE PARAMETER SETS THE AGE LIMIT
       01 WS-DIAS-PARM         PIC X(03) VALUE SPACES.
       01 WS-DIAS-LIMITE       PIC 9(03) VALUE ZERO.
       01 WS-DIAS              PIC 9(05) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

       01 WS-PENDENTES         PIC 9(05) VALUE ZERO.
       01 WS-ATRASADAS         PIC 9(05) VALUE ZERO.
       01 WS-EDIT              PIC ZZZ.ZZZ.ZZ9,99.

      *REQUEST/RESPONSE AREAS FOR THE SHARED APROVCTL DUAL CONTROL -
      *ONLY USED HERE TO READ THE DIAS LINE OF APROVLIM.TAB
       01 WS-APQ-PEDIDO.
          05 WS-APQ-FUNC       PIC X(01) VALUE "V".
          05 WS-APQ-TIPO       PIC X(08) VALUE "DIAS".
          05 WS-APQ-CHAVE      PIC X(20) VALUE SPACES.
          05 WS-APQ-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-APQ-ANTES      PIC X(40) VALUE SPACES.
          05 WS-APQ-NOVO       PIC X(40) VALUE SPACES.
          05 WS-APQ-SOLICITANTE PIC X(08) VALUE SPACES.
          05 WS-APQ-MOTIVO     PIC X(60) VALUE SPACES.
       01 WS-APQ-RESPOSTA.
          05 WS-APQ-RC         PIC X(02) VALUE SPACES.
          05 WS-APQ-ID         PIC 9(06) VALUE ZERO.
          05 WS-APQ-LIMITE     PIC 9(09)V99 VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELAPROV".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELAPROV.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "RELAPROV".
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
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-FALHOU = "S"
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           IF WS-ATRASADAS > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       EXIT-PARA.
           MOVE WS-ATRASADAS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *AGE LIMIT FROM THE COMMAND LINE, ELSE APROVLIM.TAB, ELSE THE
      *DEFAULT - THEN THE QUEUE AND THE REPORT
       OPEN-PARA.
           ACCEPT WS-DIAS-PARM FROM COMMAND-LINE.
           IF WS-DIAS-PARM NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-DIAS-PARM) = ZERO
              COMPUTE WS-DIAS-LIMITE = FUNCTION NUMVAL(WS-DIAS-PARM)
           ELSE
              CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA
              MOVE WS-APQ-LIMITE TO WS-DIAS-LIMITE
              IF WS-DIAS-LIMITE = ZERO
                 MOVE WS-DIAS-PADRAO TO WS-DIAS-LIMITE
              END-IF
           END-IF.
           OPEN INPUT FILA-FILE.
           IF FS-FILA NOT = "00" AND FS-FILA NOT = "05"
              DISPLAY "APROVQ.DAT OPEN FAILED: " FS-FILA
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELAPROV.TXT OPEN FAILED: " FS-REL
              CLOSE FILA-FILE
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           DISPLAY "SOLICITACOES PENDENTES HA MAIS DE " WS-DIAS-LIMITE
                   " DIAS".
           MOVE SPACES TO REL-LINE.
           STRING "SOLICITACOES DE APROVACAO PENDENTES HA MAIS DE "
                  DELIMITED BY SIZE
                  WS-DIAS-LIMITE DELIMITED BY SIZE
                  " DIAS - EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "NUMERO TIPO     CHAVE                VALOR"
                TO REL-LINE.
           MOVE "SOLICIT. DATA     DIAS MOTIVO" TO REL-LINE(60:29).
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL FS-FILA = "10"
               READ FILA-FILE NEXT RECORD
               AT END
                   MOVE "10" TO FS-FILA
               NOT AT END
                   PERFORM TRATA-LINHA-PARA THRU TRATA-LINHA-FIM
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE PENDING ITEM - LISTED ONLY WHEN OLDER THAN THE LIMIT
       TRATA-LINHA-PARA.
           IF NOT AQ-PENDENTE
              GO TO TRATA-LINHA-FIM
           END-IF.
           ADD 1 TO WS-PENDENTES.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-SIS)
                           - FUNCTION INTEGER-OF-DATE(AQ-DATA-SOL).
           IF WS-DIAS NOT > WS-DIAS-LIMITE
              GO TO TRATA-LINHA-FIM
           END-IF.
           ADD 1 TO WS-ATRASADAS.
           MOVE AQ-VALOR TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING AQ-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AQ-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AQ-CHAVE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           MOVE AQ-SOLICITANTE TO REL-LINE(60:8).
           MOVE AQ-DATA-SOL TO REL-LINE(69:8).
           MOVE WS-DIAS TO REL-LINE(78:5).
           MOVE AQ-MOTIVO(1:49) TO REL-LINE(84:49).
           WRITE REL-LINE.
       TRATA-LINHA-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           STRING "PENDENTES NA FILA: " DELIMITED BY SIZE
                  WS-PENDENTES DELIMITED BY SIZE
                  "   ATRASADAS: " DELIMITED BY SIZE
                  WS-ATRASADAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           CLOSE REL-FILE.
           CLOSE FILA-FILE.
           DISPLAY "PENDENTES NA FILA : " WS-PENDENTES.
           DISPLAY "ATRASADAS         : " WS-ATRASADAS.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
       CLOSE-EXIT-PARA.
           EXIT.
