      ******************************************************************
      *DESC    : Morning report of broken promises to pay - lists the  *
      *        : promises taken from EXCTAS (PROMESSA.DAT) whose date  *
      *        : has passed without the promised money arriving in     *
      *        : CONTAS.DAT, so collections can call those clients     *
      *        : again. Each one is closed as broken, which puts the   *
      *        : invoice back on CARTACOB's letters one level past the *
      *        : last letter sent. Promises already kept are closed as *
      *        : kept on the same pass.                                *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-28                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : A promise is kept when the amount paid on the invoice *
      *        : since it was taken (CR-PAGO less PR-PAGO-BASE) reaches*
      *        : the promised amount, or the invoice is QUITADA. It is *
      *        : broken when the promised date is before the run date  *
      *        : and it was not kept - the client has the whole        *
      *        : promised day. A promise whose invoice is no longer on *
      *        : CONTAS.DAT is closed as kept and listed. Run before   *
      *        : CARTACOB; RC 4 when any promise was broken.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROM-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PR-CHAVE
           FILE STATUS             FS-PR.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT EXCTAS (ContasTela.cob) WRITES
       FD PROM-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PROMESSA.DAT".
       01 REG-PROMESSA.
          02 PR-CHAVE.
             03 PR-CODIGO     PIC 9(06).
             03 PR-FATURA     PIC 9(06).
          02 PR-VALOR          PIC 9(07)V99.
          02 PR-DATA-PROM      PIC 9(08).
          02 PR-OPERADOR       PIC X(08).
          02 PR-DATA-REG       PIC 9(08).
          02 PR-PAGO-BASE      PIC 9(07)V99.
          02 PR-STATUS         PIC X(01).
             88 PR-ABERTA      VALUE "A".
             88 PR-CUMPRIDA    VALUE "C".
             88 PR-QUEBRADA    VALUE "Q".
          02 PR-DATA-BAIXA     PIC 9(08).

      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS.DAT".
       01 REG-CONTA.
          02 CR-CHAVE.
             03 CR-CODIGO     PIC 9(06).
             03 CR-FATURA     PIC 9(06).
          02 CR-DATA           PIC 9(08).
          02 CR-VALOR          PIC 9(07)V99.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
             88 CR-QUITADA     VALUE "Q".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-NOME          PIC X(30).
          02 FD-END           PIC X(30).
          02 FD-BAIRRO        PIC X(20).
          02 FD-CIDADE        PIC X(20).
          02 FD-CEP           PIC X(09).
          02 FD-CREATED-DATE      PIC 9(08).
          02 FD-LAST-UPDATED-DATE PIC 9(08).
          02 FD-STATUS        PIC X(01).
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
          02 FD-CPF-CNPJ      PIC X(14).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-PR                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-SEM-ARQ           PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

       01 WS-PAGO-DESDE        PIC 9(07)V99 VALUE ZERO.
       01 WS-SALDO             PIC 9(07)V99 VALUE ZERO.

       01 COUNTERS.
          05 WS-LIDAS          PIC 9(05) VALUE ZERO.
          05 WS-ABERTAS        PIC 9(05) VALUE ZERO.
          05 WS-CUMPRIDAS      PIC 9(05) VALUE ZERO.
          05 WS-QUEBRADAS      PIC 9(05) VALUE ZERO.
       01 WS-TOT-QUEBRADO      PIC 9(09)V99 VALUE ZERO.
       01 WS-PROM-EDIT         PIC Z.ZZZ.ZZ9,99.
       01 WS-PAGO-EDIT         PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "RELPROM".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-HORA TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8 OR WS-SEM-ARQ = "S"
              GO TO FIM-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           MOVE WS-LIDAS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           DISPLAY "PROMESSAS DE PAGAMENTO NAO CUMPRIDAS EM "
                   WS-DATA-SIS.
           OPEN I-O PROM-FILE.
      *    NO FILE YET - NO PROMISE WAS EVER TAKEN, NOTHING TO DO
           IF FS-PR = "05" OR FS-PR = "35"
              DISPLAY "NENHUMA PROMESSA REGISTRADA"
              CLOSE PROM-FILE
              MOVE "S" TO WS-SEM-ARQ
              GO TO OPEN-EXIT-PARA
           END-IF.
           IF FS-PR NOT = "00"
              DISPLAY "PROMESSA.DAT OPEN FAILED: " FS-PR
              CLOSE PROM-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              CLOSE PROM-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE PROM-FILE
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           DISPLAY "CLIENTE NOME                           FATURA"
                   "    PROMETIDO PARA ATE  OPERADOR     PAGO DESDE".
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ PROM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PR-ABERTA
                          ADD 1 TO WS-LIDAS
                          PERFORM TRATA-PROM-PARA THRU TRATA-PROM-FIM
                       END-IF
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE OPEN PROMISE - KEPT, STILL RUNNING, OR BROKEN AND LISTED
       TRATA-PROM-PARA.
           MOVE PR-CHAVE TO CR-CHAVE.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 DISPLAY PR-CODIGO " FATURA " PR-FATURA
                         " NAO ESTA MAIS EM CONTAS.DAT - ENCERRADA"
                 GO TO TRATA-PROM-CUMPRIDA
           END-READ.
           IF CR-QUITADA
              GO TO TRATA-PROM-CUMPRIDA
           END-IF.
           MOVE ZERO TO WS-PAGO-DESDE.
           IF CR-PAGO > PR-PAGO-BASE
              COMPUTE WS-PAGO-DESDE = CR-PAGO - PR-PAGO-BASE
           END-IF.
           IF WS-PAGO-DESDE >= PR-VALOR
              GO TO TRATA-PROM-CUMPRIDA
           END-IF.
           IF PR-DATA-PROM >= WS-DATA-SIS
              ADD 1 TO WS-ABERTAS
              GO TO TRATA-PROM-FIM
           END-IF.
           MOVE PR-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE "(CLIENTE NAO CADASTRADO)" TO FD-NOME
           END-READ.
           MOVE PR-VALOR TO WS-PROM-EDIT.
           MOVE WS-PAGO-DESDE TO WS-PAGO-EDIT.
           DISPLAY PR-CODIGO " " FD-NOME " " PR-FATURA " "
                   WS-PROM-EDIT " " PR-DATA-PROM "  " PR-OPERADOR
                   " " WS-PAGO-EDIT.
           ADD 1 TO WS-QUEBRADAS.
           COMPUTE WS-SALDO = PR-VALOR - WS-PAGO-DESDE.
           ADD WS-SALDO TO WS-TOT-QUEBRADO.
           MOVE "Q" TO PR-STATUS.
           GO TO TRATA-PROM-BAIXA.
       TRATA-PROM-CUMPRIDA.
           ADD 1 TO WS-CUMPRIDAS.
           MOVE "C" TO PR-STATUS.
       TRATA-PROM-BAIXA.
           MOVE WS-DATA-SIS TO PR-DATA-BAIXA.
           REWRITE REG-PROMESSA
              INVALID KEY
                 DISPLAY "ERRO REGRAVANDO PROMESSA " PR-CODIGO "/"
                         PR-FATURA " (" FS-PR ")"
           END-REWRITE.
       TRATA-PROM-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE PROM-FILE.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           DISPLAY " ".
           IF WS-QUEBRADAS = ZERO
              DISPLAY "NENHUMA PROMESSA VENCIDA SEM PAGAMENTO"
           END-IF.
           DISPLAY "PROMESSAS EXAMINADAS       : " WS-LIDAS.
           DISPLAY "CUMPRIDAS (ENCERRADAS)     : " WS-CUMPRIDAS.
           DISPLAY "AINDA NO PRAZO             : " WS-ABERTAS.
           DISPLAY "NAO CUMPRIDAS (A COBRANCA) : " WS-QUEBRADAS.
           MOVE WS-TOT-QUEBRADO TO WS-EDIT.
           DISPLAY "VALOR PROMETIDO EM FALTA   : " WS-EDIT.
           IF WS-QUEBRADAS > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
