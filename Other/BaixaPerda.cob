      *        : register so finance can see what we gave up on.      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.3.0                                                 *
      *NOTES   : Restricted to supervisors - the sign-on validates    *
      *        : the operator against OPERATOR.DAT (OPERMAINT) and     *
      *        : requires OP-NIVEL "S", the same rule EXCLI applies    *
      *        : the client can be removed once everything else is     *
      *        : settled. PERDAS.TXT line: CODIGO;FATURA;VALOR;DATA    *
      *        : (period decimal, the COMISSAO.TXT convention).        *
      *        : A write-off cancels the pending commission-on-        *
      *        : collection of the invoice's sale through COMLIBER     *
      *        : (COMPEND.DAT "X"): the invoice will never be paid, so *
      *        : the commission is never released, even when part of   *
      *        : it had been paid.                                     *
      *        : The session is logged through RUNLOG (code 8 when the *
      *        : sign-on or a file open fails) and ends with GOBACK,   *
      *        : so the month-end close driver FECHAMES can CALL the   *
      *        : review as a step and take its code from RUNLOG.DAT.   *
      *        : A write-off of an open balance above the APROVLIM.TAB *
      *        : BAIXA threshold (0 = every write-off) is not applied: *
      *        : it goes to the APROVCTL approval queue with a reason  *
      *        : and a second supervisor writes it off in APROVA. The  *
      *        : register counts the ones sent.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPERDA.
       01 WS-TOT-PERDA         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-EDIT          PIC ZZZ,ZZZ,ZZ9.99.

      *COMMISSION ON COLLECTION - A WRITTEN-OFF INVOICE WILL NEVER BE
      *PAID, SO ITS PENDING COMMISSION IS CANCELLED (COMLIBER)
       01 WS-CPL-PEDIDO.
          05 WS-CPL-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CPL-PROGRAMA   PIC X(08) VALUE "BAIXAPER".
          05 WS-CPL-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-CPL-FATURA     PIC 9(06) VALUE ZERO.
          05 WS-CPL-DATA       PIC 9(08) VALUE ZERO.
       01 WS-CPL-RESPOSTA.
          05 WS-CPL-RC         PIC X(02) VALUE SPACES.
          05 WS-CPL-VENDEDOR   PIC 9(05) VALUE ZERO.
          05 WS-CPL-COMISSAO   PIC 9(07)V99 VALUE ZERO.
       01 WS-COM-CANCELADAS    PIC 9(05) VALUE ZERO.

      *WRITE-OFFS ABOVE THE APROVLIM.TAB BAIXA THRESHOLD WAIT IN THE
      *APPROVAL QUEUE FOR A SECOND SUPERVISOR (APROVA) - "S" = THIS
      *ONE WENT THERE INSTEAD OF BEING APPLIED
       01 WS-NA-FILA           PIC X     VALUE "N".
       01 WS-SOLICITADAS       PIC 9(05) VALUE ZERO.
       01 WS-LIMITE-EDIT       PIC ZZZ,ZZZ,ZZ9.99.

      *REQUEST/RESPONSE AREAS FOR THE SHARED APROVCTL DUAL CONTROL -
      *THE BEFORE VALUE IS THE OPEN BALANCE BEING WRITTEN OFF
       01 WS-APQ-PEDIDO.
          05 WS-APQ-FUNC       PIC X(01) VALUE SPACE.
          05 WS-APQ-TIPO       PIC X(08) VALUE SPACES.
          05 WS-APQ-CHAVE      PIC X(20) VALUE SPACES.
          05 WS-APQ-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-APQ-ANTES.
             10 WS-APQ-A-SALDO PIC 9(07)V99.
             10 FILLER         PIC X(31).
          05 WS-APQ-NOVO       PIC X(40) VALUE SPACES.
          05 WS-APQ-SOLICITANTE PIC X(08) VALUE SPACES.
          05 WS-APQ-MOTIVO     PIC X(60) VALUE SPACES.
       01 WS-APQ-RESPOSTA.
          05 WS-APQ-RC         PIC X(02) VALUE SPACES.
          05 WS-APQ-ID         PIC 9(06) VALUE ZERO.
          05 WS-APQ-LIMITE     PIC 9(09)V99 VALUE ZERO.


      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE SESSION IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "BAIXAPERDA".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              MOVE 8 TO WS-RC
              GO TO ENCERRA
           END-IF.
           OPEN I-O CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT STATUS --->" FS-CR
              MOVE 8 TO WS-RC
              GO TO ENCERRA
           END-IF.
           OPEN EXTEND PERDAS-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-PERDAS NOT = "00" AND FS-PERDAS NOT = "05"
              DISPLAY "PERDAS.TXT STATUS --->" FS-PERDAS
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO ENCERRA
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "BAIXA POR PERDA - OPERADOR " WS-OPERADOR.
              DISPLAY "BAIXA CANCELADA"
              GO TO BAIXA-FIM
           END-IF.
           PERFORM APROVACAO-PARA THRU APROVACAO-FIM.
           IF WS-NA-FILA = "S"
              GO TO BAIXA-FIM
           END-IF.
           MOVE "P" TO CR-STATUS.
           REWRITE REG-CONTA
              INVALID KEY
           DISPLAY "BAIXADA POR PERDA: FATURA " CR-FATURA
                   " CLIENTE " CR-CODIGO
                   " VALOR " WS-SALDO-EDIT.
           MOVE "C" TO WS-CPL-FUNC.
           MOVE CR-CODIGO TO WS-CPL-CODIGO.
           MOVE CR-FATURA TO WS-CPL-FATURA.
           MOVE WS-DATA-SIS TO WS-CPL-DATA.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           IF WS-CPL-RC = "00"
              ADD 1 TO WS-COM-CANCELADAS
              DISPLAY "COMISSAO PENDENTE DO VENDEDOR " WS-CPL-VENDEDOR
                      " CANCELADA"
           END-IF.
           IF WS-CPL-RC = "30"
              DISPLAY "COMISSAO PENDENTE NAO CANCELADA - COMPEND.DAT "
                      "INDISPONIVEL"
           END-IF.
       BAIXA-FIM.
           EXIT.

      *A BALANCE ABOVE THE APROVLIM.TAB BAIXA THRESHOLD IS NOT
      *WRITTEN OFF HERE - IT GOES TO THE APPROVAL QUEUE WITH A
      *REASON AND A SECOND SUPERVISOR WRITES IT OFF FROM APROVA
       APROVACAO-PARA.
           MOVE "N" TO WS-NA-FILA.
           MOVE "V" TO WS-APQ-FUNC.
           MOVE "BAIXA" TO WS-APQ-TIPO.
           MOVE WS-SALDO TO WS-APQ-VALOR.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           IF WS-APQ-RC NOT = "10"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "S" TO WS-NA-FILA.
           MOVE WS-APQ-LIMITE TO WS-LIMITE-EDIT.
           DISPLAY "BAIXA ACIMA DE " WS-LIMITE-EDIT
                   " EXIGE APROVACAO DE OUTRO SUPERVISOR".
           DISPLAY "MOTIVO DA BAIXA:".
           MOVE SPACES TO WS-APQ-MOTIVO.
           ACCEPT WS-APQ-MOTIVO FROM CONSOLE.
           IF WS-APQ-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - BAIXA CANCELADA"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "I" TO WS-APQ-FUNC.
           MOVE SPACES TO WS-APQ-CHAVE.
           MOVE CR-CHAVE TO WS-APQ-CHAVE.
           MOVE SPACES TO WS-APQ-ANTES.
           MOVE WS-SALDO TO WS-APQ-A-SALDO.
           MOVE WS-OPERADOR TO WS-APQ-SOLICITANTE.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           EVALUATE WS-APQ-RC
              WHEN "00"
                 ADD 1 TO WS-SOLICITADAS
                 DISPLAY "FATURA " CR-FATURA
                         " AGUARDANDO APROVACAO - SOLICITACAO "
                         WS-APQ-ID
              WHEN "20"
                 DISPLAY "JA EXISTE SOLICITACAO PENDENTE PARA A "
                         "FATURA " CR-FATURA " - " WS-APQ-ID
              WHEN OTHER
                 DISPLAY "SOLICITACAO NAO GRAVADA - " WS-APQ-RC
           END-EVALUATE.
       APROVACAO-FIM.
           EXIT.

      *WRITE-OFF REGISTER FOR THE SESSION
       FIM.
           CLOSE CONTAS-FILE.
           CLOSE PERDAS-FILE.
           MOVE "X" TO WS-CPL-FUNC.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           DISPLAY "==========================================".
           DISPLAY " REGISTRO DE BAIXAS POR PERDA".
           DISPLAY " OPERADOR          : " WS-OPERADOR.
           DISPLAY " FATURAS BAIXADAS  : " WS-BAIXADAS.
           MOVE WS-TOT-PERDA TO WS-TOT-EDIT.
           DISPLAY " VALOR DADO COMO PERDA: " WS-TOT-EDIT.
           DISPLAY " COMISSOES CANCELADAS : " WS-COM-CANCELADAS.
           DISPLAY " ENVIADAS P/ APROVACAO: " WS-SOLICITADAS.
           DISPLAY "==========================================".
       ENCERRA.
           MOVE WS-BAIXADAS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE REVIEW CAN BE A STEP
      *    UNDER THE MONTH-END DRIVER AS WELL AS RUN STANDALONE
           GOBACK.
