      *        : style, like OperMaint.cob.                            *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : One line per action: CCYYMM;F-or-A;OPERATOR;DATE -   *
      *        : the last entry for a period wins (PERIODCTL reads    *
      *        : them in order).                                       *
      *        : Reopening a closed period is dual-controlled: above   *
      *        : the APROVLIM.TAB PERIODO threshold (0 = always) the   *
      *        : reopen is queued through APROVCTL with a reason and   *
      *        : only written when a second supervisor approves it in  *
      *        : APROVA.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMAINT.

       01 WS-DATA-SIS         PIC 9(08) VALUE ZERO.

      *"S" = THE REOPEN WENT TO THE APPROVAL QUEUE INSTEAD
       77 WS-NA-FILA          PIC X     VALUE "N".


      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED APROVCTL DUAL CONTROL
       01 WS-APQ-PEDIDO.
          05 WS-APQ-FUNC       PIC X(01) VALUE SPACE.
          05 WS-APQ-TIPO       PIC X(08) VALUE SPACES.
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

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
              DISPLAY "PERIODO INVALIDO"
              GO TO GRAVA-FIM
           END-IF.
           IF WS-SIT = "A"
              PERFORM APROVACAO-PARA THRU APROVACAO-FIM
              IF WS-NA-FILA = "S"
                 GO TO GRAVA-FIM
              END-IF
           END-IF.
           OPEN EXTEND CTL-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-CTL NOT = "00" AND FS-CTL NOT = "05"
       GRAVA-FIM.
           EXIT.

      *A REOPEN ABOVE THE APROVLIM.TAB THRESHOLD IS NOT WRITTEN - IT
      *GOES TO THE APPROVAL QUEUE WITH A REASON AND A SECOND
      *SUPERVISOR WRITES THE "A" LINE FROM APROVA
       APROVACAO-PARA.
           MOVE "N" TO WS-NA-FILA.
           MOVE "V" TO WS-APQ-FUNC.
           MOVE "PERIODO" TO WS-APQ-TIPO.
           MOVE 1 TO WS-APQ-VALOR.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           IF WS-APQ-RC NOT = "10"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "S" TO WS-NA-FILA.
           DISPLAY "REABERTURA EXIGE APROVACAO DE OUTRO SUPERVISOR".
           DISPLAY "MOTIVO DA REABERTURA:".
           MOVE SPACES TO WS-APQ-MOTIVO.
           ACCEPT WS-APQ-MOTIVO FROM CONSOLE.
           IF WS-APQ-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - REABERTURA CANCELADA"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "I" TO WS-APQ-FUNC.
           MOVE SPACES TO WS-APQ-CHAVE WS-APQ-ANTES WS-APQ-NOVO.
           MOVE WS-PERIODO TO WS-APQ-CHAVE.
           MOVE "F" TO WS-APQ-ANTES.
           MOVE "A" TO WS-APQ-NOVO.
           MOVE WS-OPERADOR TO WS-APQ-SOLICITANTE.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           EVALUATE WS-APQ-RC
              WHEN "00"
                 DISPLAY "REABERTURA DE " WS-PERIODO
                         " AGUARDANDO APROVACAO - SOLICITACAO "
                         WS-APQ-ID
              WHEN "20"
                 DISPLAY "JA EXISTE SOLICITACAO PENDENTE PARA "
                         WS-PERIODO " - " WS-APQ-ID
              WHEN OTHER
                 DISPLAY "SOLICITACAO NAO GRAVADA - " WS-APQ-RC
           END-EVALUATE.
       APROVACAO-FIM.
           EXIT.

       CONSULTA-PARA.
           DISPLAY "PERIODO (CCYYMM):".
           ACCEPT WS-PERIODO FROM CONSOLE.
