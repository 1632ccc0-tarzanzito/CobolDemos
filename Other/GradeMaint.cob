      *        : TELA1 screen style as EmpMaint.cob.                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : The session signs on against OPERATOR.DAT - the      *
      *        : change log needs a name. The table is rewritten      *
      *        : whole on every change, percentages with the period   *
      *        : decimal PAYROLL's NUMVAL expects.                     *
      *        : A change to a grade's deduction percentage of more    *
      *        : points than the APROVLIM.TAB GRADE threshold (0 = any *
      *        : change) is not saved: the old and new table lines go  *
      *        : to the APROVCTL approval queue with a reason and a    *
      *        : second supervisor writes the new line in APROVA. Line *
      *        : formatting moved to MONTA-LINHA-PARA so both write    *
      *        : the same text.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADMAINT.
          01 WS-PF-NUM           PIC 9(02) VALUE ZERO.
          01 WS-TAB-RUIM         PIC X     VALUE "N".

      *ONE TABLE LINE BUILT FROM GRADE AND PERCENTAGES - THE SAVE
      *AND THE APPROVAL QUEUE BOTH USE IT, SO APROVA WRITES BACK
      *EXACTLY THE TEXT THIS SCREEN WOULD HAVE WRITTEN
          01 WS-M-GRADE          PIC X(01) VALUE SPACE.
          01 WS-M-DED            PIC 9(02)V99 VALUE ZERO.
          01 WS-M-ALL            PIC 9(02)V99 VALUE ZERO.
          01 WS-M-LINHA          PIC X(20) VALUE SPACES.
      *"S" = THE CHANGE WENT TO THE APPROVAL QUEUE INSTEAD
          01 WS-NA-FILA          PIC X     VALUE "N".

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED APROVCTL DUAL CONTROL -
      *BEFORE AND REQUESTED VALUES ARE THE GRADE'S TABLE LINE
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

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
           OPEN OUTPUT RATE-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TAB-COUNT
               MOVE WS-T-GRADE(WS-I) TO WS-M-GRADE
               MOVE WS-T-DED(WS-I) TO WS-M-DED
               MOVE WS-T-ALL(WS-I) TO WS-M-ALL
               PERFORM MONTA-LINHA-PARA THRU MONTA-LINHA-FIM
               MOVE WS-M-LINHA TO RATE-LINE
               WRITE RATE-LINE
           END-PERFORM.
           CLOSE RATE-FILE.
       SALVA-FIM.
           EXIT.

      *G;DD.DD;AA.AA FROM WS-M-GRADE, WS-M-DED AND WS-M-ALL
       MONTA-LINHA-PARA.
           COMPUTE WS-PCT-DIG = WS-M-DED * 100.
           MOVE SPACES TO WS-PCT-TXT.
           STRING WS-PCT-DIG(1:2) "." WS-PCT-DIG(3:2)
                  DELIMITED BY SIZE INTO WS-PCT-TXT
           END-STRING.
           COMPUTE WS-PCT-DIG = WS-M-ALL * 100.
           MOVE SPACES TO WS-PCT-TXT2.
           STRING WS-PCT-DIG(1:2) "." WS-PCT-DIG(3:2)
                  DELIMITED BY SIZE INTO WS-PCT-TXT2
           END-STRING.
           MOVE SPACES TO WS-M-LINHA.
           STRING WS-M-GRADE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-PCT-TXT DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-PCT-TXT2 DELIMITED BY SPACE
                  INTO WS-M-LINHA
           END-STRING.
       MONTA-LINHA-FIM.
           EXIT.

      *A DEDUCTION CHANGE OF MORE POINTS THAN THE APROVLIM.TAB GRADE
      *THRESHOLD IS NOT SAVED - THE OLD AND NEW TABLE LINES GO TO
      *THE APPROVAL QUEUE WITH A REASON AND A SECOND SUPERVISOR
      *WRITES THE NEW LINE FROM APROVA
       APROVACAO-PARA.
           MOVE "N" TO WS-NA-FILA.
           IF WS-DED = WS-DED-ANTES
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "V" TO WS-APQ-FUNC.
           MOVE "GRADE" TO WS-APQ-TIPO.
           IF WS-DED > WS-DED-ANTES
              COMPUTE WS-APQ-VALOR = WS-DED - WS-DED-ANTES
           ELSE
              COMPUTE WS-APQ-VALOR = WS-DED-ANTES - WS-DED
           END-IF.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           IF WS-APQ-RC NOT = "10"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "S" TO WS-NA-FILA.
           DISPLAY "ALTERACAO DO DESCONTO EXIGE APROVACAO DE OUTRO "
                   "SUPERVISOR".
           DISPLAY "MOTIVO DA ALTERACAO:".
           MOVE SPACES TO WS-APQ-MOTIVO.
           ACCEPT WS-APQ-MOTIVO FROM CONSOLE.
           IF WS-APQ-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - ALTERACAO CANCELADA"
              GO TO APROVACAO-ENTER
           END-IF.
           MOVE "I" TO WS-APQ-FUNC.
           MOVE SPACES TO WS-APQ-CHAVE.
           MOVE WS-GRADE TO WS-APQ-CHAVE.
           MOVE WS-GRADE TO WS-M-GRADE.
           MOVE WS-DED-ANTES TO WS-M-DED.
           MOVE WS-ALL-ANTES TO WS-M-ALL.
           PERFORM MONTA-LINHA-PARA THRU MONTA-LINHA-FIM.
           MOVE WS-M-LINHA TO WS-APQ-ANTES.
           MOVE WS-DED TO WS-M-DED.
           MOVE WS-ALL TO WS-M-ALL.
           PERFORM MONTA-LINHA-PARA THRU MONTA-LINHA-FIM.
           MOVE WS-M-LINHA TO WS-APQ-NOVO.
           MOVE WS-OPERADOR TO WS-APQ-SOLICITANTE.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           EVALUATE WS-APQ-RC
              WHEN "00"
                 DISPLAY "GRADE " WS-GRADE
                         " AGUARDANDO APROVACAO - SOLICITACAO "
                         WS-APQ-ID
              WHEN "20"
                 DISPLAY "JA EXISTE SOLICITACAO PENDENTE PARA O GRADE "
                         WS-GRADE " - " WS-APQ-ID
              WHEN OTHER
                 DISPLAY "SOLICITACAO NAO GRAVADA - " WS-APQ-RC
           END-EVALUATE.
       APROVACAO-ENTER.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       APROVACAO-FIM.
           EXIT.

      *ONE CHANGE-LOG LINE - WHO CHANGED WHICH RATE WHEN, WITH THE
      *OLD AND NEW PERCENTAGES
       GRAVA-LOG-PARA.
              DISPLAY TELA-OPCAO
              GO TO ALTERACAO-FIM
           END-IF.
           PERFORM APROVACAO-PARA THRU APROVACAO-FIM.
           IF WS-NA-FILA = "S"
              GO TO ALTERACAO-FIM
           END-IF.
           MOVE WS-DED TO WS-T-DED(WS-USE).
           MOVE WS-ALL TO WS-T-ALL(WS-USE).
           PERFORM SALVA-PARA THRU SALVA-FIM.
