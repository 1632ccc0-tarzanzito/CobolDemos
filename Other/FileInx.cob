      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
             02 FD-TELEFONE      PIC X(15).
             02 FD-EMAIL         PIC X(40).
      *TAXPAYER DOCUMENT - FD-TIPO-DOC "F" = CPF (11 DIGITS), "J" =
      *CNPJ (14 DIGITS); FD-CPF-CNPJ HOLDS THE DIGITS ONLY, LEFT-
      *JUSTIFIED. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 15 BYTES, SO AN
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
             02 FD-TIPO-DOC      PIC X(01).
                88 FD-DOC-CPF    VALUE "F".
                88 FD-DOC-CNPJ   VALUE "J".
             02 FD-CPF-CNPJ      PIC X(14).


          FD TRAVA-FILE LABEL RECORD STANDARD
             05 WS-CLI-FUNC       PIC X(01) VALUE SPACE.
             05 WS-CLI-ACAO       PIC X(09) VALUE SPACES.
             05 WS-CLI-OPERADOR   PIC X(08) VALUE SPACES.
             05 WS-CLI-REG        PIC X(204) VALUE SPACES.
             05 WS-CLI-REG-ANTES  PIC X(204) VALUE SPACES.
          01 WS-CLI-RESPOSTA.
             05 WS-CLI-RC         PIC X(02) VALUE SPACES.
             05 WS-CLI-MSG        PIC X(30) VALUE SPACES.
             05 WS-CLI-REG-SAIDA  PIC X(204) VALUE SPACES.
          01 WS-REG-ARQCLI-BEFORE PIC X(204) VALUE SPACES.
      *CEP ADDRESS BASE LOOKUP (CepRef.cob) - THE CEP IS ASKED FOR
      *FIRST AND, WHEN THE BASE KNOWS IT, SUPPLIES THE STREET, BAIRRO
      *AND CITY; ONLY THE NUMBER/COMPLEMENT IS THEN TYPED
          01 WS-CEP-PEDIDO.
             05 WS-CEP-FUNC       PIC X(01) VALUE SPACE.
             05 WS-CEP-CEP        PIC X(09) VALUE SPACES.
             05 WS-CEP-END        PIC X(30) VALUE SPACES.
             05 WS-CEP-BAIRRO     PIC X(20) VALUE SPACES.
             05 WS-CEP-CIDADE     PIC X(20) VALUE SPACES.
          01 WS-CEP-RESPOSTA.
             05 WS-CEP-RC         PIC X(02) VALUE SPACES.
             05 WS-CEP-CAMPO      PIC X(08) VALUE SPACES.
             05 WS-CEP-REF-LOGR   PIC X(40) VALUE SPACES.
             05 WS-CEP-REF-BAIRRO PIC X(20) VALUE SPACES.
             05 WS-CEP-REF-CIDADE PIC X(20) VALUE SPACES.
             05 WS-CEP-REF-UF     PIC X(02) VALUE SPACES.
          77 WS-CEP-USADO        PIC X     VALUE "N".
          77 WS-CEP-NUMERO       PIC X(15) VALUE SPACES.
          77 WS-SPACE            PIC X(40) VALUE SPACES.
          77 FS                  PIC X(02) VALUE SPACES.
          77 WS-FUNC             PIC 9     VALUE ZERO.
       ACCEPT-DADOS-PARA.
           DISPLAY "NOME:".
           ACCEPT FD-NOME FROM CONSOLE.
           DISPLAY "CEP:".
           ACCEPT FD-CEP FROM CONSOLE.
           PERFORM PREENCHE-CEP-PARA THRU PREENCHE-CEP-FIM.
           IF WS-CEP-RC NOT = "00"
              DISPLAY "ENDERECO:"
              ACCEPT FD-END FROM CONSOLE
              DISPLAY "BAIRRO:"
              ACCEPT FD-BAIRRO FROM CONSOLE
              DISPLAY "CIDADE:"
              ACCEPT FD-CIDADE FROM CONSOLE
           END-IF.
           DISPLAY "FILIAL:".
           ACCEPT FD-FILIAL FROM CONSOLE.
           DISPLAY "TELEFONE:".
           ACCEPT FD-TELEFONE FROM CONSOLE.
           DISPLAY "E-MAIL:".
           ACCEPT FD-EMAIL FROM CONSOLE.
           DISPLAY "TIPO DE DOCUMENTO (F=CPF J=CNPJ):".
           ACCEPT FD-TIPO-DOC FROM CONSOLE.
           DISPLAY "CPF/CNPJ (SO DIGITOS):".
           ACCEPT FD-CPF-CNPJ FROM CONSOLE.
      *    A BRANCH-RESTRICTED CLERK CAN ONLY FILE CLIENTS ON THEIR
      *    OWN BRANCH, WHATEVER WAS TYPED
           IF WS-OP-FILIAL > ZERO
       ACCEPT-DADOS-FIM.
           EXIT.

      *LOOKS THE KEYED CEP UP IN THE CEP BASE - WHEN FOUND, FD-END,
      *FD-BAIRRO AND FD-CIDADE COME FROM THE BASE AND ONLY THE
      *NUMBER/COMPLEMENT IS ASKED FOR, APPENDED TO THE STREET.
      *WS-CEP-RC NOT "00" SENDS THE CALLER BACK TO TYPING THE ADDRESS
       PREENCHE-CEP-PARA.
           MOVE "10" TO WS-CEP-RC.
           IF FD-CEP = SPACES
              GO TO PREENCHE-CEP-FIM
           END-IF.
           MOVE "B" TO WS-CEP-FUNC.
           MOVE FD-CEP TO WS-CEP-CEP.
           CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA.
           MOVE "S" TO WS-CEP-USADO.
           IF WS-CEP-RC NOT = "00"
              GO TO PREENCHE-CEP-FIM
           END-IF.
           MOVE WS-CEP-REF-BAIRRO TO FD-BAIRRO.
           MOVE WS-CEP-REF-CIDADE TO FD-CIDADE.
           DISPLAY "ENDERECO: " WS-CEP-REF-LOGR.
           DISPLAY "BAIRRO  : " FD-BAIRRO.
           DISPLAY "CIDADE  : " FD-CIDADE " " WS-CEP-REF-UF.
           DISPLAY "NUMERO/COMPLEMENTO:".
           ACCEPT WS-CEP-NUMERO FROM CONSOLE.
           MOVE SPACES TO FD-END.
           IF WS-CEP-NUMERO = SPACES
              MOVE WS-CEP-REF-LOGR TO FD-END
           ELSE
              STRING WS-CEP-REF-LOGR DELIMITED BY "  "
                     ", " DELIMITED BY SIZE
                     WS-CEP-NUMERO DELIMITED BY "  "
                     INTO FD-END
              END-STRING
           END-IF.
       PREENCHE-CEP-FIM.
           EXIT.


      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - PASSWORD,
      *EXPIRY AND LOCKOUT ALL LIVE THERE NOW; THE AUTHORIZATION
           MOVE REG-ARQCLI TO WS-CLI-REG.
           MOVE SPACES TO WS-CLI-REG-ANTES.
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           IF WS-CLI-RC NOT = "00" OR WS-CLI-MSG NOT = SPACES
              MOVE WS-CLI-MSG TO MSG
              DISPLAY MSG
           END-IF.
           MOVE REG-ARQCLI TO WS-CLI-REG.
           MOVE WS-REG-ARQCLI-BEFORE TO WS-CLI-REG-ANTES.
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           IF WS-CLI-RC NOT = "00" OR WS-CLI-MSG NOT = SPACES
              MOVE WS-CLI-MSG TO MSG
              DISPLAY MSG
           END-IF.
           IF WS-CID-ATIVO = "S"
              CLOSE CIDADE-FILE
           END-IF.
           IF WS-CEP-USADO = "S"
              MOVE "X" TO WS-CEP-FUNC
              CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA
           END-IF.
           STOP RUN.
