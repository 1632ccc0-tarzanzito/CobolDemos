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

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       01 WS-C                 PIC 9(02) VALUE ZERO.
       01 WS-N                 PIC 9(02) VALUE ZERO.
       01 WS-ULT-ESPACO        PIC X     VALUE "N".
       01 WS-REG-ANTES         PIC X(204) VALUE SPACES.

      *REQUEST/RESPONSE AREAS FOR THE SHARED CLIUPD SUBPROGRAM
       01 WS-CLI-PEDIDO.
          05 WS-CLI-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CLI-ACAO       PIC X(09) VALUE SPACES.
          05 WS-CLI-OPERADOR   PIC X(08) VALUE "LIMPEZA".
          05 WS-CLI-REG        PIC X(204) VALUE SPACES.
          05 WS-CLI-REG-ANTES  PIC X(204) VALUE SPACES.
       01 WS-CLI-RESPOSTA.
          05 WS-CLI-RC         PIC X(02) VALUE SPACES.
          05 WS-CLI-MSG        PIC X(30) VALUE SPACES.
          05 WS-CLI-REG-SAIDA  PIC X(204) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
