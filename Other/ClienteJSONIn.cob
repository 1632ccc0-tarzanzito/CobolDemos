      *        : (cliente-in.disp) back for the CRM team.              *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Only the address and contact fields are taken from    *
      *        : the CRM -                                             *
      *        : dates, status and filial stay as the master has them. *
      *        : The parse leans on the fixed field order CLIENTEJSON  *
      *        : emits; a line that does not split that way is         *
      *        : rejected, not guessed at.                             *
      *        : The taxpayer document (tipo_doc, cpf_cnpj - emitted   *
      *        : right after email) is taken when the object carries   *
      *        : it; an object in the older layout without it leaves   *
      *        : the stored document alone. CLIUPD checks the digits.  *
      *        : Contact consent (consent_correio, consent_email,      *
      *        : consent_telefone - S/N, emitted after the document    *
      *        : pair) is recorded through CLIUPD with source CRMIN,   *
      *        : which audits each change; a blank flag leaves the     *
      *        : channel as it is. The export sends the e-mail or      *
      *        : phone blank when that channel has no consent, so in   *
      *        : this layout a blank e-mail or phone keeps the stored  *
      *        : value.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMIN.
       DATA DIVISION.
       FILE SECTION.
       FD JSON-IN.
       01 JSON-LINE            PIC X(400).

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
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

       FD DISP-FILE.
       01 DISP-LINE            PIC X(80).
      *FIELD NAMES LAND ON THE EVEN TOKENS AND THE QUOTED VALUES TWO
      *TOKENS LATER; THE UNQUOTED CODIGO DIGITS RIDE INSIDE TOKEN 3
       01 WS-TOK-TABLE.
          05 WS-TOK OCCURS 56 TIMES PIC X(40).
       01 WS-T                 PIC 9(02) VALUE ZERO.
       01 WS-CODIGO-TXT        PIC X(10) VALUE SPACES.
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-MOTIVO            PIC X(30) VALUE SPACES.
      *CONSENT FLAGS OF THE OBJECT (CORREIO, E-MAIL, TELEFONE) IN THE
      *CLICONS.DAT LAYOUT CLIUPD TAKES ON A "C" CALL
       01 WS-TEM-CONSENT       PIC X     VALUE "N".
       01 WS-CONSENT.
          05 WS-CS-CODIGO      PIC 9(06).
          05 WS-CS-CANAL OCCURS 3 TIMES.
             10 WS-CS-FLAG     PIC X(01).
             10 WS-CS-DATA     PIC 9(08).
             10 WS-CS-ORIGEM   PIC X(08).
       01 WS-CS-I              PIC 9     VALUE ZERO.

       01 WS-REG-ANTES         PIC X(204) VALUE SPACES.

      *REQUEST/RESPONSE AREAS FOR THE SHARED CLIUPD SUBPROGRAM
       01 WS-CLI-PEDIDO.
          05 WS-CLI-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CLI-ACAO       PIC X(09) VALUE SPACES.
          05 WS-CLI-OPERADOR   PIC X(08) VALUE "CRM".
          05 WS-CLI-REG        PIC X(204) VALUE SPACES.
          05 WS-CLI-REG-ANTES  PIC X(204) VALUE SPACES.
       01 WS-CLI-RESPOSTA.
          05 WS-CLI-RC         PIC X(02) VALUE SPACES.
          05 WS-CLI-MSG        PIC X(30) VALUE SPACES.
          05 WS-CLI-REG-SAIDA  PIC X(204) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE WS-TOK(22) TO FD-CEP.
           MOVE WS-TOK(26) TO FD-TELEFONE.
           MOVE WS-TOK(30) TO FD-EMAIL.
      *    THE DOCUMENT PAIR RIDES ON TOKENS 34 AND 38 WHEN THE
      *    OBJECT CARRIES IT
           IF WS-TOK(32) = "tipo_doc" AND WS-TOK(36) = "cpf_cnpj"
              MOVE WS-TOK(34) TO FD-TIPO-DOC
              MOVE WS-TOK(38) TO FD-CPF-CNPJ
           END-IF.
      *    A CHANNEL WITHOUT CONSENT WAS EXPORTED BLANK, SO IN THIS
      *    LAYOUT A BLANK E-MAIL/TELEFONE KEEPS THE STORED ONE
           IF WS-TEM-CONSENT = "S"
              IF WS-TOK(30) = SPACES
                 MOVE WS-REG-ANTES(150:40) TO FD-EMAIL
              END-IF
              IF WS-TOK(26) = SPACES
                 MOVE WS-REG-ANTES(135:15) TO FD-TELEFONE
              END-IF
           END-IF.
           MOVE "A" TO WS-CLI-FUNC.
           MOVE SPACES TO WS-CLI-ACAO.
           MOVE REG-ARQCLI TO WS-CLI-REG.
           MOVE WS-REG-ANTES TO WS-CLI-REG-ANTES.
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           IF WS-CLI-RC = "00" AND WS-TEM-CONSENT = "S"
              MOVE WS-CODIGO TO WS-CS-CODIGO
              MOVE "C" TO WS-CLI-FUNC
              MOVE "CRMIN" TO WS-CLI-ACAO
              MOVE SPACES TO WS-CLI-REG
              MOVE WS-CONSENT TO WS-CLI-REG(1:57)
              CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA
              MOVE SPACES TO WS-CLI-ACAO
           END-IF.
           IF WS-CLI-RC = "00"
              ADD 1 TO WS-ACEITAS
              MOVE SPACES TO DISP-LINE
                    WS-TOK(21) WS-TOK(22) WS-TOK(23) WS-TOK(24)
                    WS-TOK(25) WS-TOK(26) WS-TOK(27) WS-TOK(28)
                    WS-TOK(29) WS-TOK(30) WS-TOK(31) WS-TOK(32)
                    WS-TOK(33) WS-TOK(34) WS-TOK(35) WS-TOK(36)
                    WS-TOK(37) WS-TOK(38) WS-TOK(39) WS-TOK(40)
                    WS-TOK(41) WS-TOK(42) WS-TOK(43) WS-TOK(44)
                    WS-TOK(45) WS-TOK(46) WS-TOK(47) WS-TOK(48)
                    WS-TOK(49) WS-TOK(50) WS-TOK(51) WS-TOK(52)
                    WS-TOK(53) WS-TOK(54) WS-TOK(55) WS-TOK(56)
           END-UNSTRING.
           IF WS-TOK(2) NOT = "codigo"
              OR WS-TOK(4) NOT = "nome"
              GO TO PARSE-EXIT-PARA
           END-IF.
           MOVE WS-CODIGO-TXT(1:6) TO WS-CODIGO.
      *    THE CONSENT FLAGS RIDE ON TOKENS 42, 46 AND 50 WHEN THE
      *    OBJECT CARRIES THEM - S, N OR BLANK (NO CHANGE)
           MOVE "N" TO WS-TEM-CONSENT.
           MOVE SPACES TO WS-CONSENT.
           IF WS-TOK(40) = "consent_correio"
              AND WS-TOK(44) = "consent_email"
              AND WS-TOK(48) = "consent_telefone"
              MOVE "S" TO WS-TEM-CONSENT
              MOVE WS-TOK(42) TO WS-CS-FLAG(1)
              MOVE WS-TOK(46) TO WS-CS-FLAG(2)
              MOVE WS-TOK(50) TO WS-CS-FLAG(3)
              PERFORM VARYING WS-CS-I FROM 1 BY 1 UNTIL WS-CS-I > 3
                  IF WS-CS-FLAG(WS-CS-I) NOT = "S"
                     AND WS-CS-FLAG(WS-CS-I) NOT = "N"
                     AND WS-CS-FLAG(WS-CS-I) NOT = SPACE
                     MOVE "CONSENTIMENTO INVALIDO (S/N)" TO WS-MOTIVO
                  END-IF
              END-PERFORM
           END-IF.
       PARSE-EXIT-PARA.
           EXIT.

