           ACCESS MODE             DYNAMIC
           RECORD KEY              NOTA-ID
           FILE STATUS             FS-NOTA.
      *EXTRA CLIENT ADDRESSES (BILLING/DELIVERY/OTHER) - MAINTAINED
      *FROM THE "ENDERECOS" MENU OPTION AND DROPPED WITH THE CLIENT
      *ON EXCLUSAO
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
      *ABC CLASS OF THE CLIENT (CLASSABC) - SHOWN ON CONSULTA
           SELECT OPTIONAL ABC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              AB-CODIGO
           FILE STATUS             FS-ABC.
      *CLIENT TIMELINE SOURCES - THE AUDIT TRAIL CLIUPD WRITES, THE
      *DUNNING CONTROL CARTACOB KEEPS AND THE SALES REGISTER OF
      *SalesBatch. ALL THREE ARE ONLY READ, AND ONLY BY THE "LINHA DO
      *TEMPO" MENU OPTION; THE TWO LOGS ARE OPENED FRESH EACH TIME
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
           SELECT OPTIONAL CARTAS-CTL ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CT-CHAVE
           FILE STATUS             FS-CT.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "VENDAS.REG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REG.

       DATA DIVISION.
       FILE SECTION.
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

       FD CTL-FILE.
       01 CTL-REC.
      *TICKLER (RELFUP) LISTS EVERY NOTE DUE TODAY OR OVERDUE
          02 NOTA-DATA-FUP    PIC 9(08).

      *CLIENT ADDRESS FILE - ONE RECORD PER CODIGO AND ADDRESS TYPE
      *("C" = COBRANCA, "E" = ENTREGA, "O" = OUTRO). A CLIENT WITH
      *NO RECORD OF A TYPE KEEPS USING THE MASTER ADDRESS FOR IT.
      *CE-CONTATO IS THE "A/C" LINE FOR AN ACCOUNTS OFFICE.
       FD ENDER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIEND.DAT".
       01 REG-ENDER.
          02 CE-CHAVE.
             03 CE-CODIGO     PIC 9(06).
             03 CE-TIPO       PIC X(01).
                88 CE-COBRANCA VALUE "C".
                88 CE-ENTREGA  VALUE "E".
                88 CE-OUTRO    VALUE "O".
          02 CE-ENDER         PIC X(30).
          02 CE-BAIRRO        PIC X(20).
          02 CE-CIDADE        PIC X(20).
          02 CE-CEP           PIC X(09).
          02 CE-CONTATO       PIC X(30).
          02 CE-DATA          PIC 9(08).
          02 CE-OPERADOR      PIC X(08).

      *SAME LAYOUT CLASSABC WRITES
       FD ABC-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIABC.DAT".
       01 REG-ABC.
          02 AB-CODIGO        PIC 9(06).
          02 AB-CLASSE        PIC X(01).
          02 AB-CLASSE-ANT    PIC X(01).
          02 AB-RECEITA       PIC 9(09)V99.
          02 AB-POSICAO       PIC 9(05).
          02 AB-PCT-ACUM      PIC 9(03)V99.
          02 AB-DATA          PIC 9(08).
          02 AB-HORA          PIC 9(06).

      *SAME AUDIT TRAIL LAYOUT CLIUPD WRITES
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          02 AUDIT-DATE       PIC 9(08).
          02 FILLER           PIC X.
          02 AUDIT-ACTION     PIC X(09).
          02 FILLER           PIC X.
          02 AUDIT-CODIGO     PIC 9(06).
          02 FILLER           PIC X.
          02 AUDIT-BEFORE     PIC X(204).
          02 FILLER           PIC X.
          02 AUDIT-AFTER      PIC X(204).
          02 FILLER           PIC X.
          02 AUDIT-OPERATOR   PIC X(08).

      *SAME LAYOUT CARTACOB MAINTAINS - LAST LETTER LEVEL PER INVOICE
       FD CARTAS-CTL LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CARTAS.DAT".
       01 REG-CARTA-CTL.
          02 CT-CHAVE.
             03 CT-CODIGO     PIC 9(06).
             03 CT-FATURA     PIC 9(06).
          02 CT-NIVEL         PIC 9(01).
          02 CT-DATA-ENVIO    PIC 9(08).

      *SAME FREE-TEXT REGISTER SalesBatch WRITES
       FD REGISTER-FILE.
       01 REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
      *REQUEST/RESPONSE AREAS FOR THE SHARED CLIUPD SUBPROGRAM
      *(CliUpdate.cob) - THE VALIDATE/INSERT/UPDATE/DELETE RULES AND
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
          77 WS-SPACE            PIC X(40) VALUE SPACES.
          77 FS                  PIC X(02) VALUE SPACES.
          77 WS-FUNC             PIC 9     VALUE ZERO.
          01 WS-NOTA-TABLE.
             02 WS-NOTA-LISTA OCCURS 200 TIMES PIC 9(04).

      *CLIENT-ADDRESS FIELDS - WS-END-ATIVO IS "S" ONLY WHEN
      *CLIEND.DAT OPENED (IT IS CREATED ON THE FIRST RUN)
          77 FS-END              PIC X(02) VALUE SPACES.
          77 WS-END-ATIVO        PIC X     VALUE "N".
          77 WS-END-EOF          PIC X     VALUE "N".
          77 WS-END-EXISTE       PIC X     VALUE "N".
          77 WS-END-TIPO         PIC X     VALUE SPACE.
          77 WS-END-COUNT        PIC 9(02) VALUE ZERO.

      *ABC-CLASS FIELDS - WS-ABC-ATIVO IS "S" ONLY WHEN CLASSABC HAS
      *BUILT CLIABC.DAT; A CLIENT WITHOUT A RECORD SHOWS "-"
          77 FS-ABC              PIC X(02) VALUE SPACES.
          77 WS-ABC-ATIVO        PIC X     VALUE "N".
          77 WS-ABC-CLASSE       PIC X(01) VALUE SPACE.
          77 WS-ABC-DATA         PIC 9(08) VALUE ZERO.

      *CLIENT TIMELINE (LINHA DO TEMPO) - EVERY EVENT OF ONE CLIENT
      *FROM THE AUDIT TRAIL, RECEIVABLES, DUNNING LETTERS, SALES
      *REGISTER AND NOTES, KEPT NEWEST FIRST AS IT IS COLLECTED.
      *UNDATED EVENTS (REGISTER LINES THAT CARRY NO DATE, NOTES
      *WITHOUT A FOLLOW-UP DATE) SINK TO THE END. 15 LINES A PAGE
          77 FS-AUDIT            PIC X(02) VALUE SPACES.
          77 FS-CT               PIC X(02) VALUE SPACES.
          77 FS-REG              PIC X(02) VALUE SPACES.
          77 WS-CT-ATIVO         PIC X     VALUE "N".
          77 WS-LT-EOF           PIC X     VALUE "N".
          77 WS-LT-COUNT         PIC 9(03) VALUE ZERO.
          77 WS-LT-IDX           PIC 9(03) VALUE ZERO.
          77 WS-LT-POS           PIC 9(03) VALUE ZERO.
          77 WS-LT-P             PIC 9(03) VALUE ZERO.
          77 WS-LT-C             PIC 9(02) VALUE ZERO.
          77 WS-LT-PTR           PIC 9(03) VALUE ZERO.
          77 WS-LT-LINHAS        PIC 9(02) VALUE ZERO.
          77 WS-LT-CHEIO         PIC X     VALUE "N".
          77 WS-LT-SAIR          PIC X     VALUE "N".
          77 WS-LT-DATA-X        PIC X(08) VALUE SPACES.
          77 WS-LT-VALOR-ED      PIC Z.ZZZ.ZZ9,99.
          01 WS-LT-NOVO.
             02 WS-LT-N-DATA     PIC 9(08).
             02 WS-LT-N-TIPO     PIC X(08).
             02 WS-LT-N-OPER     PIC X(08).
             02 WS-LT-N-RESUMO   PIC X(50).
          01 WS-LT-TABLE.
             02 WS-LT-ENTRY OCCURS 500 TIMES.
                03 WS-LT-DATA    PIC 9(08).
                03 WS-LT-TIPO    PIC X(08).
                03 WS-LT-OPER    PIC X(08).
                03 WS-LT-RESUMO  PIC X(50).
      *REGISTER LINES NAME THE CLIENT AS " CLIENTE nnnnnn", OR CARRY
      *THE REFUSED CAPTURE LINE (VENDEDOR;CODIGO;VALOR;DATA;TIPO)
          01 WS-LT-ALVO-CLI.
             02 FILLER           PIC X(09) VALUE " CLIENTE ".
             02 WS-LT-ALVO-COD1  PIC 9(06) VALUE ZERO.
          01 WS-LT-ALVO-CAP.
             02 FILLER           PIC X(01) VALUE ";".
             02 WS-LT-ALVO-COD2  PIC 9(06) VALUE ZERO.
             02 FILLER           PIC X(01) VALUE ";".
      *ARQCLI FIELDS COMPARED ON AN AUDIT LINE - NAME, OFFSET AND
      *LENGTH IN THE 204-BYTE IMAGE. THE TWO DATE STAMPS ARE LEFT
      *OUT, THEY MOVE ON EVERY UPDATE
          01 WS-LT-CAMPOS-DEF.
             02 FILLER PIC X(14) VALUE "NOME    007030".
             02 FILLER PIC X(14) VALUE "ENDER   037030".
             02 FILLER PIC X(14) VALUE "BAIRRO  067020".
             02 FILLER PIC X(14) VALUE "CIDADE  087020".
             02 FILLER PIC X(14) VALUE "CEP     107009".
             02 FILLER PIC X(14) VALUE "STATUS  132001".
             02 FILLER PIC X(14) VALUE "FILIAL  133002".
             02 FILLER PIC X(14) VALUE "FONE    135015".
             02 FILLER PIC X(14) VALUE "E-MAIL  150040".
             02 FILLER PIC X(14) VALUE "DOC     190015".
          01 WS-LT-CAMPOS REDEFINES WS-LT-CAMPOS-DEF.
             02 WS-LT-CAMPO OCCURS 10 TIMES.
                03 WS-LT-C-NOME  PIC X(08).
                03 WS-LT-C-OFF   PIC 9(03).
                03 WS-LT-C-LEN   PIC 9(03).

      *DOCUMENT-DELIVERY ROUTING - ENVIODOC "C" SAYS WHETHER THE
      *CLIENT'S STATEMENTS AND LETTERS GO BY E-MAIL; WHEN THEY GO ON
      *PAPER THE REASON (E.G. A BOUNCED ADDRESS) IS SHOWN BESIDE THE
      *E-MAIL SO THE DESK CAN CORRECT IT
          01 WS-ENV-PEDIDO.
             05 WS-ENV-FUNC       PIC X(01) VALUE SPACE.
             05 WS-ENV-PROGRAMA   PIC X(08) VALUE "EXCLI".
             05 WS-ENV-CODIGO     PIC 9(06) VALUE ZERO.
             05 WS-ENV-EMAIL      PIC X(40) VALUE SPACES.
             05 WS-ENV-TEXTO      PIC X(100) VALUE SPACES.
          01 WS-ENV-RESPOSTA.
             05 WS-ENV-RC         PIC X(02) VALUE SPACES.
             05 WS-ENV-CANAL      PIC X(01) VALUE SPACE.
             05 WS-ENV-MOTIVO     PIC X(20) VALUE SPACES.
             05 WS-ENV-MSGID      PIC X(24) VALUE SPACES.

      *CEP ADDRESS BASE LOOKUP (CepRef.cob) - ON INCLUSAO/ALTERACAO
      *THE CEP IS KEYED FIRST AND, WHEN THE BASE KNOWS IT, FILLS THE
      *STREET, BAIRRO AND CITY; THE DESK THEN ADDS THE NUMBER AND
      *COMPLEMENT. ON ALTERACAO AN UNCHANGED CEP LEAVES THE STORED
      *ADDRESS ALONE
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
          77 WS-CEP-ANTES        PIC X(09) VALUE SPACES.
          77 WS-CEP-USADO        PIC X     VALUE "N".

      *CONTACT-CONSENT FIELDS - THE RECORD IS READ AND WRITTEN
      *THROUGH CLIUPD ("K"/"C"), WHICH STAMPS THE DATE AND SOURCE
      *AND WRITES THE AUDIT LINE. CHANNEL 1 = CORREIO, 2 = E-MAIL,
      *3 = TELEFONE
          01 WS-CONSENT.
             02 WS-CS-CODIGO     PIC 9(06).
             02 WS-CS-CANAL OCCURS 3 TIMES.
                03 WS-CS-FLAG    PIC X(01).
                03 WS-CS-DATA    PIC 9(08).
                03 WS-CS-ORIGEM  PIC X(08).
          77 WS-CS-CORREIO       PIC X     VALUE SPACE.
          77 WS-CS-EMAIL         PIC X     VALUE SPACE.
          77 WS-CS-FONE          PIC X     VALUE SPACE.

      *PARTIAL-NAME SEARCH (CONSULTA POR NOME) WORKING FIELDS
          77 WS-SEARCH-NOME      PIC X(30) VALUE SPACES.
          77 WS-SEARCH-LEN       PIC 9(02) VALUE ZERO.
          77 WS-TALLY            PIC 9(03) VALUE ZERO.
          77 WS-MATCH-COUNT      PIC 9(03) VALUE ZERO.

      *READ-ACCESS LOG AREA FOR ACESSLOG - EVERY CLIENT PUT ON
      *SCREEN BY CONSULTA, CONSULTA-NOME, SALDO AND NOTAS IS LOGGED
      *WITH THE OPERATOR, BOTH BRANCHES AND THE FUNCTION
          01 WS-ACESSO.
             05 WS-ACS-OPERADOR   PIC X(08) VALUE SPACES.
             05 WS-ACS-OP-FILIAL  PIC 9(02) VALUE ZERO.
             05 WS-ACS-PROGRAMA   PIC X(08) VALUE "EXCLI".
             05 WS-ACS-FUNCAO     PIC X(12) VALUE SPACES.
             05 WS-ACS-CODIGO     PIC 9(06) VALUE ZERO.
             05 WS-ACS-CLI-FILIAL PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
          01 WS-OPS-PEDIDO.
             05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
             05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED SESSCTL SESSION REGISTRY
          01 WS-SES-PEDIDO.
             05 WS-SES-FUNC       PIC X(01) VALUE SPACE.
             05 WS-SES-OPERADOR   PIC X(08) VALUE SPACES.
             05 WS-SES-PROGRAMA   PIC X(08) VALUE "EXCLI".
             05 WS-SES-FILIAL     PIC 9(02) VALUE ZERO.
             05 WS-SES-ESTADO     PIC X(12) VALUE SPACES.
             05 WS-SES-MOTIVO     PIC X(40) VALUE SPACES.
             05 WS-SES-ALVO       PIC X(08) VALUE SPACES.
          01 WS-SES-RESPOSTA.
             05 WS-SES-RC         PIC X(02) VALUE SPACES.
             05 WS-SES-ESTADO-ATUAL PIC X(12) VALUE SPACES.
             05 WS-SES-ESTADO-OPER PIC X(08) VALUE SPACES.
             05 WS-SES-ESTADO-DATA PIC 9(08) VALUE ZERO.
             05 WS-SES-ESTADO-HORA PIC 9(06) VALUE ZERO.
             05 WS-SES-CONFLITOS  PIC 9(03) VALUE ZERO.
             05 WS-SES-CONF-OPERADOR PIC X(08) VALUE SPACES.
             05 WS-SES-CONF-PROGRAMA PIC X(08) VALUE SPACES.
             05 WS-SES-CONF-MESTRE PIC X(12) VALUE SPACES.

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 17 COLUMN 29 VALUE "< 7 > DESATIVAR/REATIVAR".
             02 LINE 18 COLUMN 29 VALUE "< 8 > SALDO CONTAS".
             02 LINE 18 COLUMN 50 VALUE "< C > LINHA DO TEMPO".
             02 LINE 19 COLUMN 29 VALUE "< 9 > NOTAS DO CLIENTE".
             02 LINE 20 COLUMN 29 VALUE "< A > ENDERECOS".
             02 LINE 20 COLUMN 50 VALUE "< B > CONSENTIMENTO".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

      *CEP KEYED AHEAD OF THE REST OF TELA-DADOS FOR THE AUTOFILL
          01 TELA-CEP.
             02 LINE 14 COLUMN 01 VALUE "CEP    :".
             02 LINE 14 COLUMN 10 PIC X(09) USING FD-CEP.
             02 LINE 14 COLUMN 21 VALUE "(ENDERECO PELO CEP)".

      *NON-BLOCKING WARNING RETURNED BY CLIUPD WITH RC 00
          01 TELA-AVISO.
             02 LINE 23 COLUMN 29 PIC X(30) FROM WS-CLI-MSG
                REVERSE-VIDEO.

          01 TELA-CODIGO.
             02 LINE 08 COLUMN 01 VALUE "CODIGO DO CLIENTE:".
             02 LINE 08 COLUMN 21 PIC 9(06) USING CODIGO.
             02 LINE 16 COLUMN 10 PIC X(15) USING FD-TELEFONE.
             02 LINE 17 COLUMN 01 VALUE "E-MAIL :".
             02 LINE 17 COLUMN 10 PIC X(40) USING FD-EMAIL.
             02 LINE 18 COLUMN 01 VALUE "DOC F/J:".
             02 LINE 18 COLUMN 10 PIC X(01) USING FD-TIPO-DOC.
             02 LINE 18 COLUMN 12 PIC X(14) USING FD-CPF-CNPJ.

          01 TELA-CONSULTA.
             02 LINE 10 COLUMN 01 VALUE "NOME   :".
             02 LINE 16 COLUMN 10 PIC X(15) FROM FD-TELEFONE.
             02 LINE 17 COLUMN 01 VALUE "E-MAIL :".
             02 LINE 17 COLUMN 10 PIC X(40) FROM FD-EMAIL.
             02 LINE 18 COLUMN 01 VALUE "DOC F/J:".
             02 LINE 18 COLUMN 10 PIC X(01) FROM FD-TIPO-DOC.
             02 LINE 18 COLUMN 12 PIC X(14) FROM FD-CPF-CNPJ.

      *ABC CLASS AND THE DATE OF THE CLASSABC RUN THAT SET IT
          01 TELA-CLASSE.
             02 LINE 19 COLUMN 01 VALUE "CLASSE :".
             02 LINE 19 COLUMN 10 PIC X(01) FROM WS-ABC-CLASSE.
             02 LINE 19 COLUMN 12 PIC 9(08) FROM WS-ABC-DATA.

      *WHY THE CLIENT'S DOCUMENTS GO ON PAPER - BLANK FOR E-MAIL
          01 TELA-ENVIO.
             02 LINE 17 COLUMN 51 PIC X(20) FROM WS-ENV-MOTIVO.

      *ONE EXTRA ADDRESS OF THE CLIENT ON TELA-CODIGO - A BLANK
      *ENDERECO REMOVES THE ADDRESS OF THAT TYPE
          01 TELA-ENDER.
             02 LINE 10 COLUMN 01 VALUE "TIPO   :".
             02 LINE 10 COLUMN 10 PIC X(01) FROM CE-TIPO.
             02 LINE 10 COLUMN 12
                 VALUE "(C=COBRANCA E=ENTREGA O=OUTRO)".
             02 LINE 11 COLUMN 01 VALUE "ENDER. :".
             02 LINE 11 COLUMN 10 PIC X(30) USING CE-ENDER.
             02 LINE 12 COLUMN 01 VALUE "BAIRRO :".
             02 LINE 12 COLUMN 10 PIC X(20) USING CE-BAIRRO.
             02 LINE 13 COLUMN 01 VALUE "CIDADE :".
             02 LINE 13 COLUMN 10 PIC X(20) USING CE-CIDADE.
             02 LINE 14 COLUMN 01 VALUE "CEP    :".
             02 LINE 14 COLUMN 10 PIC X(09) USING CE-CEP.
             02 LINE 15 COLUMN 01 VALUE "A/C    :".
             02 LINE 15 COLUMN 10 PIC X(30) USING CE-CONTATO.

      *CONTACT CONSENT OF THE CLIENT ON TELA-CODIGO - S = CONSENTS,
      *N = REFUSED OR WITHDRAWN; THE DATE AND SOURCE OF THE LAST
      *CHANGE OF EACH CHANNEL ARE SHOWN ALONGSIDE
          01 TELA-CONSENT.
             02 LINE 10 COLUMN 01
                 VALUE "CONSENTIMENTO DE CONTATO (S/N)".
             02 LINE 11 COLUMN 01 VALUE "CORREIO :".
             02 LINE 11 COLUMN 11 PIC X(01) USING WS-CS-CORREIO.
             02 LINE 11 COLUMN 14 PIC 9(08) FROM WS-CS-DATA(1).
             02 LINE 11 COLUMN 23 PIC X(08) FROM WS-CS-ORIGEM(1).
             02 LINE 12 COLUMN 01 VALUE "E-MAIL  :".
             02 LINE 12 COLUMN 11 PIC X(01) USING WS-CS-EMAIL.
             02 LINE 12 COLUMN 14 PIC 9(08) FROM WS-CS-DATA(2).
             02 LINE 12 COLUMN 23 PIC X(08) FROM WS-CS-ORIGEM(2).
             02 LINE 13 COLUMN 01 VALUE "TELEFONE:".
             02 LINE 13 COLUMN 11 PIC X(01) USING WS-CS-FONE.
             02 LINE 13 COLUMN 14 PIC 9(08) FROM WS-CS-DATA(3).
             02 LINE 13 COLUMN 23 PIC X(08) FROM WS-CS-ORIGEM(3).

      *PROMPT FOR A PARTIAL NAME TO SEARCH FOR - THE MATCH LIST ITSELF
      *IS UNBOUNDED SO IT IS WRITTEN TO THE CONSOLE WITH DISPLAY
           IF FS-NOTA = "00"
              MOVE "S" TO WS-NOTA-ATIVO
           END-IF.
           OPEN I-O ENDER-FILE.
           IF FS-END = "35" OR FS-END = "05"
              CLOSE ENDER-FILE
              OPEN OUTPUT ENDER-FILE
              CLOSE ENDER-FILE
              OPEN I-O ENDER-FILE
           END-IF.
           IF FS-END = "00"
              MOVE "S" TO WS-END-ATIVO
           END-IF.
           OPEN INPUT ABC-FILE.
           IF FS-ABC = "00"
              MOVE "S" TO WS-ABC-ATIVO
           END-IF.
           OPEN INPUT CARTAS-CTL.
           IF FS-CT = "00"
              MOVE "S" TO WS-CT-ATIVO
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
                 PERFORM SALDO THRU SALDO-FIM
              WHEN "9"
                 PERFORM NOTAS THRU NOTAS-FIM
              WHEN "A"
              WHEN "a"
                 PERFORM ENDERECOS THRU ENDERECOS-FIM
              WHEN "B"
              WHEN "b"
                 PERFORM CONSENTIMENTO THRU CONSENTIMENTO-FIM
              WHEN "C"
              WHEN "c"
                 PERFORM LINHA-TEMPO THRU LINHA-TEMPO-FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
      *    THE SESSION IS REGISTERED SO THE NIGHT RUN KNOWS THIS
      *    SCREEN STILL HOLDS ITS MASTERS - A SWITCH OUT OF ONLINE
      *    BETWEEN THE PASSWORD AND HERE STILL REFUSES THE SESSION
           IF WS-SIGNON-OK = "S"
              MOVE "E" TO WS-SES-FUNC
              MOVE WS-OPS-ID TO WS-SES-OPERADOR
              MOVE WS-OPS-FILIAL TO WS-SES-FILIAL
              CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
              IF WS-SES-RC NOT = "00"
                 DISPLAY "SESSAO RECUSADA - SISTEMA EM "
                         WS-SES-ESTADO-ATUAL
                 MOVE "N" TO WS-SIGNON-OK
              END-IF
           END-IF.
       SIGNON-FIM.
           EXIT.

           IF WS-OP-FILIAL > ZERO
              MOVE WS-OP-FILIAL TO FD-FILIAL
           END-IF.
           MOVE SPACES TO WS-CEP-ANTES.
           DISPLAY TELA-DADOS.
           PERFORM PREENCHE-CEP-PARA THRU PREENCHE-CEP-FIM.
           ACCEPT TELA-DADOS.
      *    A BRANCH-RESTRICTED CLERK CAN ONLY FILE CLIENTS ON THEIR
      *    OWN BRANCH, WHATEVER WAS TYPED
              IF WS-AUTO-USED = "S"
                 PERFORM CTL-WRITE-PARA THRU CTL-WRITE-FIM
              END-IF
              IF WS-CLI-MSG NOT = SPACES
                 DISPLAY TELA-AVISO
              END-IF
           END-IF.
       INCLUSAO-FIM.
           EXIT.

      *TAKES THE CEP AHEAD OF THE OTHER FIELDS AND, WHEN IT IS NEW
      *(ALWAYS ON INCLUSAO, A CHANGED ONE ON ALTERACAO) AND THE CEP
      *BASE HOLDS IT, FILLS FD-END, FD-BAIRRO AND FD-CIDADE FROM THE
      *BASE. A CEP THE BASE DOES NOT KNOW LEAVES THE ADDRESS TO BE
      *TYPED AS BEFORE
       PREENCHE-CEP-PARA.
           ACCEPT TELA-CEP.
           IF FD-CEP = SPACES OR FD-CEP = WS-CEP-ANTES
              GO TO PREENCHE-CEP-FIM
           END-IF.
           MOVE "B" TO WS-CEP-FUNC.
           MOVE FD-CEP TO WS-CEP-CEP.
           CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA.
           MOVE "S" TO WS-CEP-USADO.
           IF WS-CEP-RC NOT = "00"
              GO TO PREENCHE-CEP-FIM
           END-IF.
           MOVE WS-CEP-REF-LOGR TO FD-END.
           MOVE WS-CEP-REF-BAIRRO TO FD-BAIRRO.
           MOVE WS-CEP-REF-CIDADE TO FD-CIDADE.
           DISPLAY TELA-DADOS.
       PREENCHE-CEP-FIM.
           EXIT.

      *FINDS THE NEXT FREE CODIGO, STARTING FROM THE CONTROL RECORD
      *IN CLICTL.DAT AND PROBING ARQCLI FORWARD PAST ANY CODES TAKEN
      *BY HAND SINCE THE CONTROL WAS LAST UPDATED. LEAVES REG-ARQCLI
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
           END-IF.
           MOVE FD-CEP TO WS-CEP-ANTES.
           DISPLAY TELA-DADOS.
           PERFORM PREENCHE-CEP-PARA THRU PREENCHE-CEP-FIM.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA-CIDADE THRU VALIDA-CIDADE-FIM.
           IF WS-CONF-CID NOT = "S"
           IF WS-CLI-RC NOT = "00"
              MOVE WS-CLI-MSG TO MSG
              DISPLAY TELA-OPCAO
           ELSE
              IF WS-CLI-MSG NOT = SPACES
                 DISPLAY TELA-AVISO
              END-IF
           END-IF.
      *    RELEASE THE HOLD WHETHER THE CHANGE WENT THROUGH OR THE
      *    SCREEN WAS ABANDONED ON A VALIDATION ERROR
           IF WS-CLI-RC NOT = "00"
              MOVE WS-CLI-MSG TO MSG
              DISPLAY TELA-OPCAO
           ELSE
              PERFORM APAGA-ENDER-PARA THRU APAGA-ENDER-FIM
           END-IF.
           PERFORM DESTRAVA-PARA THRU DESTRAVA-FIM.
       EXCLUSAO-FIM.
              GO TO SALDO-FIM
           END-IF.
           DISPLAY TELA-CONSULTA.
           MOVE "SALDO" TO WS-ACS-FUNCAO.
           PERFORM REGISTRA-ACESSO-PARA THRU REGISTRA-ACESSO-FIM.
           IF WS-CR-ATIVO NOT = "S"
              DISPLAY "SEM MOVIMENTO DE CONTAS (CONTAS.DAT AUSENTE)"
              GO TO SALDO-FIM
              GO TO CONSULTA-FIM
           END-IF.
           DISPLAY TELA-CONSULTA.
           PERFORM CLASSE-PARA THRU CLASSE-FIM.
           PERFORM ENVIO-PARA THRU ENVIO-FIM.
           MOVE "CONSULTA" TO WS-ACS-FUNCAO.
           PERFORM REGISTRA-ACESSO-PARA THRU REGISTRA-ACESSO-FIM.
       CONSULTA-FIM.
           EXIT.

       CLASSE-PARA.
           MOVE "-" TO WS-ABC-CLASSE.
           MOVE ZERO TO WS-ABC-DATA.
           IF WS-ABC-ATIVO NOT = "S"
              GO TO CLASSE-MOSTRA
           END-IF.
           MOVE CODIGO TO AB-CODIGO.
           READ ABC-FILE KEY IS AB-CODIGO
              INVALID KEY
                 GO TO CLASSE-MOSTRA
           END-READ.
           MOVE AB-CLASSE TO WS-ABC-CLASSE.
           MOVE AB-DATA TO WS-ABC-DATA.
       CLASSE-MOSTRA.
           DISPLAY TELA-CLASSE.
       CLASSE-FIM.
           EXIT.

       ENVIO-PARA.
           MOVE "C" TO WS-ENV-FUNC.
           MOVE CODIGO TO WS-ENV-CODIGO.
           MOVE FD-EMAIL TO WS-ENV-EMAIL.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           IF WS-ENV-CANAL = "E"
              MOVE SPACES TO WS-ENV-MOTIVO
           END-IF.
           DISPLAY TELA-ENVIO.
       ENVIO-FIM.
           EXIT.

      *SCANS ARQCLI.DAT FOR EVERY RECORD WHOSE FD-NOME CONTAINS THE
      *OPERATOR-ENTERED SUBSTRING AND LISTS ALL MATCHES - ARQCLI IS
      *KEYED ON FD-CODIGO SO THIS IS A FULL SEQUENTIAL SCAN RATHER
           IF WS-TALLY > 0
               DISPLAY "CODIGO=" CODIGO " NOME=" FD-NOME
               ADD 1 TO WS-MATCH-COUNT
               MOVE "CONSULTA-NOME" TO WS-ACS-FUNCAO
               PERFORM REGISTRA-ACESSO-PARA THRU REGISTRA-ACESSO-FIM
           END-IF.
       CHECK-NOME-MATCH-PARA-FIM.
           EXIT.

      *ONE ACESSO.LOG LINE FOR THE CLIENT IN REG-ARQCLI - THE CALLER
      *SETS WS-ACS-FUNCAO
       REGISTRA-ACESSO-PARA.
           MOVE WS-OPERADOR TO WS-ACS-OPERADOR.
           MOVE WS-OP-FILIAL TO WS-ACS-OP-FILIAL.
           MOVE CODIGO TO WS-ACS-CODIGO.
           MOVE FD-FILIAL TO WS-ACS-CLI-FILIAL.
           CALL "ACESSLOG" USING WS-ACESSO.
       REGISTRA-ACESSO-FIM.
           EXIT.

      *TAKES THE IN-USE HOLD ON THE CURRENT CODIGO. THE WRITE FAILS
      *ON INVALID KEY WHEN ANOTHER SESSION ALREADY HOLDS THE RECORD,
              GO TO NOTAS-FIM
           END-IF.
           DISPLAY TELA-CONSULTA.
           MOVE "NOTAS" TO WS-ACS-FUNCAO.
           PERFORM REGISTRA-ACESSO-PARA THRU REGISTRA-ACESSO-FIM.
           IF WS-NOTA-ATIVO NOT = "S"
              DISPLAY "SEM NOTAS (NOTES.IDX AUSENTE)"
              GO TO NOTAS-FIM
       CONTA-NOTAS-FIM.
           EXIT.

      *MAINTAINS ONE EXTRA ADDRESS (BILLING, DELIVERY OR OTHER) OF
      *THE CLIENT - THE DESK USED TO OVERWRITE THE MASTER ADDRESS
      *BACK AND FORTH. THE MASTER ADDRESS ITSELF STAYS UNDER
      *ALTERACAO. THE CLIENT IS HELD LIKE ALTERACAO HOLDS IT.
       ENDERECOS.
           INITIALIZE REG-ARQCLI.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO ENDERECOS-FIM
           END-READ.
           IF WS-OP-FILIAL > ZERO AND FD-FILIAL > ZERO
              AND FD-FILIAL NOT = WS-OP-FILIAL
              MOVE MENSA9 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENDERECOS-FIM
           END-IF.
           IF WS-END-ATIVO NOT = "S"
              DISPLAY "ENDERECOS INDISPONIVEIS (CLIEND.DAT) - FS "
                      FS-END
              GO TO ENDERECOS-FIM
           END-IF.
           PERFORM TRAVA-PARA THRU TRAVA-FIM.
           IF WS-TRAVADO NOT = "S"
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENDERECOS-FIM
           END-IF.
           DISPLAY TELA-CONSULTA.
           PERFORM LISTA-ENDER-PARA THRU LISTA-ENDER-FIM.
           DISPLAY "TIPO DE ENDERECO (C=COBRANCA E=ENTREGA O=OUTRO):".
           ACCEPT WS-END-TIPO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-END-TIPO) TO WS-END-TIPO.
           IF WS-END-TIPO NOT = "C" AND WS-END-TIPO NOT = "E"
              AND WS-END-TIPO NOT = "O"
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENDERECOS-SOLTA
           END-IF.
           MOVE CODIGO TO CE-CODIGO.
           MOVE WS-END-TIPO TO CE-TIPO.
           READ ENDER-FILE KEY IS CE-CHAVE
              INVALID KEY
                 MOVE "N" TO WS-END-EXISTE
                 MOVE SPACES TO CE-ENDER CE-BAIRRO CE-CIDADE
                                CE-CEP CE-CONTATO
              NOT INVALID KEY
                 MOVE "S" TO WS-END-EXISTE
           END-READ.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           DISPLAY TELA-ENDER.
           ACCEPT TELA-ENDER.
      *    A BLANKED ENDERECO TAKES THE TYPE OFF THE CLIENT, WHICH
      *    FALLS BACK TO THE MASTER ADDRESS FOR IT
           IF CE-ENDER = SPACES
              IF WS-END-EXISTE = "S"
                 DELETE ENDER-FILE
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE "REMOVIDO" TO MSG
                 DISPLAY TELA-OPCAO
              END-IF
              GO TO ENDERECOS-SOLTA
           END-IF.
      *    SAME CEP SHAPE AND REGISTERED-CITY RULES AS THE MASTER
      *    ADDRESS - THE CITY CHECK WORKS ON FD-CIDADE, SO THE TYPED
      *    CITY IS PASSED THROUGH IT AND BACK
           IF NOT (CE-CEP(6:1) = "-" AND CE-CEP(1:5) IS NUMERIC
                   AND CE-CEP(7:3) IS NUMERIC)
              AND CE-CEP(1:8) IS NOT NUMERIC
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENDERECOS-SOLTA
           END-IF.
           MOVE CE-CIDADE TO FD-CIDADE.
           PERFORM VALIDA-CIDADE THRU VALIDA-CIDADE-FIM.
           IF WS-CONF-CID NOT = "S"
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENDERECOS-SOLTA
           END-IF.
           MOVE FD-CIDADE TO CE-CIDADE.
           MOVE WS-DATA-SIS TO CE-DATA.
           MOVE WS-OPERADOR TO CE-OPERADOR.
           IF WS-END-EXISTE = "S"
              REWRITE REG-ENDER
                 INVALID KEY
                    MOVE "ERRO REGRAV" TO MSG
                 NOT INVALID KEY
                    MOVE "GRAVADO" TO MSG
              END-REWRITE
           ELSE
              WRITE REG-ENDER
                 INVALID KEY
                    MOVE "ERRO GRAV" TO MSG
                 NOT INVALID KEY
                    MOVE "GRAVADO" TO MSG
              END-WRITE
           END-IF.
           DISPLAY TELA-OPCAO.
       ENDERECOS-SOLTA.
           PERFORM DESTRAVA-PARA THRU DESTRAVA-FIM.
       ENDERECOS-FIM.
           EXIT.

      *LISTS THE EXTRA ADDRESSES ON FILE FOR THE CURRENT CODIGO -
      *THE KEY LEADS WITH CODIGO, SO THIS IS A SHORT START/READ NEXT
       LISTA-ENDER-PARA.
           MOVE ZERO TO WS-END-COUNT.
           MOVE CODIGO TO CE-CODIGO.
           MOVE LOW-VALUES TO CE-TIPO.
           START ENDER-FILE KEY IS NOT LESS CE-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-END-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-END-EOF
           END-START.
           DISPLAY " ".
           DISPLAY "ENDERECOS ADICIONAIS DO CLIENTE " CODIGO ":".
           PERFORM UNTIL WS-END-EOF = "Y"
               READ ENDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-END-EOF
                   NOT AT END
                       IF CE-CODIGO NOT = CODIGO
                          MOVE "Y" TO WS-END-EOF
                       ELSE
                          ADD 1 TO WS-END-COUNT
                          DISPLAY "  " CE-TIPO " - " CE-ENDER " "
                                  CE-CIDADE " " CE-CEP
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-END-COUNT = ZERO
              DISPLAY "  NENHUM - USA O ENDERECO DO CADASTRO"
           END-IF.
       LISTA-ENDER-FIM.
           EXIT.

      *DROPS THE EXTRA ADDRESSES OF A CLIENT JUST EXCLUDED, SO A
      *CODIGO RE-USED LATER DOES NOT INHERIT THEM
       APAGA-ENDER-PARA.
           IF WS-END-ATIVO NOT = "S"
              GO TO APAGA-ENDER-FIM
           END-IF.
           MOVE CODIGO TO CE-CODIGO.
           MOVE "C" TO CE-TIPO.
           DELETE ENDER-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.
           MOVE "E" TO CE-TIPO.
           DELETE ENDER-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.
           MOVE "O" TO CE-TIPO.
           DELETE ENDER-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE.
       APAGA-ENDER-FIM.
           EXIT.

      *RECORDS WHETHER THE CLIENT AGREED TO BE CONTACTED BY POST,
      *E-MAIL OR PHONE (LGPD). THE MAILINGS AND THE CRM EXPORT LEAVE
      *OUT A CLIENT WITHOUT AN "S" ON THE CHANNEL. THE CLIENT IS
      *HELD LIKE ALTERACAO HOLDS IT.
       CONSENTIMENTO.
           INITIALIZE REG-ARQCLI.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO CONSENTIMENTO-FIM
           END-READ.
           IF WS-OP-FILIAL > ZERO AND FD-FILIAL > ZERO
              AND FD-FILIAL NOT = WS-OP-FILIAL
              MOVE MENSA9 TO MSG
              DISPLAY TELA-OPCAO
              GO TO CONSENTIMENTO-FIM
           END-IF.
           PERFORM TRAVA-PARA THRU TRAVA-FIM.
           IF WS-TRAVADO NOT = "S"
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
              GO TO CONSENTIMENTO-FIM
           END-IF.
           MOVE "K" TO WS-CLI-FUNC.
           MOVE SPACES TO WS-CLI-REG.
           MOVE CODIGO TO WS-CLI-REG(1:6).
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           IF WS-CLI-RC NOT = "00" AND WS-CLI-RC NOT = "23"
              MOVE WS-CLI-MSG TO MSG
              DISPLAY TELA-OPCAO
              GO TO CONSENTIMENTO-SOLTA
           END-IF.
           MOVE WS-CLI-REG-SAIDA(1:57) TO WS-CONSENT.
           MOVE WS-CS-FLAG(1) TO WS-CS-CORREIO.
           MOVE WS-CS-FLAG(2) TO WS-CS-EMAIL.
           MOVE WS-CS-FLAG(3) TO WS-CS-FONE.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           DISPLAY TELA-CONSENT.
           ACCEPT TELA-CONSENT.
           MOVE FUNCTION UPPER-CASE(WS-CS-CORREIO) TO WS-CS-FLAG(1).
           MOVE FUNCTION UPPER-CASE(WS-CS-EMAIL) TO WS-CS-FLAG(2).
           MOVE FUNCTION UPPER-CASE(WS-CS-FONE) TO WS-CS-FLAG(3).
           MOVE CODIGO TO WS-CS-CODIGO.
           MOVE "C" TO WS-CLI-FUNC.
           MOVE "EXCLI" TO WS-CLI-ACAO.
           MOVE SPACES TO WS-CLI-REG.
           MOVE WS-CONSENT TO WS-CLI-REG(1:57).
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           MOVE SPACES TO WS-CLI-ACAO.
           IF WS-CLI-RC = "00"
              MOVE "GRAVADO" TO MSG
           ELSE
              MOVE WS-CLI-MSG TO MSG
           END-IF.
           DISPLAY TELA-OPCAO.
       CONSENTIMENTO-SOLTA.
           PERFORM DESTRAVA-PARA THRU DESTRAVA-FIM.
       CONSENTIMENTO-FIM.
           EXIT.

      *ONE DATE-ORDERED HISTORY OF THE CLIENT, NEWEST FIRST: MASTER
      *CHANGES FROM AUDIT.LOG, INVOICES AND PAYMENTS FROM CONTAS.DAT,
      *DUNNING LETTERS FROM CARTAS.DAT, SALES FROM VENDAS.REG AND THE
      *CLIENT'S NOTES - SO THE DESK SEES THE CLIENT BEFORE CALLING
      *WITHOUT WALKING THROUGH CONSULTA, SALDO, NOTAS AND THE AUDIT
      *INQUIRY ONE BY ONE. A MISSING SOURCE FILE IS SIMPLY SKIPPED
       LINHA-TEMPO.
           INITIALIZE REG-ARQCLI.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO LINHA-TEMPO-FIM
           END-READ.
           IF WS-OP-FILIAL > ZERO AND FD-FILIAL > ZERO
              AND FD-FILIAL NOT = WS-OP-FILIAL
              MOVE MENSA9 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LINHA-TEMPO-FIM
           END-IF.
           DISPLAY TELA-CONSULTA.
           MOVE "LINHA-TEMPO" TO WS-ACS-FUNCAO.
           PERFORM REGISTRA-ACESSO-PARA THRU REGISTRA-ACESSO-FIM.
           MOVE ZERO TO WS-LT-COUNT.
           MOVE "N" TO WS-LT-CHEIO.
           PERFORM LT-AUDIT-PARA THRU LT-AUDIT-FIM.
           PERFORM LT-CONTAS-PARA THRU LT-CONTAS-FIM.
           PERFORM LT-CARTAS-PARA THRU LT-CARTAS-FIM.
           PERFORM LT-VENDAS-PARA THRU LT-VENDAS-FIM.
           PERFORM LT-NOTAS-PARA THRU LT-NOTAS-FIM.
           PERFORM LT-MOSTRA-PARA THRU LT-MOSTRA-FIM.
       LINHA-TEMPO-FIM.
           EXIT.

      *MASTER CHANGES - THE OPERATOR COMES FROM THE AUDIT LINE. AN
      *UPDATE IS SUMMED UP BY THE NAMES OF THE FIELDS IT CHANGED; A
      *CONSENTE LINE CARRIES CLICONS IMAGES, NOT ARQCLI ONES
       LT-AUDIT-PARA.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT NOT = "00"
              CLOSE AUDIT-FILE
              GO TO LT-AUDIT-FIM
           END-IF.
           MOVE "N" TO WS-LT-EOF.
           PERFORM UNTIL WS-LT-EOF = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-LT-EOF
                   NOT AT END
                       IF AUDIT-CODIGO = CODIGO
                          PERFORM LT-AUDIT-LINHA-PARA
                             THRU LT-AUDIT-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
       LT-AUDIT-FIM.
           EXIT.

       LT-AUDIT-LINHA-PARA.
           MOVE AUDIT-DATE TO WS-LT-N-DATA.
           MOVE "CADASTRO" TO WS-LT-N-TIPO.
           MOVE AUDIT-OPERATOR TO WS-LT-N-OPER.
           MOVE SPACES TO WS-LT-N-RESUMO.
           MOVE 1 TO WS-LT-PTR.
           EVALUATE AUDIT-ACTION
              WHEN "INCLUSAO"
                 STRING "INCLUSAO - " DELIMITED BY SIZE
                        AUDIT-AFTER(7:30) DELIMITED BY SIZE
                        INTO WS-LT-N-RESUMO
                 END-STRING
              WHEN "EXCLUSAO"
                 MOVE "EXCLUSAO DO CADASTRO" TO WS-LT-N-RESUMO
              WHEN "CONSENTE"
                 STRING "CONSENTIMENTO CORREIO=" DELIMITED BY SIZE
                        AUDIT-AFTER(7:1) DELIMITED BY SIZE
                        " E-MAIL=" DELIMITED BY SIZE
                        AUDIT-AFTER(24:1) DELIMITED BY SIZE
                        " FONE=" DELIMITED BY SIZE
                        AUDIT-AFTER(41:1) DELIMITED BY SIZE
                        INTO WS-LT-N-RESUMO
                 END-STRING
              WHEN OTHER
                 STRING AUDIT-ACTION DELIMITED BY SPACE
                        ":" DELIMITED BY SIZE
                        INTO WS-LT-N-RESUMO
                        WITH POINTER WS-LT-PTR
                 END-STRING
                 PERFORM VARYING WS-LT-C FROM 1 BY 1
                         UNTIL WS-LT-C > 10
                     IF AUDIT-BEFORE(WS-LT-C-OFF(WS-LT-C):
                                     WS-LT-C-LEN(WS-LT-C))
                        NOT = AUDIT-AFTER(WS-LT-C-OFF(WS-LT-C):
                                          WS-LT-C-LEN(WS-LT-C))
                        STRING " " DELIMITED BY SIZE
                               WS-LT-C-NOME(WS-LT-C) DELIMITED BY SPACE
                               INTO WS-LT-N-RESUMO
                               WITH POINTER WS-LT-PTR
                        END-STRING
                     END-IF
                 END-PERFORM
           END-EVALUATE.
           PERFORM LT-INSERE-PARA THRU LT-INSERE-FIM.
       LT-AUDIT-LINHA-FIM.
           EXIT.

      *EVERY INVOICE ON ITS ISSUE DATE, AND ITS PAYMENT (WHEN ANY WAS
      *POSTED) ON THE PAYMENT DATE
       LT-CONTAS-PARA.
           IF WS-CR-ATIVO NOT = "S"
              GO TO LT-CONTAS-FIM
           END-IF.
           MOVE CODIGO TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-LT-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-LT-EOF
           END-START.
           PERFORM UNTIL WS-LT-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LT-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = CODIGO
                          MOVE "Y" TO WS-LT-EOF
                       ELSE
                          PERFORM LT-CONTAS-LINHA-PARA
                             THRU LT-CONTAS-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       LT-CONTAS-FIM.
           EXIT.

       LT-CONTAS-LINHA-PARA.
           MOVE CR-DATA TO WS-LT-N-DATA.
           MOVE "FATURA" TO WS-LT-N-TIPO.
           MOVE SPACES TO WS-LT-N-OPER.
           MOVE SPACES TO WS-LT-N-RESUMO.
           MOVE CR-VALOR TO WS-LT-VALOR-ED.
           STRING "FATURA " DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-LT-VALOR-ED DELIMITED BY SIZE
                  " SITUACAO " DELIMITED BY SIZE
                  CR-STATUS DELIMITED BY SIZE
                  INTO WS-LT-N-RESUMO
           END-STRING.
           PERFORM LT-INSERE-PARA THRU LT-INSERE-FIM.
           IF CR-PAGO = ZERO OR CR-DATA-PGTO = ZERO
              GO TO LT-CONTAS-LINHA-FIM
           END-IF.
           MOVE CR-DATA-PGTO TO WS-LT-N-DATA.
           MOVE "PAGTO" TO WS-LT-N-TIPO.
           MOVE SPACES TO WS-LT-N-RESUMO.
           MOVE CR-PAGO TO WS-LT-VALOR-ED.
           STRING "PAGAMENTO FATURA " DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-LT-VALOR-ED DELIMITED BY SIZE
                  INTO WS-LT-N-RESUMO
           END-STRING.
           PERFORM LT-INSERE-PARA THRU LT-INSERE-FIM.
       LT-CONTAS-LINHA-FIM.
           EXIT.

      *CARTAS.DAT HOLDS THE LAST LETTER SENT PER INVOICE - ITS LEVEL
      *AND DATE ARE WHAT THE CLIENT LAST RECEIVED ABOUT IT
       LT-CARTAS-PARA.
           IF WS-CT-ATIVO NOT = "S"
              GO TO LT-CARTAS-FIM
           END-IF.
           MOVE CODIGO TO CT-CODIGO.
           MOVE ZERO TO CT-FATURA.
           START CARTAS-CTL KEY IS NOT LESS CT-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-LT-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-LT-EOF
           END-START.
           PERFORM UNTIL WS-LT-EOF = "Y"
               READ CARTAS-CTL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LT-EOF
                   NOT AT END
                       IF CT-CODIGO NOT = CODIGO
                          MOVE "Y" TO WS-LT-EOF
                       ELSE
                          MOVE CT-DATA-ENVIO TO WS-LT-N-DATA
                          MOVE "COBRANCA" TO WS-LT-N-TIPO
                          MOVE SPACES TO WS-LT-N-OPER
                          MOVE SPACES TO WS-LT-N-RESUMO
                          STRING "CARTA NIVEL " DELIMITED BY SIZE
                                 CT-NIVEL DELIMITED BY SIZE
                                 " FATURA " DELIMITED BY SIZE
                                 CT-FATURA DELIMITED BY SIZE
                                 INTO WS-LT-N-RESUMO
                          END-STRING
                          PERFORM LT-INSERE-PARA THRU LT-INSERE-FIM
                       END-IF
               END-READ
           END-PERFORM.
       LT-CARTAS-FIM.
           EXIT.

      *VENDAS.REG LINES CARRY NO DATE OF THEIR OWN - A BILLED SALE
      *TAKES THE DATE OF ITS INVOICE, A REFUSED CAPTURE LINE THE DATE
      *IN ITS FOURTH FIELD; ANYTHING ELSE IS LISTED UNDATED
       LT-VENDAS-PARA.
           OPEN INPUT REGISTER-FILE.
           IF FS-REG NOT = "00"
              CLOSE REGISTER-FILE
              GO TO LT-VENDAS-FIM
           END-IF.
           MOVE CODIGO TO WS-LT-ALVO-COD1.
           MOVE CODIGO TO WS-LT-ALVO-COD2.
           MOVE "N" TO WS-LT-EOF.
           PERFORM UNTIL WS-LT-EOF = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-LT-EOF
                   NOT AT END
                       PERFORM LT-VENDAS-LINHA-PARA
                          THRU LT-VENDAS-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
       LT-VENDAS-FIM.
           EXIT.

       LT-VENDAS-LINHA-PARA.
           MOVE ZERO TO WS-LT-N-DATA.
           MOVE ZERO TO WS-TALLY.
           INSPECT REGISTER-LINE TALLYING WS-TALLY
               FOR ALL WS-LT-ALVO-CLI.
           IF WS-TALLY > ZERO
              IF REGISTER-LINE(1:9) = "FATURADA:"
                 AND REGISTER-LINE(33:6) IS NUMERIC
                 AND WS-CR-ATIVO = "S"
                 MOVE CODIGO TO CR-CODIGO
                 MOVE REGISTER-LINE(33:6) TO CR-FATURA
                 READ CONTAS-FILE KEY IS CR-CHAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE CR-DATA TO WS-LT-N-DATA
                 END-READ
              END-IF
              GO TO LT-VENDAS-LINHA-GRAVA
           END-IF.
           MOVE ZERO TO WS-LT-POS.
           PERFORM VARYING WS-LT-P FROM 1 BY 1
                   UNTIL WS-LT-P > 73 OR WS-LT-POS > ZERO
               IF REGISTER-LINE(WS-LT-P:8) = WS-LT-ALVO-CAP
                  MOVE WS-LT-P TO WS-LT-POS
               END-IF
           END-PERFORM.
           IF WS-LT-POS = ZERO
              GO TO LT-VENDAS-LINHA-FIM
           END-IF.
           IF WS-LT-POS < 60
              IF REGISTER-LINE(WS-LT-POS + 14:8) IS NUMERIC
                 MOVE REGISTER-LINE(WS-LT-POS + 14:8) TO WS-LT-N-DATA
              END-IF
           END-IF.
       LT-VENDAS-LINHA-GRAVA.
           MOVE "VENDA" TO WS-LT-N-TIPO.
           MOVE SPACES TO WS-LT-N-OPER.
           MOVE REGISTER-LINE(1:50) TO WS-LT-N-RESUMO.
           PERFORM LT-INSERE-PARA THRU LT-INSERE-FIM.
       LT-VENDAS-LINHA-FIM.
           EXIT.

      *NOTES HAVE NO CAPTURE DATE - THEY ARE DATED BY THE FOLLOW-UP
      *DATE WHEN ONE IS SET, AND THE AUTHOR STANDS AS THE OPERATOR
       LT-NOTAS-PARA.
           PERFORM CONTA-NOTAS-PARA THRU CONTA-NOTAS-FIM.
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX > WS-NOTA-COUNT
               MOVE WS-NOTA-LISTA(WS-NOTA-IDX) TO NOTA-ID
               READ NOTAS-FILE KEY IS NOTA-ID
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE NOTA-DATA-FUP TO WS-LT-N-DATA
                     MOVE "NOTA" TO WS-LT-N-TIPO
                     MOVE NOTA-NOME TO WS-LT-N-OPER
                     MOVE NOTA-TEXTO TO WS-LT-N-RESUMO
                     PERFORM LT-INSERE-PARA THRU LT-INSERE-FIM
               END-READ
           END-PERFORM.
       LT-NOTAS-FIM.
           EXIT.

      *PUTS WS-LT-NOVO AHEAD OF THE FIRST EVENT NOT NEWER THAN IT, SO
      *SAME-DAY EVENTS READ IN FILE ORDER COME OUT LATEST FIRST. A
      *FULL TABLE DROPS ITS OLDEST EVENT TO MAKE ROOM
       LT-INSERE-PARA.
           MOVE WS-LT-COUNT TO WS-LT-POS.
           ADD 1 TO WS-LT-POS.
           PERFORM VARYING WS-LT-IDX FROM WS-LT-COUNT BY -1
                   UNTIL WS-LT-IDX < 1
               IF WS-LT-DATA(WS-LT-IDX) NOT > WS-LT-N-DATA
                  MOVE WS-LT-IDX TO WS-LT-POS
               END-IF
           END-PERFORM.
           IF WS-LT-POS > 500
              MOVE "S" TO WS-LT-CHEIO
              GO TO LT-INSERE-FIM
           END-IF.
           IF WS-LT-COUNT = 500
              MOVE "S" TO WS-LT-CHEIO
           ELSE
              ADD 1 TO WS-LT-COUNT
           END-IF.
           PERFORM VARYING WS-LT-IDX FROM WS-LT-COUNT BY -1
                   UNTIL WS-LT-IDX NOT > WS-LT-POS
               MOVE WS-LT-ENTRY(WS-LT-IDX - 1)
                 TO WS-LT-ENTRY(WS-LT-IDX)
           END-PERFORM.
           MOVE WS-LT-NOVO TO WS-LT-ENTRY(WS-LT-POS).
       LT-INSERE-FIM.
           EXIT.

      *THE TIMELINE GOES TO THE CONSOLE LIKE THE SALDO ITEMS, 15
      *LINES AT A TIME - F AT THE PAUSE ENDS THE LISTING
       LT-MOSTRA-PARA.
           DISPLAY " ".
           DISPLAY "LINHA DO TEMPO DO CLIENTE " CODIGO " - " FD-NOME.
           DISPLAY "DATA     TIPO     OPERADOR RESUMO".
           IF WS-LT-COUNT = ZERO
              DISPLAY "  NENHUM EVENTO REGISTRADO"
              GO TO LT-MOSTRA-FIM
           END-IF.
           MOVE ZERO TO WS-LT-LINHAS.
           MOVE "N" TO WS-LT-SAIR.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-LT-SAIR = "S"
               IF WS-LT-DATA(WS-LT-IDX) = ZERO
                  MOVE "SEM DATA" TO WS-LT-DATA-X
               ELSE
                  MOVE WS-LT-DATA(WS-LT-IDX) TO WS-LT-DATA-X
               END-IF
               DISPLAY WS-LT-DATA-X " " WS-LT-TIPO(WS-LT-IDX) " "
                       WS-LT-OPER(WS-LT-IDX) " "
                       WS-LT-RESUMO(WS-LT-IDX)
               ADD 1 TO WS-LT-LINHAS
               IF WS-LT-LINHAS = 15 AND WS-LT-IDX < WS-LT-COUNT
                  DISPLAY "TECLE <ENTER> PARA CONTINUAR, F PARA SAIR"
                  MOVE SPACE TO WS-CONF
                  ACCEPT WS-CONF FROM CONSOLE
                  IF WS-CONF = "F" OR WS-CONF = "f"
                     MOVE "S" TO WS-LT-SAIR
                  END-IF
                  MOVE ZERO TO WS-LT-LINHAS
               END-IF
           END-PERFORM.
           IF WS-LT-CHEIO = "S"
              DISPLAY "(MAIS DE 500 EVENTOS - OS MAIS ANTIGOS FORAM "
                      "OMITIDOS)"
           END-IF.
           DISPLAY " ".
       LT-MOSTRA-FIM.
           EXIT.

       FIM.
           IF WS-SIGNON-OK = "S"
              MOVE "S" TO WS-SES-FUNC
              CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
           END-IF.
           IF WS-CR-ATIVO = "S"
              CLOSE CONTAS-FILE
           END-IF.
           IF WS-NOTA-ATIVO = "S"
              CLOSE NOTAS-FILE
           END-IF.
           IF WS-END-ATIVO = "S"
              CLOSE ENDER-FILE
           END-IF.
           IF WS-ABC-ATIVO = "S"
              CLOSE ABC-FILE
           END-IF.
           IF WS-CT-ATIVO = "S"
              CLOSE CARTAS-CTL
           END-IF.
           MOVE "X" TO WS-ENV-FUNC.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           IF WS-CEP-USADO = "S"
              MOVE "X" TO WS-CEP-FUNC
              CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA
           END-IF.
           STOP RUN.
