      ******************************************************************
      *DESC    : Maintenance screen for the supplier master FORNEC.DAT *
      *        : - the reorder data and the purchase orders carried a  *
      *        : bare six-digit supplier code that pointed at nothing, *
      *        : and supplier bills lived in a paper binder. One       *
      *        : record per supplier with name, taxpayer document,     *
      *        : phone, the bank account the payment run pays into     *
      *        : and the usual payment term in days, which EXCPAG      *
      *        : uses to date a bill's first installment.              *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : SAME TELA1 SCREEN STYLE AS FilialMaint.cob. A         *
      *        : supplier with bills on CONTASPG.DAT cannot be         *
      *        : deleted - mark it inactive ("I") instead; EXCPAG      *
      *        : then refuses new bills for it. A supplier without     *
      *        : CPF/CNPJ or bank account is kept out of the payment   *
      *        : run (PROPPAG) until the data is completed.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORN-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FO-CODIGO
           FILE STATUS             FS.
      *PAYABLES - ONLY READ, TO KEEP A SUPPLIER WITH BILLS FROM
      *BEING DELETED
           SELECT OPTIONAL PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PA-CHAVE
           FILE STATUS             FS-PA.

       DATA DIVISION.
       FILE SECTION.
      *FO-TIPO-DOC "F" = CPF (11 DIGITS), "J" = CNPJ (14 DIGITS),
      *DIGITS ONLY, LEFT-JUSTIFIED - THE ARQCLI.DAT CONVENTION
       FD FORN-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REG-FORN.
          02 FO-CODIGO        PIC 9(06).
          02 FO-NOME          PIC X(30).
          02 FO-TIPO-DOC      PIC X(01).
             88 FO-DOC-CPF    VALUE "F".
             88 FO-DOC-CNPJ   VALUE "J".
          02 FO-CPF-CNPJ      PIC X(14).
          02 FO-TELEFONE      PIC X(15).
          02 FO-BANCO         PIC 9(03).
          02 FO-AGENCIA       PIC 9(04).
          02 FO-CONTA         PIC X(12).
          02 FO-PRAZO-DIAS    PIC 9(03).
          02 FO-STATUS        PIC X(01).
             88 FO-ATIVO      VALUE "A".
             88 FO-INATIVO    VALUE "I".
          02 FO-DATA-ALT      PIC 9(08).

      *SAME LAYOUT EXCPAG (ContasPagar.cob) MAINTAINS
       FD PAGAR-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTASPG.DAT".
       01 REG-PAGAR.
          02 PA-CHAVE.
             03 PA-FORNECEDOR  PIC 9(06).
             03 PA-DOCUMENTO   PIC 9(09).
             03 PA-PARCELA     PIC 9(02).
          02 PA-DATA-EMIS      PIC 9(08).
          02 PA-DATA           PIC 9(08).
          02 PA-DATA-VENC      PIC 9(08).
          02 PA-VALOR          PIC 9(07)V99.
          02 PA-PAGO           PIC 9(07)V99.
          02 PA-STATUS         PIC X(01).
          02 PA-DATA-PGTO      PIC 9(08).
          02 PA-PAGO-INTF      PIC 9(07)V99.

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-PA               PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-SCAN-EOF         PIC X     VALUE "N".
          77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
          77 WS-TEM-CONTAS       PIC X     VALUE "N".
          77 WS-DOC-LEN          PIC 9(02) VALUE ZERO.

          01 NOME-ENT            PIC X.

      *FULL CCYYMMDD SYSTEM DATE
          01 WS-DATA-SIS.
             02 CC               PIC 9(02) VALUE ZEROS.
             02 AA               PIC 9(02) VALUE ZEROS.
             02 MM               PIC 9(02) VALUE ZEROS.
             02 DD               PIC 9(02) VALUE ZEROS.
          01 WS-MENSAGENS.
             02 MENSA1    PIC X(30) VALUE "FUNÇÃO ERRADA - REDIGITE".
             02 MENSA2    PIC X(30) VALUE "CAMPO INVALIDO".
             02 MENSA3    PIC X(30) VALUE "FORNECEDOR JÁ CADASTRADO".
             02 MENSA4    PIC X(30) VALUE "FORNECEDOR NÃO CADASTRADO".
             02 MENSA5    PIC X(30) VALUE "CPF/CNPJ INVALIDO".
             02 MENSA6    PIC X(30) VALUE "FORNECEDOR COM CONTAS".

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "CADASTRO DE FORNECEDORES" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > INCLUSAO".
             02 LINE 10 COLUMN 29 VALUE "< 2 > ALTERACAO".
             02 LINE 12 COLUMN 29 VALUE "< 3 > EXCLUSAO".
             02 LINE 14 COLUMN 29 VALUE "< 4 > CONSULTA".
             02 LINE 15 COLUMN 29 VALUE "< 5 > LISTA".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

          01 TELA-CODIGO.
             02 LINE 08 COLUMN 01 VALUE "FORNECEDOR:".
             02 LINE 08 COLUMN 13 PIC 9(06) USING FO-CODIGO.

          01 TELA-DADOS.
             02 LINE 10 COLUMN 01 VALUE "NOME      :".
             02 LINE 10 COLUMN 13 PIC X(30) USING FO-NOME.
             02 LINE 11 COLUMN 01 VALUE "DOC (F/J) :".
             02 LINE 11 COLUMN 13 PIC X(01) USING FO-TIPO-DOC.
             02 LINE 11 COLUMN 16 PIC X(14) USING FO-CPF-CNPJ.
             02 LINE 12 COLUMN 01 VALUE "TELEFONE  :".
             02 LINE 12 COLUMN 13 PIC X(15) USING FO-TELEFONE.
             02 LINE 13 COLUMN 01 VALUE "BANCO     :".
             02 LINE 13 COLUMN 13 PIC 9(03) USING FO-BANCO.
             02 LINE 13 COLUMN 18 VALUE "AGENCIA:".
             02 LINE 13 COLUMN 27 PIC 9(04) USING FO-AGENCIA.
             02 LINE 13 COLUMN 33 VALUE "CONTA:".
             02 LINE 13 COLUMN 40 PIC X(12) USING FO-CONTA.
             02 LINE 14 COLUMN 01 VALUE "PRAZO DIAS:".
             02 LINE 14 COLUMN 13 PIC 9(03) USING FO-PRAZO-DIAS.
             02 LINE 15 COLUMN 01 VALUE "SITUACAO  :".
             02 LINE 15 COLUMN 13 PIC X(01) USING FO-STATUS.
             02 LINE 15 COLUMN 16 VALUE "(A = ATIVO, I = INATIVO)".

          01 TELA-CONSULTA.
             02 LINE 10 COLUMN 01 VALUE "NOME      :".
             02 LINE 10 COLUMN 13 PIC X(30) FROM FO-NOME.
             02 LINE 11 COLUMN 01 VALUE "DOC (F/J) :".
             02 LINE 11 COLUMN 13 PIC X(01) FROM FO-TIPO-DOC.
             02 LINE 11 COLUMN 16 PIC X(14) FROM FO-CPF-CNPJ.
             02 LINE 12 COLUMN 01 VALUE "TELEFONE  :".
             02 LINE 12 COLUMN 13 PIC X(15) FROM FO-TELEFONE.
             02 LINE 13 COLUMN 01 VALUE "BANCO     :".
             02 LINE 13 COLUMN 13 PIC 9(03) FROM FO-BANCO.
             02 LINE 13 COLUMN 18 VALUE "AGENCIA:".
             02 LINE 13 COLUMN 27 PIC 9(04) FROM FO-AGENCIA.
             02 LINE 13 COLUMN 33 VALUE "CONTA:".
             02 LINE 13 COLUMN 40 PIC X(12) FROM FO-CONTA.
             02 LINE 14 COLUMN 01 VALUE "PRAZO DIAS:".
             02 LINE 14 COLUMN 13 PIC 9(03) FROM FO-PRAZO-DIAS.
             02 LINE 15 COLUMN 01 VALUE "SITUACAO  :".
             02 LINE 15 COLUMN 13 PIC X(01) FROM FO-STATUS.
             02 LINE 16 COLUMN 01 VALUE "ALTERADO  :".
             02 LINE 16 COLUMN 13 PIC 9(08) FROM FO-DATA-ALT.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O FORN-FILE.
           IF FS NOT = "00"
              IF FS = "35"
                 OPEN OUTPUT FORN-FILE
                 CLOSE FORN-FILE
                 OPEN I-O FORN-FILE
              ELSE
                 DISPLAY "FILE STATUS --->" FS
                 STOP RUN
              END-IF
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM INCLUSAO THRU INCLUSAO-FIM
              WHEN "2"
                 PERFORM ALTERACAO THRU ALTERACAO-FIM
              WHEN "3"
                 PERFORM EXCLUSAO THRU EXCLUSAO-FIM
              WHEN "4"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "5"
                 PERFORM LISTA THRU LISTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

       INCLUSAO.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           IF FO-CODIGO = ZERO
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           READ FORN-FILE KEY IS FO-CODIGO
              INVALID KEY
                 NEXT SENTENCE
              NOT INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO INCLUSAO-FIM
           END-READ.
           MOVE "A" TO FO-STATUS.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA THRU VALIDA-FIM.
           IF MSG NOT = SPACES
              GO TO INCLUSAO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO FO-DATA-ALT.
           WRITE REG-FORN
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
           END-WRITE.
       INCLUSAO-FIM.
           EXIT.

       ALTERACAO.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ FORN-FILE KEY IS FO-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO ALTERACAO-FIM
           END-READ.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA THRU VALIDA-FIM.
           IF MSG NOT = SPACES
              GO TO ALTERACAO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO FO-DATA-ALT.
           REWRITE REG-FORN
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
           END-REWRITE.
       ALTERACAO-FIM.
           EXIT.

      *NAME AND SITUATION ARE REQUIRED; THE DOCUMENT MAY STAY BLANK
      *UNTIL THE SUPPLIER SENDS IT, BUT WHEN GIVEN IT MUST HAVE THE
      *RIGHT NUMBER OF DIGITS FOR ITS TYPE
       VALIDA.
           MOVE SPACES TO MSG.
           IF FO-NOME = SPACES
              OR (NOT FO-ATIVO AND NOT FO-INATIVO)
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO VALIDA-FIM
           END-IF.
           IF FO-CPF-CNPJ = SPACES
              MOVE SPACE TO FO-TIPO-DOC
              GO TO VALIDA-FIM
           END-IF.
           MOVE ZERO TO WS-DOC-LEN.
           INSPECT FO-CPF-CNPJ TALLYING WS-DOC-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF FO-CPF-CNPJ(1:WS-DOC-LEN) IS NOT NUMERIC
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO VALIDA-FIM
           END-IF.
           IF (FO-DOC-CPF AND WS-DOC-LEN NOT = 11)
              OR (FO-DOC-CNPJ AND WS-DOC-LEN NOT = 14)
              OR (NOT FO-DOC-CPF AND NOT FO-DOC-CNPJ)
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
           END-IF.
       VALIDA-FIM.
           EXIT.

       EXCLUSAO.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ FORN-FILE KEY IS FO-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO EXCLUSAO-FIM
           END-READ.
           DISPLAY TELA-CONSULTA.
           PERFORM BUSCA-CONTAS THRU BUSCA-CONTAS-FIM.
           IF WS-TEM-CONTAS = "S"
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO EXCLUSAO-FIM
           END-IF.
           DELETE FORN-FILE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
           END-DELETE.
       EXCLUSAO-FIM.
           EXIT.

      *ANY BILL OF THE SUPPLIER ON CONTASPG.DAT, OPEN OR PAID, KEEPS
      *THE MASTER RECORD - THE HISTORY STILL NAMES IT
       BUSCA-CONTAS.
           MOVE "N" TO WS-TEM-CONTAS.
           OPEN INPUT PAGAR-FILE.
           IF FS-PA NOT = "00"
              GO TO BUSCA-CONTAS-FIM
           END-IF.
           MOVE FO-CODIGO TO PA-FORNECEDOR.
           MOVE ZERO TO PA-DOCUMENTO.
           MOVE ZERO TO PA-PARCELA.
           START PAGAR-FILE KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PAGAR-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PA-FORNECEDOR = FO-CODIGO
                              MOVE "S" TO WS-TEM-CONTAS
                           END-IF
                   END-READ
           END-START.
           CLOSE PAGAR-FILE.
       BUSCA-CONTAS-FIM.
           EXIT.

       CONSULTA.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ FORN-FILE KEY IS FO-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO CONSULTA-FIM
           END-READ.
           DISPLAY TELA-CONSULTA.
       CONSULTA-FIM.
           EXIT.

      *LISTS EVERY REGISTERED SUPPLIER ON THE CONSOLE - THE LIST IS
      *UNBOUNDED SO IT USES DISPLAY, LIKE FILMAINT'S LISTA
       LISTA.
           MOVE LOW-VALUES TO FO-CODIGO.
           START FORN-FILE KEY IS NOT LESS FO-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY " ".
           DISPLAY "FORNECEDORES CADASTRADOS:".
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ FORN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       DISPLAY "  " FO-CODIGO " " FO-NOME " "
                               FO-STATUS " PRAZO " FO-PRAZO-DIAS
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL DE FORNECEDORES: " WS-LIST-COUNT.
           DISPLAY " ".
       LISTA-FIM.
           EXIT.

       FIM.
           CLOSE FORN-FILE.
           STOP RUN.
