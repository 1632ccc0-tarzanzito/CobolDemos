      ******************************************************************
      *DESC    : Screen for the payables desk - supplier bills were    *
      *        : kept in a paper binder. The EXCTAS shape for the      *
      *        : money going out: function menu, the supplier's name   *
      *        : from FORNEC.DAT shown as soon as the code is typed, a *
      *        : list of the supplier's open bills to pick from, and   *
      *        : confirmation before a payment posts. Bills live on    *
      *        : CONTASPG.DAT, keyed by supplier, bill number and      *
      *        : installment.                                          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : LANCAMENTO splits a bill into 1-12 monthly            *
      *        : installments (the last one takes the rounding); the   *
      *        : first falls due on the date typed or, left zero, the  *
      *        : bill's issue date plus the supplier's term in days    *
      *        : (FO-PRAZO-DIAS). PA-DATA is the posting date, which   *
      *        : GLINTF cuts the bill pair by; payments reach the      *
      *        : ledger through PA-PAGO-INTF, the CONTAS.DAT rule. A   *
      *        : payment may be partial but never above the balance.   *
      *        : Every posting goes on PAGJRNL.LOG with the operator,  *
      *        : the CTASJRNL.LOG layout keyed by supplier. Signs on   *
      *        : through OPERSIGN and is refused in a closed period    *
      *        : (PERIODCTL). The weekly payment run (PROPPAG, then    *
      *        : LIBPAG) pays the bills due in bulk through the bank.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
           FUNCTION FunctionDateAdd
           FUNCTION FunctionDateValid.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PA-CHAVE
           FILE STATUS             FS-PA.
           SELECT FORN-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FO-CODIGO
           FILE STATUS             FS.
      *PAYABLES POSTING JOURNAL - ONE LINE PER POSTING WITH
      *OPERATOR, DATE AND BEFORE/AFTER AMOUNTS
           SELECT OPTIONAL JORNAL-FILE ASSIGN TO "PAGJRNL.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER INSTALLMENT OF A SUPPLIER BILL. PA-DATA-EMIS IS
      *THE DATE ON THE SUPPLIER'S DOCUMENT, PA-DATA THE DAY IT WAS
      *POSTED HERE (THE LEDGER PERIOD). PA-PAGO-INTF IS THE AMOUNT
      *PAID ALREADY INTERFACED BY GLINTF
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
             88 PA-ABERTA      VALUE "A".
             88 PA-QUITADA     VALUE "Q".
          02 PA-DATA-PGTO      PIC 9(08).
          02 PA-PAGO-INTF      PIC 9(07)V99.

      *SAME LAYOUT FORMAINT (FornMaint.cob) MAINTAINS
       FD FORN-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REG-FORN.
          02 FO-CODIGO        PIC 9(06).
          02 FO-NOME          PIC X(30).
          02 FO-TIPO-DOC      PIC X(01).
          02 FO-CPF-CNPJ      PIC X(14).
          02 FO-TELEFONE      PIC X(15).
          02 FO-BANCO         PIC 9(03).
          02 FO-AGENCIA       PIC 9(04).
          02 FO-CONTA         PIC X(12).
          02 FO-PRAZO-DIAS    PIC 9(03).
          02 FO-STATUS        PIC X(01).
             88 FO-INATIVO    VALUE "I".
          02 FO-DATA-ALT      PIC 9(08).

      *SAME LAYOUT LIBPAG WRITES
       FD JORNAL-FILE.
       01 JORNAL-REC.
          02 JR-DATA           PIC 9(08).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-HORA           PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-OPERADOR       PIC X(08).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-ACAO           PIC X(09).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-FORNECEDOR     PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-DOCUMENTO      PIC 9(09).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-PARCELA        PIC 9(02).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-ANTES          PIC 9(07)V99.
          02 FILLER            PIC X VALUE SPACE.
          02 JR-DEPOIS         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-PA               PIC X(02) VALUE SPACES.
          77 FS-JORNAL           PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-CONF             PIC X     VALUE SPACE.
          77 WS-OPERADOR         PIC X(08) VALUE SPACES.
          77 WS-JR-ANTES         PIC 9(07)V99 VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
          01 WS-TIME-RAW         PIC 9(08) VALUE ZERO.

          01 NOME-ENT            PIC X.

      *FULL CCYYMMDD SYSTEM DATE
          01 WS-DATA-SIS.
             02 CC               PIC 9(02) VALUE ZEROS.
             02 AA               PIC 9(02) VALUE ZEROS.
             02 MM               PIC 9(02) VALUE ZEROS.
             02 DD               PIC 9(02) VALUE ZEROS.

          01 WS-MENSAGENS.
             02 MENSA1    PIC X(30) VALUE "FUNÇÃO ERRADA - REDIGITE".
             02 MENSA2    PIC X(30) VALUE "FORNECEDOR NÃO CADASTRADO".
             02 MENSA3    PIC X(30) VALUE "CONTA NÃO ENCONTRADA".
             02 MENSA4    PIC X(30) VALUE "VALOR INVALIDO".
             02 MENSA5    PIC X(30) VALUE "PERIODO CONTABIL FECHADO".
             02 MENSA6    PIC X(30) VALUE "FORNECEDOR INATIVO".
             02 MENSA7    PIC X(30) VALUE "VALOR ACIMA DO SALDO".
             02 MENSA8    PIC X(30) VALUE "DATA INVALIDA".
             02 MENSA9    PIC X(30) VALUE "DOCUMENTO INVALIDO".

      *POSTING WORK FIELDS
          77 WS-VALOR            PIC 9(07)V99 VALUE ZERO.
          77 WS-VALOR-EDIT       PIC Z.ZZZ.ZZ9,99.
          77 WS-SALDO            PIC 9(07)V99 VALUE ZERO.
          77 WS-DOCUMENTO        PIC 9(09) VALUE ZERO.
          77 WS-DATA-EMIS        PIC 9(08) VALUE ZERO.
          77 WS-VENC-PRIM        PIC 9(08) VALUE ZERO.
          77 WS-PARCELAS         PIC 9(02) VALUE ZERO.
          77 WS-PARC-IDX         PIC 9(02) VALUE ZERO.
          77 WS-PARC-VALOR       PIC 9(07)V99 VALUE ZERO.
          77 WS-PARC-ULTIMA      PIC 9(07)V99 VALUE ZERO.
          77 WS-PARC-GRAVADAS    PIC 9(02) VALUE ZERO.
          77 WS-PRAZO-DIAS       PIC S9(05) VALUE ZERO.
          77 WS-MESES            PIC S9(05) VALUE ZERO.

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT)
          77 WS-PERIODO          PIC 9(06) VALUE ZERO.
          77 WS-PER-SIT          PIC X     VALUE "A".

      *OPEN-BILL PICK LIST - COLLECTED IN KEY ORDER
          77 WS-PA-EOF           PIC X     VALUE "N".
          77 WS-LIST-COUNT       PIC 9(03) VALUE ZERO.
          77 WS-ESCOLHA          PIC 9(03) VALUE ZERO.
          77 WS-TOTAL-ABERTO     PIC 9(09)V99 VALUE ZERO.
          77 WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZ9,99.
          01 WS-PAG-TABLE.
             02 WS-PAG-LISTA OCCURS 200 TIMES.
                03 WS-PL-DOCUMENTO PIC 9(09).
                03 WS-PL-PARCELA   PIC 9(02).

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "CONTAS A PAGAR" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > LANCAMENTO DE CONTA".
             02 LINE 10 COLUMN 29 VALUE "< 2 > PAGAMENTO".
             02 LINE 12 COLUMN 29 VALUE "< 3 > CONSULTA SALDO".
             02 LINE 14 COLUMN 29 VALUE "< 4 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

          01 TELA-CODIGO.
             02 LINE 08 COLUMN 01 VALUE "FORNECEDOR:".
             02 LINE 08 COLUMN 13 PIC 9(06) USING FO-CODIGO.

      *THE SUPPLIER'S NAME GOES UP THE MOMENT THE CODE RESOLVES, SO
      *THE OPERATOR CONFIRMS THE RIGHT ACCOUNT BEFORE ANY MONEY MOVES
          01 TELA-NOME.
             02 LINE 09 COLUMN 01 VALUE "NOME      :".
             02 LINE 09 COLUMN 13 PIC X(30) FROM FO-NOME.

          01 TELA-CONTA.
             02 LINE 11 COLUMN 01 VALUE "DOCUMENTO :".
             02 LINE 11 COLUMN 13 PIC 9(09) USING WS-DOCUMENTO.
             02 LINE 12 COLUMN 01 VALUE "EMISSAO   :".
             02 LINE 12 COLUMN 13 PIC 9(08) USING WS-DATA-EMIS.
             02 LINE 13 COLUMN 01 VALUE "VALOR     :".
             02 LINE 13 COLUMN 13 PIC 9(07)V99 USING WS-VALOR.
             02 LINE 14 COLUMN 01 VALUE "PARCELAS  :".
             02 LINE 14 COLUMN 13 PIC 9(02) USING WS-PARCELAS.
             02 LINE 15 COLUMN 01 VALUE "1O VENCTO :".
             02 LINE 15 COLUMN 13 PIC 9(08) USING WS-VENC-PRIM.
             02 LINE 15 COLUMN 23 VALUE "(ZERO = PELO PRAZO)".

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O PAGAR-FILE.
           IF FS-PA NOT = "00"
              IF FS-PA = "35" OR FS-PA = "05"
                 CLOSE PAGAR-FILE
                 OPEN OUTPUT PAGAR-FILE
                 CLOSE PAGAR-FILE
                 OPEN I-O PAGAR-FILE
              END-IF
           END-IF.
           IF FS-PA NOT = "00"
              DISPLAY "CONTASPG.DAT STATUS --->" FS-PA
              STOP RUN
           END-IF.
           OPEN INPUT FORN-FILE.
           IF FS NOT = "00"
              DISPLAY "FORNEC.DAT STATUS --->" FS
              CLOSE PAGAR-FILE
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              CLOSE PAGAR-FILE
              CLOSE FORN-FILE
              STOP RUN
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           OPEN EXTEND JORNAL-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-JORNAL NOT = "00" AND FS-JORNAL NOT = "05"
              DISPLAY "PAGJRNL.LOG STATUS --->" FS-JORNAL
              CLOSE PAGAR-FILE
              CLOSE FORN-FILE
              STOP RUN
           END-IF.
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM LANCAMENTO THRU LANCAMENTO-FIM
              WHEN "2"
                 PERFORM PAGAMENTO THRU PAGAMENTO-FIM
              WHEN "3"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "4"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

      *READS THE SUPPLIER AND PUTS THE NAME UP - MSG NOT BLANK MEANS
      *THE CODE DID NOT RESOLVE AND THE FUNCTION SHOULD BACK OUT
       PEGA-FORNECEDOR.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ FORN-FILE KEY IS FO-CODIGO
              INVALID KEY
                 MOVE MENSA2 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PEGA-FORNECEDOR-FIM
           END-READ.
           DISPLAY TELA-NOME.
           IF FO-INATIVO
              DISPLAY "AVISO: FORNECEDOR INATIVO"
           END-IF.
       PEGA-FORNECEDOR-FIM.
           EXIT.

      *LISTS THE SUPPLIER'S OPEN BILLS ON THE CONSOLE, NUMBERED FOR
      *THE PICK (0 = DESISTIR) - THE EXCTAS LISTA-ABERTAS SHAPE
       LISTA-ABERTAS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-TOTAL-ABERTO.
           MOVE FO-CODIGO TO PA-FORNECEDOR.
           MOVE ZERO TO PA-DOCUMENTO.
           MOVE ZERO TO PA-PARCELA.
           START PAGAR-FILE KEY IS NOT LESS PA-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PA-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-PA-EOF
           END-START.
           DISPLAY " ".
           DISPLAY "CONTAS EM ABERTO DO FORNECEDOR " FO-CODIGO ":".
           PERFORM UNTIL WS-PA-EOF = "Y"
               READ PAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PA-EOF
                   NOT AT END
                       IF PA-FORNECEDOR NOT = FO-CODIGO
                          MOVE "Y" TO WS-PA-EOF
                       ELSE
                          IF PA-ABERTA AND WS-LIST-COUNT < 200
                             ADD 1 TO WS-LIST-COUNT
                             MOVE PA-DOCUMENTO
                                 TO WS-PL-DOCUMENTO(WS-LIST-COUNT)
                             MOVE PA-PARCELA
                                 TO WS-PL-PARCELA(WS-LIST-COUNT)
                             COMPUTE WS-SALDO = PA-VALOR - PA-PAGO
                             ADD WS-SALDO TO WS-TOTAL-ABERTO
                             MOVE WS-SALDO TO WS-VALOR-EDIT
                             DISPLAY "  " WS-LIST-COUNT " - DOC "
                                     PA-DOCUMENTO "/" PA-PARCELA
                                     " VENC " PA-DATA-VENC
                                     " SALDO " WS-VALOR-EDIT
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-TOTAL-ABERTO TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL EM ABERTO: " WS-TOTAL-EDIT
                   " (" WS-LIST-COUNT " PARCELAS)".
       LISTA-ABERTAS-FIM.
           EXIT.

      *POSTS A SUPPLIER BILL AS ONE RECORD PER INSTALLMENT, DUE
      *MONTHLY FROM THE FIRST DUE DATE
       LANCAMENTO.
           IF WS-PER-SIT = "F"
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LANCAMENTO-FIM
           END-IF.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           PERFORM PEGA-FORNECEDOR THRU PEGA-FORNECEDOR-FIM.
           IF MSG NOT = SPACES
              GO TO LANCAMENTO-FIM
           END-IF.
           IF FO-INATIVO
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LANCAMENTO-FIM
           END-IF.
           MOVE ZERO TO WS-DOCUMENTO.
           MOVE WS-DATA-SIS TO WS-DATA-EMIS.
           MOVE ZERO TO WS-VALOR.
           MOVE 1 TO WS-PARCELAS.
           MOVE ZERO TO WS-VENC-PRIM.
           DISPLAY TELA-CONTA.
           ACCEPT TELA-CONTA.
           IF WS-DOCUMENTO = ZERO
              MOVE MENSA9 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LANCAMENTO-FIM
           END-IF.
           IF WS-VALOR = ZERO
              MOVE MENSA4 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LANCAMENTO-FIM
           END-IF.
           IF WS-PARCELAS = ZERO
              MOVE 1 TO WS-PARCELAS
           END-IF.
           IF WS-PARCELAS > 12
              MOVE MENSA4 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LANCAMENTO-FIM
           END-IF.
           IF FunctionDateValid(WS-DATA-EMIS) = ZERO
              MOVE MENSA8 TO MSG
              DISPLAY TELA-OPCAO
              GO TO LANCAMENTO-FIM
           END-IF.
           IF WS-VENC-PRIM = ZERO
              MOVE FO-PRAZO-DIAS TO WS-PRAZO-DIAS
              COMPUTE WS-VENC-PRIM =
                  FunctionDateAdd(WS-DATA-EMIS, WS-PRAZO-DIAS, "D")
           ELSE
              IF FunctionDateValid(WS-VENC-PRIM) = ZERO
                 MOVE MENSA8 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO LANCAMENTO-FIM
              END-IF
           END-IF.
           COMPUTE WS-PARC-VALOR = WS-VALOR / WS-PARCELAS.
           COMPUTE WS-PARC-ULTIMA = WS-VALOR
               - WS-PARC-VALOR * (WS-PARCELAS - 1).
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA A CONTA " WS-DOCUMENTO " DE "
                   WS-VALOR-EDIT " EM " WS-PARCELAS
                   " PARCELA(S), 1O VENCIMENTO " WS-VENC-PRIM
                   " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "LANCAMENTO CANCELADO"
              GO TO LANCAMENTO-FIM
           END-IF.
           MOVE ZERO TO WS-PARC-GRAVADAS.
           PERFORM GRAVA-PARCELA THRU GRAVA-PARCELA-FIM
               VARYING WS-PARC-IDX FROM 1 BY 1
               UNTIL WS-PARC-IDX > WS-PARCELAS.
           DISPLAY "PARCELAS LANCADAS: " WS-PARC-GRAVADAS
                   " DE " WS-PARCELAS.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       LANCAMENTO-FIM.
           EXIT.

       GRAVA-PARCELA.
           MOVE FO-CODIGO TO PA-FORNECEDOR.
           MOVE WS-DOCUMENTO TO PA-DOCUMENTO.
           MOVE WS-PARC-IDX TO PA-PARCELA.
           MOVE WS-DATA-EMIS TO PA-DATA-EMIS.
           MOVE WS-DATA-SIS TO PA-DATA.
           COMPUTE WS-MESES = WS-PARC-IDX - 1.
           COMPUTE PA-DATA-VENC =
               FunctionDateAdd(WS-VENC-PRIM, WS-MESES, "M").
           IF WS-PARC-IDX = WS-PARCELAS
              MOVE WS-PARC-ULTIMA TO PA-VALOR
           ELSE
              MOVE WS-PARC-VALOR TO PA-VALOR
           END-IF.
           MOVE ZERO TO PA-PAGO.
           MOVE "A" TO PA-STATUS.
           MOVE ZERO TO PA-DATA-PGTO.
           MOVE ZERO TO PA-PAGO-INTF.
           WRITE REG-PAGAR
              INVALID KEY
                 DISPLAY "PARCELA JA LANCADA: " PA-DOCUMENTO "/"
                         PA-PARCELA
              NOT INVALID KEY
                 ADD 1 TO WS-PARC-GRAVADAS
                 MOVE "CONTA" TO JR-ACAO
                 MOVE ZERO TO WS-JR-ANTES
                 PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                 MOVE PA-VALOR TO WS-VALOR-EDIT
                 DISPLAY "PARCELA " PA-PARCELA " VENC " PA-DATA-VENC
                         " VALOR " WS-VALOR-EDIT
           END-WRITE.
       GRAVA-PARCELA-FIM.
           EXIT.

      *POSTS A PAYMENT MADE OUTSIDE THE PAYMENT RUN - THE OPERATOR
      *PICKS THE INSTALLMENT FROM THE OPEN LIST AND CONFIRMS
       PAGAMENTO.
           IF WS-PER-SIT = "F"
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PAGAMENTO-FIM
           END-IF.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           PERFORM PEGA-FORNECEDOR THRU PEGA-FORNECEDOR-FIM.
           IF MSG NOT = SPACES
              GO TO PAGAMENTO-FIM
           END-IF.
           PERFORM LISTA-ABERTAS THRU LISTA-ABERTAS-FIM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "NADA EM ABERTO PARA ESTE FORNECEDOR"
              DISPLAY "TECLE <ENTER> PARA CONTINUAR"
              ACCEPT WS-CONF FROM CONSOLE
              GO TO PAGAMENTO-FIM
           END-IF.
           DISPLAY "ESCOLHA O NUMERO DA PARCELA (0 = DESISTIR):".
           ACCEPT WS-ESCOLHA FROM CONSOLE.
           IF WS-ESCOLHA = ZERO OR WS-ESCOLHA > WS-LIST-COUNT
              GO TO PAGAMENTO-FIM
           END-IF.
           MOVE FO-CODIGO TO PA-FORNECEDOR.
           MOVE WS-PL-DOCUMENTO(WS-ESCOLHA) TO PA-DOCUMENTO.
           MOVE WS-PL-PARCELA(WS-ESCOLHA) TO PA-PARCELA.
           READ PAGAR-FILE KEY IS PA-CHAVE
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PAGAMENTO-FIM
           END-READ.
           COMPUTE WS-SALDO = PA-VALOR - PA-PAGO.
           MOVE WS-SALDO TO WS-VALOR-EDIT.
           DISPLAY "DOC " PA-DOCUMENTO "/" PA-PARCELA
                   " SALDO " WS-VALOR-EDIT.
           DISPLAY "VALOR DO PAGAMENTO (0 = SALDO TODO):".
           ACCEPT WS-VALOR FROM CONSOLE.
           IF WS-VALOR = ZERO
              MOVE WS-SALDO TO WS-VALOR
           END-IF.
           IF WS-VALOR > WS-SALDO
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PAGAMENTO-FIM
           END-IF.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA O PAGAMENTO DE " WS-VALOR-EDIT
                   " NO DOC " PA-DOCUMENTO "/" PA-PARCELA " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "PAGAMENTO CANCELADO"
              GO TO PAGAMENTO-FIM
           END-IF.
           MOVE PA-PAGO TO WS-JR-ANTES.
           ADD WS-VALOR TO PA-PAGO.
           MOVE WS-DATA-SIS TO PA-DATA-PGTO.
           IF PA-PAGO >= PA-VALOR
              MOVE "Q" TO PA-STATUS
           END-IF.
           REWRITE REG-PAGAR
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
              NOT INVALID KEY
                 MOVE "PAGAMENTO" TO JR-ACAO
                 PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                 IF PA-QUITADA
                    DISPLAY "PAGAMENTO LANCADO - PARCELA QUITADA"
                 ELSE
                    COMPUTE WS-SALDO = PA-VALOR - PA-PAGO
                    MOVE WS-SALDO TO WS-VALOR-EDIT
                    DISPLAY "PAGAMENTO LANCADO - SALDO "
                            WS-VALOR-EDIT
                 END-IF
           END-REWRITE.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       PAGAMENTO-FIM.
           EXIT.

       CONSULTA.
           INITIALIZE REG-FORN.
           DISPLAY TELA1.
           PERFORM PEGA-FORNECEDOR THRU PEGA-FORNECEDOR-FIM.
           IF MSG NOT = SPACES
              GO TO CONSULTA-FIM
           END-IF.
           PERFORM LISTA-ABERTAS THRU LISTA-ABERTAS-FIM.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       CONSULTA-FIM.
           EXIT.

      *ONE JOURNAL LINE PER POSTING - THE CALLER SETS JR-ACAO AND
      *WS-JR-ANTES, REG-PAGAR HOLDS THE AFTER STATE
       GRAVA-JORNAL.
           MOVE WS-DATA-SIS TO JR-DATA.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO JR-HORA.
           MOVE WS-OPERADOR TO JR-OPERADOR.
           MOVE PA-FORNECEDOR TO JR-FORNECEDOR.
           MOVE PA-DOCUMENTO TO JR-DOCUMENTO.
           MOVE PA-PARCELA TO JR-PARCELA.
           MOVE WS-JR-ANTES TO JR-ANTES.
           IF JR-ACAO = "CONTA"
              MOVE PA-VALOR TO JR-DEPOIS
           ELSE
              MOVE PA-PAGO TO JR-DEPOIS
           END-IF.
           WRITE JORNAL-REC.
       GRAVA-JORNAL-FIM.
           EXIT.

       FIM.
           CLOSE PAGAR-FILE.
           CLOSE FORN-FILE.
           CLOSE JORNAL-FILE.
           STOP RUN.
