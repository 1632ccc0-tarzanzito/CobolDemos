      ******************************************************************
      *DESC    : Supervisor desk for client credit - the money we owe  *
      *        : a client (credit notes from overpayments and billed   *
      *        : returns, CR-STATUS "C" in CONTAS.DAT) is either       *
      *        : applied against the client's next open invoice or     *
      *        : refunded. A refund writes a payment line to           *
      *        : PAGBANCO.TXT for the bank transfer, and every         *
      *        : movement goes to CREDITOS.TXT for the GLINTF          *
      *        : month-end and to the CTASJRNL.LOG posting journal.    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Restricted to supervisors (OPERSIGN, OP-NIVEL "S"),   *
      *        : the BAIXAPERDA rule, and refused in a closed period   *
      *        : (PERIODCTL). Notes are used oldest first; a note      *
      *        : turns "U" once all of it is used. APLICAR takes the   *
      *        : open invoice due first and posts no more than its     *
      *        : balance, dated today; the invoice's CR-PAGO-INTF      *
      *        : moves with it, since no cash came in. Before either   *
      *        : function, a QUITADA invoice of the client still       *
      *        : carrying a surplus from before credit notes existed   *
      *        : (CR-PAGO above CR-VALOR) is cut back to its value and *
      *        : the surplus becomes a note: the part GLINTF already   *
      *        : took as a receipt goes on CREDITOS.TXT as "X", the    *
      *        : rest as "O". CREDITOS.TXT line:                       *
      *        : CODIGO;NOTA;VALOR;DATA;TIPO;FATURA (period decimal);  *
      *        : TIPO O overpayment, D return, X old surplus, A        *
      *        : applied (FATURA = invoice), R refunded. PAGBANCO.TXT  *
      *        : is fixed width, one line per refund.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCLI.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *SAME POSTING JOURNAL CTASREC WRITES
           SELECT OPTIONAL JORNAL-FILE ASSIGN TO "CTASJRNL.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-JORNAL.
      *CLIENT-CREDIT MOVEMENT FEED - GLINTF CUTS THE JOURNAL PAIRS
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CREDITO.
      *REFUND PAYMENTS FOR THE BANK - ONE TRANSFER PER LINE
           SELECT OPTIONAL PAGTO-FILE ASSIGN TO "PAGBANCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAGTO.

       DATA DIVISION.
       FILE SECTION.
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
      *CREDIT NOTE - "C" WHILE SOME IS LEFT, "U" ONCE ALL IS USED
             88 CR-NOTA-CREDITO VALUE "C" "U".
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
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

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
          02 JR-CODIGO         PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-FATURA         PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-ANTES          PIC 9(07)V99.
          02 FILLER            PIC X VALUE SPACE.
          02 JR-DEPOIS         PIC 9(07)V99.

       FD CREDITO-FILE.
       01 CREDITO-LINE         PIC X(60).

      *ONE REFUND TRANSFER - PAYEE DOCUMENT AND NAME FROM ARQCLI.DAT,
      *BANK ACCOUNT AS THE CLIENT GAVE IT, VALUE WITH TWO IMPLIED
      *DECIMALS. PG-NOTA IS THE FIRST NOTE THE REFUND USED
       FD PAGTO-FILE.
       01 PAGTO-REC.
          02 PG-DATA           PIC 9(08).
          02 PG-CODIGO         PIC 9(06).
          02 PG-NOTA           PIC 9(06).
          02 PG-TIPO-DOC       PIC X(01).
          02 PG-CPF-CNPJ       PIC X(14).
          02 PG-NOME           PIC X(30).
          02 PG-BANCO          PIC 9(03).
          02 PG-AGENCIA        PIC 9(04).
          02 PG-CONTA          PIC X(12).
          02 PG-VALOR          PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-JORNAL            PIC X(02) VALUE SPACES.
       77 FS-CREDITO           PIC X(02) VALUE SPACES.
       77 FS-PAGTO             PIC X(02) VALUE SPACES.
       77 WS-FUNC              PIC 9     VALUE ZERO.
       77 WS-CONF              PIC X     VALUE SPACE.
       77 WS-VALOR             PIC 9(07)V99 VALUE ZERO.
       77 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       77 WS-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

      *SIGN-ON FIELDS - THREE BAD TRIES END THE SESSION
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-SIGNON-OK         PIC X     VALUE "N".
       77 WS-SIGNON-TENTA      PIC 9     VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-JR-ANTES          PIC 9(07)V99 VALUE ZERO.

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT)
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-SIT           PIC X     VALUE "A".

      *THE CLIENT ON THE DESK AND WHAT ITS CONTAS.DAT RECORDS HOLD -
      *COLLECTED IN KEY ORDER, SO THE NOTES COME OLDEST FIRST
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-CLI-OK            PIC X     VALUE "N".
       01 WS-SCAN-EOF          PIC X     VALUE "N".
       01 WS-MAXFAT            PIC 9(06) VALUE ZERO.
       01 WS-TOT-CREDITO       PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-ABERTO        PIC 9(09)V99 VALUE ZERO.
       01 WS-VENC              PIC 9(08) VALUE ZERO.
       01 WS-ALVO-FATURA       PIC 9(06) VALUE ZERO.
       01 WS-ALVO-VENC         PIC 9(08) VALUE ZERO.
       01 WS-ALVO-SALDO        PIC 9(07)V99 VALUE ZERO.
       01 WS-NT-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-NT-IDX            PIC 9(03) VALUE ZERO.
       01 WS-NT-TABLE.
          05 WS-NT-ENTRY OCCURS 100 TIMES.
             10 WS-NT-FATURA   PIC 9(06).
             10 WS-NT-SALDO    PIC 9(07)V99.
      *QUITADA INVOICES STILL CARRYING AN OLD SURPLUS
       01 WS-LG-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-LG-IDX            PIC 9(02) VALUE ZERO.
       01 WS-LG-TABLE.
          05 WS-LG-FATURA OCCURS 50 TIMES PIC 9(06).

      *NOTE CREATION - THE JUROSMES NEXT-FATURA PROBE
       01 WS-NOVA-FATURA       PIC 9(06) VALUE ZERO.
       01 WS-GRAVOU            PIC X     VALUE "N".
       01 WS-EXCESSO           PIC 9(07)V99 VALUE ZERO.
       01 WS-EXC-INTF          PIC 9(07)V99 VALUE ZERO.
       01 WS-FAT-ORIGEM        PIC 9(06) VALUE ZERO.
       01 WS-CONTA-SALVA       PIC X(73) VALUE SPACES.

      *USING UP NOTES - WHAT IS STILL TO BE TAKEN, WHAT ONE NOTE
      *GIVES, AND THE JOURNAL ACTION / FEED TYPE OF THE MOVEMENT
       01 WS-RESTA             PIC 9(07)V99 VALUE ZERO.
       01 WS-USO               PIC 9(07)V99 VALUE ZERO.
       01 WS-USADO             PIC 9(07)V99 VALUE ZERO.
       01 WS-ACAO-NOTA         PIC X(09) VALUE SPACES.
       01 WS-NOTA-PRIMEIRA     PIC 9(06) VALUE ZERO.

      *ONE CREDITOS.TXT LINE
       01 WS-LC-NOTA           PIC 9(06) VALUE ZERO.
       01 WS-LC-VALOR          PIC 9(07)V99 VALUE ZERO.
       01 WS-LC-EDIT           PIC 9(07).99.
       01 WS-LC-TIPO           PIC X(01) VALUE SPACE.
       01 WS-LC-FATURA         PIC 9(06) VALUE ZERO.

      *REFUND BANK DATA AS TYPED
       01 WS-BANCO-TXT         PIC X(03) VALUE SPACES.
       01 WS-AGENCIA-TXT       PIC X(04) VALUE SPACES.
       01 WS-CONTA-TXT         PIC X(12) VALUE SPACES.

      *SESSION REGISTER
       01 WS-APLICACOES        PIC 9(05) VALUE ZERO.
       01 WS-TOT-APLICADO      PIC 9(09)V99 VALUE ZERO.
       01 WS-REEMBOLSOS        PIC 9(05) VALUE ZERO.
       01 WS-TOT-REEMBOLSO     PIC 9(09)V99 VALUE ZERO.
       01 WS-REGULARIZADAS     PIC 9(05) VALUE ZERO.
       01 WS-TOT-REGULAR       PIC 9(09)V99 VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           OPEN I-O CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT STATUS --->" FS-CR
              STOP RUN
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT STATUS --->" FS
              CLOSE CONTAS-FILE
              STOP RUN
           END-IF.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           OPEN EXTEND JORNAL-FILE.
           IF FS-JORNAL NOT = "00" AND FS-JORNAL NOT = "05"
              DISPLAY "CTASJRNL.LOG STATUS --->" FS-JORNAL
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              STOP RUN
           END-IF.
           OPEN EXTEND CREDITO-FILE.
           IF FS-CREDITO NOT = "00" AND FS-CREDITO NOT = "05"
              DISPLAY "CREDITOS.TXT STATUS --->" FS-CREDITO
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE JORNAL-FILE
              STOP RUN
           END-IF.
           OPEN EXTEND PAGTO-FILE.
           IF FS-PAGTO NOT = "00" AND FS-PAGTO NOT = "05"
              DISPLAY "PAGBANCO.TXT STATUS --->" FS-PAGTO
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE JORNAL-FILE
              CLOSE CREDITO-FILE
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           DISPLAY "CREDITO DE CLIENTES - OPERADOR " WS-OPERADOR.

       TELA.
           DISPLAY "1-APLICAR CREDITO  2-REEMBOLSO  3-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
                 PERFORM APLICA-PARA THRU APLICA-FIM
              WHEN 2
                 PERFORM REEMBOLSO-PARA THRU REEMBOLSO-FIM
              WHEN 3
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-EVALUATE.
           GO TO TELA.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - PASSWORD,
      *EXPIRY AND LOCKOUT ALL LIVE THERE NOW
       SIGNON-PARA.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SIGNON-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
       SIGNON-FIM.
           EXIT.

      *APPLIES THE CLIENT'S CREDIT TO THE OPEN INVOICE DUE FIRST, UP
      *TO ITS BALANCE; WHAT IS LEFT CAN GO ON TO THE NEXT ONE
       APLICA-PARA.
           IF WS-PER-SIT = "F"
              DISPLAY "PERIODO CONTABIL FECHADO - NADA A LANCAR"
              GO TO APLICA-FIM
           END-IF.
           PERFORM PEGA-CLIENTE-PARA THRU PEGA-CLIENTE-FIM.
           IF WS-CLI-OK NOT = "S"
              GO TO APLICA-FIM
           END-IF.
       APLICA-PROXIMA.
           IF WS-TOT-CREDITO = ZERO
              DISPLAY "CLIENTE SEM CREDITO A APLICAR"
              GO TO APLICA-FIM
           END-IF.
           IF WS-ALVO-FATURA = ZERO
              DISPLAY "CLIENTE SEM FATURA EM ABERTO - USE O REEMBOLSO"
              GO TO APLICA-FIM
           END-IF.
           MOVE WS-TOT-CREDITO TO WS-EDIT.
           DISPLAY "CREDITO DISPONIVEL: " WS-EDIT.
           MOVE WS-ALVO-SALDO TO WS-EDIT.
           DISPLAY "PROXIMA FATURA: " WS-ALVO-FATURA
                   " VENC " WS-ALVO-VENC " SALDO " WS-EDIT.
           MOVE WS-ALVO-SALDO TO WS-VALOR.
           IF WS-VALOR > WS-TOT-CREDITO
              MOVE WS-TOT-CREDITO TO WS-VALOR
           END-IF.
           MOVE WS-VALOR TO WS-EDIT.
           DISPLAY "CONFIRMA A APLICACAO DE " WS-EDIT
                   " NA FATURA " WS-ALVO-FATURA " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "APLICACAO CANCELADA"
              GO TO APLICA-FIM
           END-IF.
           MOVE WS-VALOR TO WS-RESTA.
           MOVE "A" TO WS-LC-TIPO.
           MOVE WS-ALVO-FATURA TO WS-LC-FATURA.
           MOVE "APLICCRED" TO WS-ACAO-NOTA.
           PERFORM CONSOME-NOTA-PARA THRU CONSOME-NOTA-FIM
               VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT OR WS-RESTA = ZERO.
           COMPUTE WS-USADO = WS-VALOR - WS-RESTA.
           IF WS-USADO = ZERO
              DISPLAY "NENHUM CREDITO APLICADO"
              GO TO APLICA-FIM
           END-IF.
      *    THE INVOICE TAKES WHAT THE NOTES GAVE. NO CASH CAME IN, SO
      *    CR-PAGO-INTF MOVES WITH CR-PAGO AND GLINTF BOOKS THIS FROM
      *    THE "A" LINES, NOT AS A RECEIPT
           MOVE WS-CODIGO TO CR-CODIGO.
           MOVE WS-ALVO-FATURA TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 DISPLAY "FATURA " WS-ALVO-FATURA " NAO ENCONTRADA -"
                         " NOTAS JA BAIXADAS, CONFIRA O DIARIO"
                 GO TO APLICA-FIM
           END-READ.
           MOVE CR-PAGO TO WS-JR-ANTES.
           ADD WS-USADO TO CR-PAGO.
           ADD WS-USADO TO CR-PAGO-INTF.
           MOVE WS-DATA-SIS TO CR-DATA-PGTO.
           IF CR-PAGO >= CR-VALOR
              MOVE "Q" TO CR-STATUS
           END-IF.
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "FATURA " WS-ALVO-FATURA " NAO REGRAVADA -"
                         " NOTAS JA BAIXADAS, CONFIRA O DIARIO"
                 GO TO APLICA-FIM
           END-REWRITE.
           MOVE "APLICCRED" TO JR-ACAO.
           PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM.
           ADD 1 TO WS-APLICACOES.
           ADD WS-USADO TO WS-TOT-APLICADO.
           MOVE WS-USADO TO WS-EDIT.
           IF CR-QUITADA
              DISPLAY "APLICADO " WS-EDIT " - FATURA QUITADA"
           ELSE
              DISPLAY "APLICADO " WS-EDIT " - FATURA AINDA EM ABERTO"
           END-IF.
           PERFORM LE-CLIENTE-PARA THRU LE-CLIENTE-FIM.
           IF WS-TOT-CREDITO > ZERO AND WS-ALVO-FATURA NOT = ZERO
              DISPLAY "APLICAR O CREDITO RESTANTE NA PROXIMA FATURA"
                      " (S/N)?"
              ACCEPT WS-CONF FROM CONSOLE
              IF WS-CONF = "S" OR WS-CONF = "s"
                 GO TO APLICA-PROXIMA
              END-IF
           END-IF.
       APLICA-FIM.
           EXIT.

      *PAYS THE CLIENT'S CREDIT BACK - ALL OF IT OR PART, TO THE BANK
      *ACCOUNT THE CLIENT GIVES; THE TRANSFER GOES TO PAGBANCO.TXT
       REEMBOLSO-PARA.
           IF WS-PER-SIT = "F"
              DISPLAY "PERIODO CONTABIL FECHADO - NADA A LANCAR"
              GO TO REEMBOLSO-FIM
           END-IF.
           PERFORM PEGA-CLIENTE-PARA THRU PEGA-CLIENTE-FIM.
           IF WS-CLI-OK NOT = "S"
              GO TO REEMBOLSO-FIM
           END-IF.
           IF WS-TOT-CREDITO = ZERO
              DISPLAY "CLIENTE SEM CREDITO A DEVOLVER"
              GO TO REEMBOLSO-FIM
           END-IF.
           IF FD-CPF-CNPJ = SPACES
              DISPLAY "CLIENTE SEM CPF/CNPJ NO CADASTRO - O BANCO NAO"
                      " ACEITA A TRANSFERENCIA"
              GO TO REEMBOLSO-FIM
           END-IF.
           MOVE WS-TOT-CREDITO TO WS-EDIT.
           DISPLAY "CREDITO DISPONIVEL: " WS-EDIT.
           IF WS-TOT-ABERTO > ZERO
              MOVE WS-TOT-ABERTO TO WS-EDIT
              DISPLAY "ATENCAO: CLIENTE DEVE " WS-EDIT
                      " EM FATURAS ABERTAS - CONSIDERE APLICAR"
           END-IF.
           DISPLAY "VALOR A DEVOLVER (0 = TODO O CREDITO):".
           ACCEPT WS-VALOR FROM CONSOLE.
           IF WS-VALOR = ZERO
              MOVE WS-TOT-CREDITO TO WS-VALOR
           END-IF.
           IF WS-VALOR > WS-TOT-CREDITO
              DISPLAY "VALOR ACIMA DO CREDITO DISPONIVEL"
              GO TO REEMBOLSO-FIM
           END-IF.
           DISPLAY "BANCO DO CLIENTE (3 DIGITOS):".
           ACCEPT WS-BANCO-TXT FROM CONSOLE.
           DISPLAY "AGENCIA (4 DIGITOS):".
           ACCEPT WS-AGENCIA-TXT FROM CONSOLE.
           DISPLAY "CONTA COM DIGITO:".
           ACCEPT WS-CONTA-TXT FROM CONSOLE.
           IF WS-BANCO-TXT IS NOT NUMERIC
              OR WS-AGENCIA-TXT IS NOT NUMERIC
              OR WS-CONTA-TXT = SPACES
              DISPLAY "DADOS BANCARIOS INVALIDOS"
              GO TO REEMBOLSO-FIM
           END-IF.
           MOVE WS-VALOR TO WS-EDIT.
           DISPLAY "CONFIRMA O REEMBOLSO DE " WS-EDIT " A " FD-NOME.
           DISPLAY "BANCO " WS-BANCO-TXT " AGENCIA " WS-AGENCIA-TXT
                   " CONTA " WS-CONTA-TXT " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "REEMBOLSO CANCELADO"
              GO TO REEMBOLSO-FIM
           END-IF.
           MOVE WS-VALOR TO WS-RESTA.
           MOVE "R" TO WS-LC-TIPO.
           MOVE ZERO TO WS-LC-FATURA.
           MOVE "REEMBOLSO" TO WS-ACAO-NOTA.
           MOVE ZERO TO WS-NOTA-PRIMEIRA.
           PERFORM CONSOME-NOTA-PARA THRU CONSOME-NOTA-FIM
               VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT OR WS-RESTA = ZERO.
           COMPUTE WS-USADO = WS-VALOR - WS-RESTA.
           IF WS-USADO = ZERO
              DISPLAY "NENHUM CREDITO DEVOLVIDO"
              GO TO REEMBOLSO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO PG-DATA.
           MOVE WS-CODIGO TO PG-CODIGO.
           MOVE WS-NOTA-PRIMEIRA TO PG-NOTA.
           MOVE FD-TIPO-DOC TO PG-TIPO-DOC.
           MOVE FD-CPF-CNPJ TO PG-CPF-CNPJ.
           MOVE FD-NOME TO PG-NOME.
           MOVE WS-BANCO-TXT TO PG-BANCO.
           MOVE WS-AGENCIA-TXT TO PG-AGENCIA.
           MOVE WS-CONTA-TXT TO PG-CONTA.
           MOVE WS-USADO TO PG-VALOR.
           WRITE PAGTO-REC.
           ADD 1 TO WS-REEMBOLSOS.
           ADD WS-USADO TO WS-TOT-REEMBOLSO.
           MOVE WS-USADO TO WS-EDIT.
           DISPLAY "REEMBOLSO DE " WS-EDIT " GRAVADO PARA O BANCO".
       REEMBOLSO-FIM.
           EXIT.

      *TAKES UP TO WS-RESTA FROM ONE NOTE OF THE TABLE - THE NOTE
      *GROWS CR-PAGO (AND CR-PAGO-INTF WITH IT, NOTHING TO
      *INTERFACE), TURNS "U" WHEN EMPTY, IS JOURNALED UNDER
      *WS-ACAO-NOTA AND GETS ITS CREDITOS.TXT LINE OF TYPE WS-LC-TIPO
       CONSOME-NOTA-PARA.
           IF WS-NT-SALDO(WS-NT-IDX) = ZERO
              GO TO CONSOME-NOTA-FIM
           END-IF.
           MOVE WS-CODIGO TO CR-CODIGO.
           MOVE WS-NT-FATURA(WS-NT-IDX) TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 DISPLAY "NOTA " WS-NT-FATURA(WS-NT-IDX)
                         " NAO ENCONTRADA"
                 GO TO CONSOME-NOTA-FIM
           END-READ.
           IF CR-STATUS NOT = "C"
              GO TO CONSOME-NOTA-FIM
           END-IF.
           COMPUTE WS-USO = CR-VALOR - CR-PAGO.
           IF WS-USO > WS-RESTA
              MOVE WS-RESTA TO WS-USO
           END-IF.
           MOVE CR-PAGO TO WS-JR-ANTES.
           ADD WS-USO TO CR-PAGO.
           MOVE CR-PAGO TO CR-PAGO-INTF.
           MOVE WS-DATA-SIS TO CR-DATA-PGTO.
           IF CR-PAGO NOT < CR-VALOR
              MOVE "U" TO CR-STATUS
           END-IF.
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "NOTA " CR-FATURA " NAO REGRAVADA"
                 GO TO CONSOME-NOTA-FIM
           END-REWRITE.
           SUBTRACT WS-USO FROM WS-RESTA.
           SUBTRACT WS-USO FROM WS-NT-SALDO(WS-NT-IDX).
           MOVE WS-ACAO-NOTA TO JR-ACAO.
           PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM.
           MOVE CR-FATURA TO WS-LC-NOTA.
           MOVE WS-USO TO WS-LC-VALOR.
           PERFORM GRAVA-CREDITO-PARA THRU GRAVA-CREDITO-FIM.
           IF WS-NOTA-PRIMEIRA = ZERO
              MOVE CR-FATURA TO WS-NOTA-PRIMEIRA
           END-IF.
       CONSOME-NOTA-FIM.
           EXIT.

      *READS THE CLIENT, TURNS ANY OLD SURPLUS INTO A NOTE, AND
      *LEAVES THE CLIENT'S NOTES AND NEXT OPEN INVOICE IN THE TABLES
       PEGA-CLIENTE-PARA.
           MOVE "N" TO WS-CLI-OK.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT WS-CODIGO FROM CONSOLE.
           MOVE WS-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 DISPLAY "CLIENTE NAO CADASTRADO"
                 GO TO PEGA-CLIENTE-FIM
           END-READ.
           DISPLAY "CLIENTE: " FD-NOME.
           MOVE "S" TO WS-CLI-OK.
           PERFORM LE-CLIENTE-PARA THRU LE-CLIENTE-FIM.
           IF WS-LG-COUNT > ZERO
              PERFORM REGULARIZA-PARA THRU REGULARIZA-FIM
                  VARYING WS-LG-IDX FROM 1 BY 1
                  UNTIL WS-LG-IDX > WS-LG-COUNT
              PERFORM LE-CLIENTE-PARA THRU LE-CLIENTE-FIM
           END-IF.
       PEGA-CLIENTE-FIM.
           EXIT.

      *ONE PASS OVER THE CLIENT'S RECORDS BY KEY
       LE-CLIENTE-PARA.
           MOVE ZERO TO WS-NT-COUNT.
           MOVE ZERO TO WS-LG-COUNT.
           MOVE ZERO TO WS-MAXFAT.
           MOVE ZERO TO WS-TOT-CREDITO.
           MOVE ZERO TO WS-TOT-ABERTO.
           MOVE ZERO TO WS-ALVO-FATURA.
           MOVE ZERO TO WS-ALVO-SALDO.
           MOVE 99999999 TO WS-ALVO-VENC.
           MOVE WS-CODIGO TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-CODIGO
                          MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                          PERFORM CLASSIFICA-PARA THRU CLASSIFICA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       LE-CLIENTE-FIM.
           EXIT.

       CLASSIFICA-PARA.
           MOVE CR-FATURA TO WS-MAXFAT.
           EVALUATE TRUE
              WHEN CR-STATUS = "C"
                 IF WS-NT-COUNT < 100
                    ADD 1 TO WS-NT-COUNT
                    MOVE CR-FATURA TO WS-NT-FATURA(WS-NT-COUNT)
                    COMPUTE WS-NT-SALDO(WS-NT-COUNT) =
                        CR-VALOR - CR-PAGO
                    ADD WS-NT-SALDO(WS-NT-COUNT) TO WS-TOT-CREDITO
                 END-IF
              WHEN CR-QUITADA
                 IF CR-PAGO > CR-VALOR AND WS-LG-COUNT < 50
                    ADD 1 TO WS-LG-COUNT
                    MOVE CR-FATURA TO WS-LG-FATURA(WS-LG-COUNT)
                 END-IF
              WHEN CR-ABERTA
                 COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
                 ADD WS-SALDO TO WS-TOT-ABERTO
                 IF CR-DATA-VENC > ZERO
                    MOVE CR-DATA-VENC TO WS-VENC
                 ELSE
                    MOVE CR-DATA TO WS-VENC
                 END-IF
                 IF WS-VENC < WS-ALVO-VENC
                    MOVE CR-FATURA TO WS-ALVO-FATURA
                    MOVE WS-VENC TO WS-ALVO-VENC
                    MOVE WS-SALDO TO WS-ALVO-SALDO
                 END-IF
           END-EVALUATE.
       CLASSIFICA-FIM.
           EXIT.

      *AN OLD QUITADA INVOICE WITH CR-PAGO ABOVE CR-VALOR - THE NOTE
      *IS WRITTEN FIRST, THEN THE INVOICE IS CUT BACK TO ITS VALUE.
      *THE SURPLUS GLINTF ALREADY BOOKED AS A RECEIPT IS RECLASSED
      *("X"); THE REST HAS NOT BEEN BOOKED AND COMES IN AS "O"
       REGULARIZA-PARA.
           MOVE WS-CODIGO TO CR-CODIGO.
           MOVE WS-LG-FATURA(WS-LG-IDX) TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 GO TO REGULARIZA-FIM
           END-READ.
           IF NOT CR-QUITADA OR CR-PAGO NOT > CR-VALOR
              GO TO REGULARIZA-FIM
           END-IF.
           MOVE REG-CONTA TO WS-CONTA-SALVA.
           MOVE CR-FATURA TO WS-FAT-ORIGEM.
           COMPUTE WS-EXCESSO = CR-PAGO - CR-VALOR.
           MOVE ZERO TO WS-EXC-INTF.
           IF CR-PAGO-INTF > CR-VALOR
              COMPUTE WS-EXC-INTF = CR-PAGO-INTF - CR-VALOR
           END-IF.
           PERFORM GRAVA-NOTA-PARA THRU GRAVA-NOTA-FIM.
           IF WS-GRAVOU NOT = "S"
              DISPLAY "FATURAS ESGOTADAS - EXCESSO DA FATURA "
                      WS-FAT-ORIGEM " NAO CONVERTIDO"
              GO TO REGULARIZA-FIM
           END-IF.
           MOVE CR-FATURA TO WS-LC-NOTA.
           MOVE WS-FAT-ORIGEM TO WS-LC-FATURA.
           IF WS-EXC-INTF > ZERO
              MOVE WS-EXC-INTF TO WS-LC-VALOR
              MOVE "X" TO WS-LC-TIPO
              PERFORM GRAVA-CREDITO-PARA THRU GRAVA-CREDITO-FIM
           END-IF.
           IF WS-EXCESSO > WS-EXC-INTF
              COMPUTE WS-LC-VALOR = WS-EXCESSO - WS-EXC-INTF
              MOVE "O" TO WS-LC-TIPO
              PERFORM GRAVA-CREDITO-PARA THRU GRAVA-CREDITO-FIM
           END-IF.
           MOVE WS-CONTA-SALVA TO REG-CONTA.
           MOVE CR-PAGO TO WS-JR-ANTES.
           MOVE CR-VALOR TO CR-PAGO.
           IF CR-PAGO-INTF > CR-VALOR
              MOVE CR-VALOR TO CR-PAGO-INTF
           END-IF.
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "FATURA " WS-FAT-ORIGEM " NAO REGRAVADA -"
                         " CONFIRA O DIARIO"
                 GO TO REGULARIZA-FIM
           END-REWRITE.
           MOVE "REGULARIZ" TO JR-ACAO.
           PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM.
           ADD 1 TO WS-REGULARIZADAS.
           ADD WS-EXCESSO TO WS-TOT-REGULAR.
           MOVE WS-EXCESSO TO WS-EDIT.
           DISPLAY "EXCESSO DE " WS-EDIT " DA FATURA " WS-FAT-ORIGEM
                   " CONVERTIDO NA NOTA DE CREDITO " WS-LC-NOTA.
       REGULARIZA-FIM.
           EXIT.

      *WRITES A CREDIT NOTE OF WS-EXCESSO FOR WS-CODIGO UNDER THE NEXT
      *FREE CR-FATURA, DATED TODAY, AND JOURNALS IT AS CREDITO
       GRAVA-NOTA-PARA.
           COMPUTE WS-NOVA-FATURA = WS-MAXFAT + 1.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-NOVA-FATURA = ZERO
               MOVE WS-CODIGO TO CR-CODIGO
               MOVE WS-NOVA-FATURA TO CR-FATURA
               MOVE WS-DATA-SIS TO CR-DATA
               MOVE WS-EXCESSO TO CR-VALOR
               MOVE ZERO TO CR-PAGO
               MOVE "C" TO CR-STATUS
               MOVE ZERO TO CR-DATA-PGTO
               MOVE ZERO TO CR-PAGO-INTF
               MOVE WS-DATA-SIS TO CR-DATA-VENC
               MOVE ZERO TO CR-IMPOSTO
               WRITE REG-CONTA
                  INVALID KEY
                     ADD 1 TO WS-NOVA-FATURA
                  NOT INVALID KEY
                     MOVE "S" TO WS-GRAVOU
               END-WRITE
           END-PERFORM.
           IF WS-GRAVOU NOT = "S"
              GO TO GRAVA-NOTA-FIM
           END-IF.
           MOVE CR-FATURA TO WS-MAXFAT.
           MOVE ZERO TO WS-JR-ANTES.
           MOVE "CREDITO" TO JR-ACAO.
           PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM.
       GRAVA-NOTA-FIM.
           EXIT.

      *ONE CREDITOS.TXT LINE - CODIGO;NOTA;VALOR;DATA;TIPO;FATURA
       GRAVA-CREDITO-PARA.
           MOVE WS-LC-VALOR TO WS-LC-EDIT.
           MOVE SPACES TO CREDITO-LINE.
           STRING WS-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LC-NOTA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LC-EDIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LC-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LC-FATURA DELIMITED BY SIZE
                  INTO CREDITO-LINE
           END-STRING.
           WRITE CREDITO-LINE.
       GRAVA-CREDITO-FIM.
           EXIT.

      *ONE JOURNAL LINE PER POSTING - THE CALLER SETS JR-ACAO AND
      *WS-JR-ANTES, REG-CONTA HOLDS THE AFTER STATE
       GRAVA-JORNAL-PARA.
           MOVE WS-DATA-SIS TO JR-DATA.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO JR-HORA.
           MOVE WS-OPERADOR TO JR-OPERADOR.
           MOVE CR-CODIGO TO JR-CODIGO.
           MOVE CR-FATURA TO JR-FATURA.
           MOVE WS-JR-ANTES TO JR-ANTES.
           IF JR-ACAO = "CREDITO"
              MOVE CR-VALOR TO JR-DEPOIS
           ELSE
              MOVE CR-PAGO TO JR-DEPOIS
           END-IF.
           WRITE JORNAL-REC.
       GRAVA-JORNAL-FIM.
           EXIT.

      *CREDIT REGISTER FOR THE SESSION
       FIM.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE JORNAL-FILE.
           CLOSE CREDITO-FILE.
           CLOSE PAGTO-FILE.
           DISPLAY "==========================================".
           DISPLAY " REGISTRO DE CREDITO DE CLIENTES".
           DISPLAY " OPERADOR            : " WS-OPERADOR.
           DISPLAY " APLICACOES          : " WS-APLICACOES.
           MOVE WS-TOT-APLICADO TO WS-EDIT.
           DISPLAY " VALOR APLICADO      : " WS-EDIT.
           DISPLAY " REEMBOLSOS          : " WS-REEMBOLSOS.
           MOVE WS-TOT-REEMBOLSO TO WS-EDIT.
           DISPLAY " VALOR DEVOLVIDO     : " WS-EDIT.
           DISPLAY " EXCESSOS CONVERTIDOS: " WS-REGULARIZADAS.
           MOVE WS-TOT-REGULAR TO WS-EDIT.
           DISPLAY " VALOR CONVERTIDO    : " WS-EDIT.
           DISPLAY "==========================================".
           STOP RUN.
