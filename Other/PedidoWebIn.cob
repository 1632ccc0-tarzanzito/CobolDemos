      ******************************************************************
      *DESC    : Inbound order interface from the web store - the      *
      *        : store used to e-mail its orders and the desk re-keyed *
      *        : each one through SalesEntry. Reads pedido-web.json    *
      *        : (one JSON object per line, the CRMIN style), checks   *
      *        : each order with the rules SalesEntry and SalesBatch   *
      *        : apply (client, salesperson, date, items, credit       *
      *        : limit), appends the good ones to VENDAS.TXT for the   *
      *        : normal SalesBatch cycle and writes a per-order        *
      *        : accept/reject disposition file (pedido-web.disp)      *
      *        : back for the store.                                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Object layout, every value quoted, in this order:     *
      *        : pedido, data (CCYYMMDD), vendedor, loja, codigo,      *
      *        : nome, endereco, bairro, cidade, cep, telefone, email, *
      *        : tipo_doc, cpf_cnpj, then itens:[{item, qtde, preco}   *
      *        : ...] - at most 20 items, preco with a "." before the  *
      *        : cents, zero or blank for the list price in force on   *
      *        : the order date (PRECOVIG). A line that does not split *
      *        : that way is rejected, not guessed at.                 *
      *        : A blank or zero codigo is a web customer without a    *
      *        : CODIGO: a cpf_cnpj already on the master takes that   *
      *        : client, otherwise the client is created through       *
      *        : CLIUPD on the next free CODIGO (CLICTL.DAT, the EXCLI *
      *        : automatic option) once the rest of the order passed.  *
      *        : The CODIGO goes back on the ACEITO line for the store *
      *        : to send on the next order.                            *
      *        : Every accepted order number is kept in PEDWEB.DAT; a  *
      *        : number already there is refused, so a feed sent twice *
      *        : never captures a sale twice.                          *
      *        : Territory and group-limit rules are left to           *
      *        : SalesBatch, as for a sale typed at the desk.          *
      *        : RUNLOG count = orders accepted; code 4 when an order  *
      *        : was rejected, 8 when a file cannot be opened or an    *
      *        : order number cannot be registered.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDWEBIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JSON-IN ASSIGN TO "pedido-web.json"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JSON.
           SELECT DISP-FILE ASSIGN TO "pedido-web.disp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DISP.
      *SALES CAPTURE FILE - SAME LINES SalesEntry APPENDS
           SELECT OPTIONAL VENDAS-FILE ASSIGN TO "VENDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-VENDAS.
      *ORDER NUMBERS ALREADY ACCEPTED FROM THE STORE
           SELECT OPTIONAL PEDWEB-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PW-PEDIDO
           FILE STATUS             FS-PW.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *NEXT-CODE CONTROL RECORD SHARED WITH THE EXCLI AUTOMATIC
      *CODIGO OPTION
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CLICTL.DAT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-CTL.
      *THE CHECKS BELOW ONLY ARM WHEN THEIR FILE EXISTS, AS THEY DO
      *IN SalesEntry AND SalesBatch
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             FS-PROD.
           SELECT OPTIONAL CRED-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CL-CODIGO
           FILE STATUS             FS-CRED.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.

       DATA DIVISION.
       FILE SECTION.
       FD JSON-IN.
       01 JSON-LINE            PIC X(2000).

       FD DISP-FILE.
       01 DISP-LINE            PIC X(100).

       FD VENDAS-FILE.
       01 VENDAS-LINE          PIC X(60).

       FD PEDWEB-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PEDWEB.DAT".
       01 REG-PEDWEB.
          02 PW-PEDIDO         PIC X(20).
          02 PW-DATA-PED       PIC 9(08).
          02 PW-DATA-ACEITE    PIC 9(08).
          02 PW-CODIGO         PIC 9(06).
          02 PW-VALOR          PIC 9(05).

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
             88 FD-INATIVO    VALUE "I".
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
          02 FD-CPF-CNPJ      PIC X(14).

       FD CTL-FILE.
       01 CTL-REC.
          02 CTL-NEXT-CODIGO   PIC 9(06).

      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-NOME          PIC X(30).
          02 EM-IDADE         PIC 9(02).
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
          02 EM-DEPENDENTES   PIC 9(02).
          02 EM-ADMISSAO      PIC 9(08).
          02 EM-CENTRO        PIC X(04).

      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

      *SAME LAYOUT CREDMAINT (CredMaint.cob) MAINTAINS
       FD CRED-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICRED.DAT".
       01 REG-CRED.
          02 CL-CODIGO        PIC 9(06).
          02 CL-LIMITE        PIC 9(09)V99.
          02 CL-PRAZO-DIAS    PIC 9(03).

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
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-JSON              PIC X(02) VALUE SPACES.
       77 FS-DISP              PIC X(02) VALUE SPACES.
       77 FS-VENDAS            PIC X(02) VALUE SPACES.
       77 FS-PW                PIC X(02) VALUE SPACES.
       77 FS-CTL               PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-PROD              PIC X(02) VALUE SPACES.
       77 FS-CRED              PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 WS-JSON-EOF          PIC X     VALUE "N".
       77 WS-CLI-EOF           PIC X     VALUE "N".
       77 WS-CR-EOF            PIC X     VALUE "N".
       77 WS-EMP-ATIVO         PIC X     VALUE "N".
       77 WS-PROD-ATIVO        PIC X     VALUE "N".
       77 WS-CRED-ATIVO        PIC X     VALUE "N".
       77 WS-CONTAS-ATIVO      PIC X     VALUE "N".
       77 WS-CLI-NOVO          PIC X     VALUE "N".
       77 WS-AUTO-OK           PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-ACEITOS        PIC 9(07) VALUE ZERO.
          05 WS-REJEITADOS     PIC 9(07) VALUE ZERO.
          05 WS-REPETIDOS      PIC 9(07) VALUE ZERO.
          05 WS-CLI-NOVOS      PIC 9(07) VALUE ZERO.

      *THE LINE SPLIT ON QUOTES - THE FIELD NAMES LAND ON TOKENS 2,
      *6, 10 ... AND EACH QUOTED VALUE TWO TOKENS AFTER ITS NAME;
      *"itens" IS TOKEN 58 AND EACH ITEM TAKES 12 TOKENS FROM 60
       01 WS-TOK-TABLE.
          05 WS-TOK OCCURS 300 TIMES PIC X(40).
       01 WS-T                 PIC 9(03) VALUE ZERO.
       01 WS-PTR               PIC 9(04) VALUE ZERO.
       01 WS-MOTIVO            PIC X(30) VALUE SPACES.

      *THE ORDER, AS TAKEN FROM THE TOKENS
       01 WS-PEDIDO            PIC X(20) VALUE SPACES.
       01 WS-DATA-PED          PIC 9(08) VALUE ZERO.
       01 WS-VENDEDOR          PIC 9(05) VALUE ZERO.
       01 WS-LOJA              PIC 9(05) VALUE ZERO.
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-VALOR             PIC 9(05) VALUE ZERO.
       01 WS-VALOR-ED          PIC ZZZZ9.

      *ITEM LINES OF THE ORDER - HELD UNTIL THE ORDER PASSES, THEN
      *WRITTEN BEHIND ITS HEADER LINE
       01 WS-IT-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-IT                PIC 9(02) VALUE ZERO.
       01 WS-IT-ED             PIC Z9.
       01 WS-IT-BASE           PIC 9(03) VALUE ZERO.
       01 WS-ITEM-ID           PIC X(10) VALUE SPACES.
       01 WS-PRECO-LISTA       PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-NUM         PIC S9(07)V99 VALUE ZERO.
       01 WS-LINHA-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01 WS-VENDA-TOTAL       PIC 9(07)V99 VALUE ZERO.
       01 WS-ITENS.
          05 WS-ITEM OCCURS 20 TIMES.
             10 WS-I-ID        PIC X(10).
             10 WS-I-QTDE      PIC 9(05).
             10 WS-I-PRECO     PIC 9(05)V99.

      *NUMBER TAKEN OFF A TOKEN - WHOLE DIGITS ONLY
       01 WS-NUM-TXT           PIC X(40) VALUE SPACES.
       01 WS-NUM-LEN           PIC 9(02) VALUE ZERO.
       01 WS-NUM               PIC 9(09) VALUE ZERO.
       01 WS-NUM-OK            PIC X     VALUE "N".

      *CPF/CNPJ OF A CUSTOMER SENT WITHOUT A CODIGO, REDUCED TO ITS
      *DIGITS THE WAY CLIUPD STORES IT
       01 WS-DOC               PIC X(14) VALUE SPACES.
       01 WS-DOC-LEN           PIC 9(02) VALUE ZERO.
       01 WS-DOC-I             PIC 9(02) VALUE ZERO.

       01 WS-NEXT-CODIGO       PIC 9(06) VALUE ZERO.

      *CREDIT CHECK - OPEN CONTAS.DAT BALANCE OF THE CLIENT
       01 WS-SALDO-ABERTO      PIC 9(09)V99 VALUE ZERO.

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT)
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-SIT           PIC X     VALUE "A".

      *REQUEST/RESPONSE AREAS FOR THE SHARED CLIUPD SUBPROGRAM
       01 WS-CLI-PEDIDO.
          05 WS-CLI-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CLI-ACAO       PIC X(09) VALUE SPACES.
          05 WS-CLI-OPERADOR   PIC X(08) VALUE "PEDWEB".
          05 WS-CLI-REG        PIC X(204) VALUE SPACES.
          05 WS-CLI-REG-ANTES  PIC X(204) VALUE SPACES.
       01 WS-CLI-RESPOSTA.
          05 WS-CLI-RC         PIC X(02) VALUE SPACES.
          05 WS-CLI-MSG        PIC X(30) VALUE SPACES.
          05 WS-CLI-REG-SAIDA  PIC X(204) VALUE SPACES.
      *THE NEW CLIENT'S IMAGE, BUILT FROM THE ORDER
       01 WS-REG-NOVO          PIC X(204) VALUE SPACES.

      *REQUEST/RESPONSE AREAS FOR THE SHARED PRECOVIG PRICE LOOKUP
       01 WS-PVG-PEDIDO.
          05 WS-PVG-FUNC        PIC X(01) VALUE SPACE.
          05 WS-PVG-ITEM-ID     PIC X(10) VALUE SPACES.
          05 WS-PVG-DATA        PIC 9(08) VALUE ZERO.
       01 WS-PVG-RESPOSTA.
          05 WS-PVG-RC          PIC X(02) VALUE SPACES.
          05 WS-PVG-PRECO       PIC 9(07)V99 VALUE ZERO.
          05 WS-PVG-DATA-VIG    PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "PEDWEBIN".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           MOVE WS-ACEITOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       OPEN-PARA.
           OPEN INPUT JSON-IN.
           IF FS-JSON NOT = "00"
              DISPLAY "pedido-web.json OPEN FAILED: " FS-JSON
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE JSON-IN
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O PEDWEB-FILE.
           IF FS-PW = "35" OR FS-PW = "05"
              CLOSE PEDWEB-FILE
              OPEN OUTPUT PEDWEB-FILE
              CLOSE PEDWEB-FILE
              OPEN I-O PEDWEB-FILE
           END-IF.
           IF FS-PW NOT = "00"
              DISPLAY "PEDWEB.DAT OPEN FAILED: " FS-PW
              CLOSE JSON-IN
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN EXTEND VENDAS-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-VENDAS NOT = "00" AND FS-VENDAS NOT = "05"
              DISPLAY "VENDAS.TXT OPEN FAILED: " FS-VENDAS
              CLOSE JSON-IN
              CLOSE ARQCLI
              CLOSE PEDWEB-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT DISP-FILE.
           IF FS-DISP NOT = "00"
              DISPLAY "pedido-web.disp OPEN FAILED: " FS-DISP
              CLOSE JSON-IN
              CLOSE ARQCLI
              CLOSE PEDWEB-FILE
              CLOSE VENDAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-EMP-ATIVO
           ELSE
              CLOSE EMP-MASTER
              DISPLAY "EMPMAST.DAT AUSENTE - VENDEDOR NAO VALIDADO"
           END-IF.
           OPEN INPUT PROD-FILE.
           IF FS-PROD = "00"
              MOVE "S" TO WS-PROD-ATIVO
           ELSE
              CLOSE PROD-FILE
              DISPLAY "PRODMAST.DAT AUSENTE - ITEM NAO VALIDADO"
           END-IF.
           OPEN INPUT CRED-FILE.
           IF FS-CRED = "00"
              MOVE "S" TO WS-CRED-ATIVO
           ELSE
              CLOSE CRED-FILE
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR = "00"
              MOVE "S" TO WS-CONTAS-ATIVO
           ELSE
              CLOSE CONTAS-FILE
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-JSON-EOF = "Y"
               READ JSON-IN
               AT END
                   MOVE "Y" TO WS-JSON-EOF
               NOT AT END
                   IF JSON-LINE NOT = SPACES
                      PERFORM TRATA-PEDIDO-PARA
                         THRU TRATA-PEDIDO-EXIT-PARA
                   END-IF
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE ORDER - EVERY CHECK RUNS BEFORE ANYTHING IS WRITTEN; A NEW
      *CLIENT IS ONLY CREATED ONCE THE REST OF THE ORDER HAS PASSED
       TRATA-PEDIDO-PARA.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-PEDIDO.
           PERFORM PARSE-PARA THRU PARSE-EXIT-PARA.
           IF WS-MOTIVO NOT = SPACES
              GO TO REJEITA-PARA
           END-IF.
           MOVE WS-PEDIDO TO PW-PEDIDO.
           READ PEDWEB-FILE KEY IS PW-PEDIDO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-REPETIDOS
                 STRING "PEDIDO JA ACEITO EM " DELIMITED BY SIZE
                        PW-DATA-ACEITE DELIMITED BY SIZE
                        INTO WS-MOTIVO
                 END-STRING
                 GO TO REJEITA-PARA
           END-READ.
           PERFORM VALIDA-DATA-PARA THRU VALIDA-DATA-EXIT-PARA.
           IF WS-MOTIVO NOT = SPACES
              GO TO REJEITA-PARA
           END-IF.
           PERFORM VALIDA-VENDEDOR-PARA THRU VALIDA-VENDEDOR-EXIT-PARA.
           IF WS-MOTIVO NOT = SPACES
              GO TO REJEITA-PARA
           END-IF.
           PERFORM VALIDA-ITENS-PARA THRU VALIDA-ITENS-EXIT-PARA.
           IF WS-MOTIVO NOT = SPACES
              GO TO REJEITA-PARA
           END-IF.
           PERFORM VALIDA-CLIENTE-PARA THRU VALIDA-CLIENTE-EXIT-PARA.
           IF WS-MOTIVO NOT = SPACES
              GO TO REJEITA-PARA
           END-IF.
           PERFORM VALIDA-CREDITO-PARA THRU VALIDA-CREDITO-EXIT-PARA.
           IF WS-MOTIVO NOT = SPACES
              GO TO REJEITA-PARA
           END-IF.
           IF WS-CLI-NOVO = "S"
              PERFORM INCLUI-CLIENTE-PARA THRU INCLUI-CLIENTE-EXIT-PARA
              IF WS-MOTIVO NOT = SPACES
                 GO TO REJEITA-PARA
              END-IF
           END-IF.
           PERFORM GRAVA-VENDA-PARA THRU GRAVA-VENDA-EXIT-PARA.
           ADD 1 TO WS-ACEITOS.
           MOVE WS-VALOR TO WS-VALOR-ED.
           MOVE SPACES TO DISP-LINE.
           STRING "ACEITO    " DELIMITED BY SIZE
                  WS-PEDIDO DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  WS-CODIGO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-VALOR-ED DELIMITED BY SIZE
                  INTO DISP-LINE
           END-STRING.
           IF WS-CLI-NOVO = "S"
              MOVE "CLIENTE NOVO" TO DISP-LINE(59:12)
           END-IF.
           WRITE DISP-LINE.
           GO TO TRATA-PEDIDO-EXIT-PARA.
       REJEITA-PARA.
           ADD 1 TO WS-REJEITADOS.
           IF WS-RC < 4
              MOVE 4 TO WS-RC
           END-IF.
           MOVE SPACES TO DISP-LINE.
           IF WS-PEDIDO = SPACES
              STRING "REJEITADO [" DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY SIZE
                     "] " DELIMITED BY SIZE
                     JSON-LINE(1:40) DELIMITED BY SIZE
                     INTO DISP-LINE
              END-STRING
           ELSE
              STRING "REJEITADO " DELIMITED BY SIZE
                     WS-PEDIDO DELIMITED BY SIZE
                     " [" DELIMITED BY SIZE
                     WS-MOTIVO DELIMITED BY SIZE
                     "]" DELIMITED BY SIZE
                     INTO DISP-LINE
              END-STRING
           END-IF.
           WRITE DISP-LINE.
       TRATA-PEDIDO-EXIT-PARA.
           EXIT.

      *SPLITS THE OBJECT ON QUOTES AND CHECKS THE FIELD NAMES LANDED
      *WHERE THE LAYOUT PUTS THEM - ANYTHING ELSE IS A PARSE FAILURE
       PARSE-PARA.
           MOVE SPACES TO WS-TOK-TABLE.
           MOVE 1 TO WS-PTR.
           MOVE ZERO TO WS-T.
           PERFORM UNTIL WS-PTR > LENGTH OF JSON-LINE OR WS-T = 300
               ADD 1 TO WS-T
               UNSTRING JSON-LINE DELIMITED BY '"'
                   INTO WS-TOK(WS-T)
                   WITH POINTER WS-PTR
               END-UNSTRING
           END-PERFORM.
           IF WS-TOK(2) NOT = "pedido"
              OR WS-TOK(6) NOT = "data"
              OR WS-TOK(10) NOT = "vendedor"
              OR WS-TOK(14) NOT = "loja"
              OR WS-TOK(18) NOT = "codigo"
              OR WS-TOK(22) NOT = "nome"
              OR WS-TOK(26) NOT = "endereco"
              OR WS-TOK(30) NOT = "bairro"
              OR WS-TOK(34) NOT = "cidade"
              OR WS-TOK(38) NOT = "cep"
              OR WS-TOK(42) NOT = "telefone"
              OR WS-TOK(46) NOT = "email"
              OR WS-TOK(50) NOT = "tipo_doc"
              OR WS-TOK(54) NOT = "cpf_cnpj"
              OR WS-TOK(58) NOT = "itens"
              MOVE "FORMATO NAO RECONHECIDO" TO WS-MOTIVO
              GO TO PARSE-EXIT-PARA
           END-IF.
           IF WS-TOK(4)(21:20) NOT = SPACES
              MOVE "NUMERO DO PEDIDO LONGO DEMAIS" TO WS-MOTIVO
              GO TO PARSE-EXIT-PARA
           END-IF.
           MOVE WS-TOK(4) TO WS-PEDIDO.
           IF WS-PEDIDO = SPACES
              MOVE "NUMERO DO PEDIDO AUSENTE" TO WS-MOTIVO
              GO TO PARSE-EXIT-PARA
           END-IF.
           MOVE WS-TOK(16) TO WS-NUM-TXT.
           PERFORM NUMERO-PARA THRU NUMERO-EXIT-PARA.
           IF WS-NUM-OK NOT = "S" OR WS-NUM-LEN > 5 OR WS-NUM = ZERO
              MOVE "LOJA INVALIDA" TO WS-MOTIVO
              GO TO PARSE-EXIT-PARA
           END-IF.
           MOVE WS-NUM TO WS-LOJA.
       PARSE-EXIT-PARA.
           EXIT.

      *WHOLE NUMBER IN WS-NUM-TXT - WS-NUM-OK "S" AND WS-NUM SET WHEN
      *THE TOKEN IS 1 TO 9 DIGITS AND NOTHING ELSE
       NUMERO-PARA.
           MOVE "N" TO WS-NUM-OK.
           MOVE ZERO TO WS-NUM.
           MOVE ZERO TO WS-NUM-LEN.
           INSPECT WS-NUM-TXT TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-LEN = ZERO OR WS-NUM-LEN > 9
              GO TO NUMERO-EXIT-PARA
           END-IF.
           IF WS-NUM-TXT(1:WS-NUM-LEN) IS NOT NUMERIC
              OR WS-NUM-TXT(WS-NUM-LEN + 1:) NOT = SPACES
              GO TO NUMERO-EXIT-PARA
           END-IF.
           MOVE WS-NUM-TXT(1:WS-NUM-LEN) TO WS-NUM.
           MOVE "S" TO WS-NUM-OK.
       NUMERO-EXIT-PARA.
           EXIT.

      *ORDER DATE - A REAL CALENDAR DATE, NOT IN THE FUTURE AND NOT
      *INSIDE A CLOSED ACCOUNTING PERIOD (THE SalesBatch CODE "95"
      *RULE, CAUGHT HERE SO THE STORE HEARS OF IT)
       VALIDA-DATA-PARA.
           MOVE WS-TOK(8) TO WS-NUM-TXT.
           PERFORM NUMERO-PARA THRU NUMERO-EXIT-PARA.
           IF WS-NUM-OK NOT = "S" OR WS-NUM-LEN NOT = 8
              MOVE "DATA INVALIDA" TO WS-MOTIVO
              GO TO VALIDA-DATA-EXIT-PARA
           END-IF.
           MOVE WS-NUM TO WS-DATA-PED.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PED) NOT = ZERO
              MOVE "DATA INVALIDA" TO WS-MOTIVO
              GO TO VALIDA-DATA-EXIT-PARA
           END-IF.
           IF WS-DATA-PED > WS-DATA-SIS
              MOVE "DATA FUTURA" TO WS-MOTIVO
              GO TO VALIDA-DATA-EXIT-PARA
           END-IF.
           MOVE WS-DATA-PED(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           IF WS-PER-SIT = "F"
              MOVE "PERIODO CONTABIL FECHADO" TO WS-MOTIVO
           END-IF.
       VALIDA-DATA-EXIT-PARA.
           EXIT.

      *THE VENDEDOR MUST BE A REGISTERED, NON-TERMINATED EMPLOYEE -
      *THE SAME "98"/"97" RULES SalesBatch APPLIES
       VALIDA-VENDEDOR-PARA.
           MOVE WS-TOK(12) TO WS-NUM-TXT.
           PERFORM NUMERO-PARA THRU NUMERO-EXIT-PARA.
           IF WS-NUM-OK NOT = "S" OR WS-NUM-LEN > 5 OR WS-NUM = ZERO
              MOVE "VENDEDOR INVALIDO" TO WS-MOTIVO
              GO TO VALIDA-VENDEDOR-EXIT-PARA
           END-IF.
           MOVE WS-NUM TO WS-VENDEDOR.
           IF WS-EMP-ATIVO NOT = "S"
              GO TO VALIDA-VENDEDOR-EXIT-PARA
           END-IF.
           MOVE WS-VENDEDOR TO EM-ID.
           READ EMP-MASTER KEY IS EM-ID
              INVALID KEY
                 MOVE "VENDEDOR DESCONHECIDO" TO WS-MOTIVO
                 GO TO VALIDA-VENDEDOR-EXIT-PARA
           END-READ.
           IF EM-TERMINATED
              MOVE "VENDEDOR DESLIGADO" TO WS-MOTIVO
           END-IF.
       VALIDA-VENDEDOR-EXIT-PARA.
           EXIT.

      *ITEM LINES - EACH ITEM ON PRODMAST.DAT (WHEN PRESENT), A WHOLE
      *QUANTITY, THE STORE'S PRICE OR THE LIST PRICE IN FORCE ON THE
      *ORDER DATE; THE ORDER TOTAL MAY NOT PASS 99999, THE LIMIT OF
      *THE CAPTURE LINE
       VALIDA-ITENS-PARA.
           MOVE ZERO TO WS-IT-COUNT.
           MOVE ZERO TO WS-VENDA-TOTAL.
           MOVE 60 TO WS-IT-BASE.
           PERFORM VALIDA-ITEM-PARA THRU VALIDA-ITEM-EXIT-PARA
               UNTIL WS-MOTIVO NOT = SPACES
                  OR WS-IT-BASE > 300
                  OR WS-TOK(WS-IT-BASE) NOT = "item".
           IF WS-MOTIVO NOT = SPACES
              GO TO VALIDA-ITENS-EXIT-PARA
           END-IF.
           IF WS-IT-COUNT = ZERO
              MOVE "PEDIDO SEM ITENS" TO WS-MOTIVO
              GO TO VALIDA-ITENS-EXIT-PARA
           END-IF.
           COMPUTE WS-VALOR ROUNDED = WS-VENDA-TOTAL.
       VALIDA-ITENS-EXIT-PARA.
           EXIT.

       VALIDA-ITEM-PARA.
           IF WS-IT-COUNT = 20
              MOVE "MAIS DE 20 ITENS" TO WS-MOTIVO
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           ADD 1 TO WS-IT-COUNT.
           MOVE WS-IT-COUNT TO WS-IT-ED.
           IF WS-TOK(WS-IT-BASE + 4) NOT = "qtde"
              OR WS-TOK(WS-IT-BASE + 8) NOT = "preco"
              MOVE "FORMATO NAO RECONHECIDO" TO WS-MOTIVO
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TOK(WS-IT-BASE + 2))
               TO WS-ITEM-ID.
           IF WS-ITEM-ID = SPACES
              OR WS-TOK(WS-IT-BASE + 2)(11:30) NOT = SPACES
              STRING "ITEM " WS-IT-ED " INVALIDO" DELIMITED BY SIZE
                     INTO WS-MOTIVO
              END-STRING
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-PRECO-LISTA.
           IF WS-PROD-ATIVO = "S"
              MOVE WS-ITEM-ID TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    STRING "ITEM " WS-IT-ED " NAO CADASTRADO"
                           DELIMITED BY SIZE
                           INTO WS-MOTIVO
                    END-STRING
                    GO TO VALIDA-ITEM-EXIT-PARA
              END-READ
              MOVE PR-PRECO TO WS-PRECO-LISTA
              MOVE "B" TO WS-PVG-FUNC
              MOVE WS-ITEM-ID TO WS-PVG-ITEM-ID
              MOVE WS-DATA-PED TO WS-PVG-DATA
              CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA
              IF WS-PVG-RC = "00"
                 MOVE WS-PVG-PRECO TO WS-PRECO-LISTA
              END-IF
           END-IF.
           MOVE WS-TOK(WS-IT-BASE + 6) TO WS-NUM-TXT.
           PERFORM NUMERO-PARA THRU NUMERO-EXIT-PARA.
           IF WS-NUM-OK NOT = "S" OR WS-NUM-LEN > 5 OR WS-NUM = ZERO
              STRING "ITEM " WS-IT-ED " QUANTIDADE INVALIDA"
                     DELIMITED BY SIZE
                     INTO WS-MOTIVO
              END-STRING
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           MOVE WS-ITEM-ID TO WS-I-ID(WS-IT-COUNT).
           MOVE WS-NUM TO WS-I-QTDE(WS-IT-COUNT).
      *    THE PRICE IS SENT AS "12.50"; BLANK OR ZERO TAKES THE LIST
      *    PRICE. A PRICE OFF THE LIST IS FLAGGED BY SalesBatch
           MOVE WS-TOK(WS-IT-BASE + 10) TO WS-NUM-TXT.
           IF WS-NUM-TXT = SPACES
              MOVE "0" TO WS-NUM-TXT
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-NUM-TXT) NOT = ZERO
              STRING "ITEM " WS-IT-ED " PRECO INVALIDO"
                     DELIMITED BY SIZE
                     INTO WS-MOTIVO
              END-STRING
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           COMPUTE WS-PRECO-NUM ROUNDED = FUNCTION NUMVAL(WS-NUM-TXT)
               ON SIZE ERROR
                  MOVE 9999999 TO WS-PRECO-NUM
           END-COMPUTE.
           IF WS-PRECO-NUM < ZERO
              STRING "ITEM " WS-IT-ED " PRECO INVALIDO"
                     DELIMITED BY SIZE
                     INTO WS-MOTIVO
              END-STRING
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           MOVE WS-PRECO-NUM TO WS-LINHA-TOTAL.
           IF WS-LINHA-TOTAL = ZERO
              IF WS-PRECO-LISTA = ZERO
                 STRING "ITEM " WS-IT-ED " SEM PRECO DE TABELA"
                        DELIMITED BY SIZE
                        INTO WS-MOTIVO
                 END-STRING
                 GO TO VALIDA-ITEM-EXIT-PARA
              END-IF
              MOVE WS-PRECO-LISTA TO WS-LINHA-TOTAL
           END-IF.
           IF WS-LINHA-TOTAL > 99999.99
              MOVE "PEDIDO PASSARIA DE 99999" TO WS-MOTIVO
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           MOVE WS-LINHA-TOTAL TO WS-I-PRECO(WS-IT-COUNT).
           COMPUTE WS-LINHA-TOTAL = WS-I-QTDE(WS-IT-COUNT)
                                  * WS-I-PRECO(WS-IT-COUNT).
           IF WS-VENDA-TOTAL + WS-LINHA-TOTAL > 99999
              MOVE "PEDIDO PASSARIA DE 99999" TO WS-MOTIVO
              GO TO VALIDA-ITEM-EXIT-PARA
           END-IF.
           ADD WS-LINHA-TOTAL TO WS-VENDA-TOTAL.
           ADD 12 TO WS-IT-BASE.
       VALIDA-ITEM-EXIT-PARA.
           EXIT.

      *THE CLIENT - A CODIGO MUST BE ON THE MASTER AND ACTIVE (THE
      *SalesBatch RULE). WITHOUT ONE, A CPF/CNPJ ALREADY ON THE
      *MASTER TAKES THAT CLIENT; OTHERWISE THE ORDER'S CUSTOMER IS
      *CHECKED BY CLIUPD AS A NEW CLIENT, CREATED LATER
       VALIDA-CLIENTE-PARA.
           MOVE "N" TO WS-CLI-NOVO.
           MOVE ZERO TO WS-CODIGO.
           IF WS-TOK(20) NOT = SPACES
              MOVE WS-TOK(20) TO WS-NUM-TXT
              PERFORM NUMERO-PARA THRU NUMERO-EXIT-PARA
              IF WS-NUM-OK NOT = "S" OR WS-NUM-LEN > 6
                 MOVE "CODIGO INVALIDO" TO WS-MOTIVO
                 GO TO VALIDA-CLIENTE-EXIT-PARA
              END-IF
              MOVE WS-NUM TO WS-CODIGO
           END-IF.
           IF WS-CODIGO = ZERO
              PERFORM BUSCA-DOC-PARA THRU BUSCA-DOC-EXIT-PARA
           END-IF.
           IF WS-CODIGO NOT = ZERO
              MOVE WS-CODIGO TO CODIGO
              READ ARQCLI KEY IS FD-CODIGO
                 INVALID KEY
                    MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
                    GO TO VALIDA-CLIENTE-EXIT-PARA
              END-READ
              IF FD-INATIVO
                 MOVE "CLIENTE INATIVO" TO WS-MOTIVO
              END-IF
              GO TO VALIDA-CLIENTE-EXIT-PARA
           END-IF.
           IF WS-TOK(24) = SPACES
              MOVE "NOME DO CLIENTE AUSENTE" TO WS-MOTIVO
              GO TO VALIDA-CLIENTE-EXIT-PARA
           END-IF.
           INITIALIZE REG-ARQCLI.
           MOVE WS-TOK(24) TO FD-NOME.
           MOVE WS-TOK(28) TO FD-END.
           MOVE WS-TOK(32) TO FD-BAIRRO.
           MOVE WS-TOK(36) TO FD-CIDADE.
           MOVE WS-TOK(40) TO FD-CEP.
           MOVE WS-TOK(44) TO FD-TELEFONE.
           MOVE WS-TOK(48) TO FD-EMAIL.
           MOVE WS-TOK(52) TO FD-TIPO-DOC.
           MOVE WS-TOK(56) TO FD-CPF-CNPJ.
           MOVE "V" TO WS-CLI-FUNC.
           MOVE SPACES TO WS-CLI-ACAO.
           MOVE REG-ARQCLI TO WS-CLI-REG.
           MOVE SPACES TO WS-CLI-REG-ANTES.
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           IF WS-CLI-RC NOT = "00"
              MOVE WS-CLI-MSG TO WS-MOTIVO
              GO TO VALIDA-CLIENTE-EXIT-PARA
           END-IF.
      *    CLIUPD HANDS BACK THE IMAGE WITH THE CITY SPELLING AND THE
      *    DOCUMENT NORMALIZED - THAT IS THE ONE INSERTED
           MOVE WS-CLI-REG TO WS-REG-NOVO.
           MOVE "S" TO WS-CLI-NOVO.
       VALIDA-CLIENTE-EXIT-PARA.
           EXIT.

      *A CUSTOMER SENT WITHOUT A CODIGO BUT WITH A CPF/CNPJ ALREADY ON
      *THE MASTER IS THAT CLIENT - THE DIGITS ARE COMPARED THE WAY
      *CLIUPD STORES THEM. INATIVO RECORDS (DUPLICATES CLIMERGE
      *RETIRED, WHICH KEEP THEIR DOCUMENT) ARE PASSED OVER, AS CLIUPD
      *DOES. WS-CODIGO STAYS ZERO WHEN NONE MATCHES
       BUSCA-DOC-PARA.
           MOVE SPACES TO WS-DOC.
           MOVE ZERO TO WS-DOC-LEN.
           PERFORM VARYING WS-DOC-I FROM 1 BY 1 UNTIL WS-DOC-I > 20
               IF WS-TOK(56)(WS-DOC-I:1) IS NUMERIC
                  AND WS-DOC-LEN < 14
                  ADD 1 TO WS-DOC-LEN
                  MOVE WS-TOK(56)(WS-DOC-I:1) TO WS-DOC(WS-DOC-LEN:1)
               END-IF
           END-PERFORM.
           IF WS-DOC-LEN NOT = 11 AND WS-DOC-LEN NOT = 14
              GO TO BUSCA-DOC-EXIT-PARA
           END-IF.
           MOVE LOW-VALUES TO FD-CODIGO.
           MOVE "N" TO WS-CLI-EOF.
           START ARQCLI KEY IS NOT LESS FD-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-CLI-EOF
           END-START.
           PERFORM UNTIL WS-CLI-EOF = "Y"
               READ ARQCLI NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLI-EOF
                   NOT AT END
                       IF FD-CPF-CNPJ = WS-DOC
                          AND FD-STATUS NOT = "I"
                          MOVE CODIGO TO WS-CODIGO
                          MOVE "Y" TO WS-CLI-EOF
                       END-IF
               END-READ
           END-PERFORM.
       BUSCA-DOC-EXIT-PARA.
           EXIT.

      *CREDIT CHECK - WHEN THE CLIENT CARRIES A LIMIT IN CLICRED.DAT,
      *ITS OPEN CONTAS.DAT BALANCE PLUS THE ORDER MAY NOT EXCEED IT
      *(THE SalesBatch CODE "96" RULE). A NEW CLIENT HAS NO LIMIT
       VALIDA-CREDITO-PARA.
           IF WS-CRED-ATIVO NOT = "S" OR WS-CLI-NOVO = "S"
              GO TO VALIDA-CREDITO-EXIT-PARA
           END-IF.
           MOVE WS-CODIGO TO CL-CODIGO.
           READ CRED-FILE KEY IS CL-CODIGO
              INVALID KEY
                 GO TO VALIDA-CREDITO-EXIT-PARA
           END-READ.
           PERFORM SALDO-ABERTO-PARA THRU SALDO-ABERTO-EXIT-PARA.
           IF WS-SALDO-ABERTO + WS-VALOR > CL-LIMITE
              MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-MOTIVO
           END-IF.
       VALIDA-CREDITO-EXIT-PARA.
           EXIT.

      *SUMS THE CLIENT'S OPEN ITEMS IN CONTAS.DAT - THE SAME SCAN
      *SalesBatch RUNS, POSITIONED BY KEY ON THE CODIGO
       SALDO-ABERTO-PARA.
           MOVE ZERO TO WS-SALDO-ABERTO.
           IF WS-CONTAS-ATIVO NOT = "S"
              GO TO SALDO-ABERTO-EXIT-PARA
           END-IF.
           MOVE WS-CODIGO TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-CR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-CR-EOF
           END-START.
           PERFORM UNTIL WS-CR-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CR-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-CODIGO
                          MOVE "Y" TO WS-CR-EOF
                       ELSE
                          IF CR-ABERTA
                             COMPUTE WS-SALDO-ABERTO =
                                 WS-SALDO-ABERTO + CR-VALOR - CR-PAGO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SALDO-ABERTO-EXIT-PARA.
           EXIT.

      *CREATES THE ORDER'S CUSTOMER ON THE NEXT FREE CODIGO THROUGH
      *CLIUPD AND MOVES THE CLICTL.DAT CONTROL PAST IT
       INCLUI-CLIENTE-PARA.
           PERFORM AUTO-CODIGO-PARA THRU AUTO-CODIGO-EXIT-PARA.
           IF WS-AUTO-OK NOT = "S"
              MOVE "CODIGOS ESGOTADOS" TO WS-MOTIVO
              GO TO INCLUI-CLIENTE-EXIT-PARA
           END-IF.
           MOVE WS-REG-NOVO TO REG-ARQCLI.
           MOVE WS-NEXT-CODIGO TO CODIGO.
           MOVE "I" TO WS-CLI-FUNC.
           MOVE SPACES TO WS-CLI-ACAO.
           MOVE REG-ARQCLI TO WS-CLI-REG.
           MOVE SPACES TO WS-CLI-REG-ANTES.
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           IF WS-CLI-RC NOT = "00"
              MOVE WS-CLI-MSG TO WS-MOTIVO
              GO TO INCLUI-CLIENTE-EXIT-PARA
           END-IF.
           MOVE WS-NEXT-CODIGO TO WS-CODIGO.
           ADD 1 TO WS-CLI-NOVOS.
           OPEN OUTPUT CTL-FILE.
           IF WS-NEXT-CODIGO = 999999
              MOVE 999999 TO CTL-NEXT-CODIGO
           ELSE
              COMPUTE CTL-NEXT-CODIGO = WS-NEXT-CODIGO + 1
           END-IF.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
       INCLUI-CLIENTE-EXIT-PARA.
           EXIT.

      *FINDS THE NEXT FREE CODIGO, STARTING FROM THE CONTROL RECORD
      *IN CLICTL.DAT AND PROBING ARQCLI FORWARD PAST ANY CODES TAKEN
      *BY HAND SINCE THE CONTROL WAS LAST UPDATED (THE EXCLI RULE)
       AUTO-CODIGO-PARA.
           MOVE "N" TO WS-AUTO-OK.
           MOVE 1 TO WS-NEXT-CODIGO.
           OPEN INPUT CTL-FILE.
           IF FS-CTL = "00"
              READ CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-NEXT-CODIGO > ZERO
                       MOVE CTL-NEXT-CODIGO TO WS-NEXT-CODIGO
                    END-IF
              END-READ
           END-IF.
           CLOSE CTL-FILE.
           PERFORM UNTIL WS-AUTO-OK = "S" OR WS-NEXT-CODIGO = ZERO
               MOVE WS-NEXT-CODIGO TO CODIGO
               READ ARQCLI KEY IS FD-CODIGO
                  INVALID KEY
                     MOVE "S" TO WS-AUTO-OK
                  NOT INVALID KEY
                     IF WS-NEXT-CODIGO = 999999
                        MOVE ZERO TO WS-NEXT-CODIGO
                     ELSE
                        ADD 1 TO WS-NEXT-CODIGO
                     END-IF
               END-READ
           END-PERFORM.
       AUTO-CODIGO-EXIT-PARA.
           EXIT.

      *THE CAPTURE LINES, IN THE LAYOUT SalesEntry WRITES - HEADER
      *VENDEDOR;CODIGO;VALOR;DATA;TIPO;NITENS;LOJA AND ONE
      *I;ITEM-ID;QTDE;PRECO LINE PER ITEM - THEN THE ORDER NUMBER IS
      *REGISTERED SO IT CANNOT BE TAKEN AGAIN
       GRAVA-VENDA-PARA.
           MOVE SPACES TO VENDAS-LINE.
           STRING WS-VENDEDOR DELIMITED BY SIZE
                  "     ;" DELIMITED BY SIZE
                  WS-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-VALOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-PED DELIMITED BY SIZE
                  ";V;" DELIMITED BY SIZE
                  WS-IT-COUNT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LOJA DELIMITED BY SIZE
                  INTO VENDAS-LINE
           END-STRING.
           WRITE VENDAS-LINE.
           PERFORM GRAVA-ITEM-PARA THRU GRAVA-ITEM-EXIT-PARA
               VARYING WS-IT FROM 1 BY 1
               UNTIL WS-IT > WS-IT-COUNT.
           MOVE WS-PEDIDO TO PW-PEDIDO.
           MOVE WS-DATA-PED TO PW-DATA-PED.
           MOVE WS-DATA-SIS TO PW-DATA-ACEITE.
           MOVE WS-CODIGO TO PW-CODIGO.
           MOVE WS-VALOR TO PW-VALOR.
           WRITE REG-PEDWEB
              INVALID KEY
                 DISPLAY "PEDWEB.DAT WRITE FAILED: " FS-PW
                         " PEDIDO " WS-PEDIDO
                 MOVE 8 TO WS-RC
           END-WRITE.
       GRAVA-VENDA-EXIT-PARA.
           EXIT.

       GRAVA-ITEM-PARA.
           MOVE SPACES TO VENDAS-LINE.
           STRING "I;" DELIMITED BY SIZE
                  WS-I-ID(WS-IT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-I-QTDE(WS-IT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-I-PRECO(WS-IT) DELIMITED BY SIZE
                  INTO VENDAS-LINE
           END-STRING.
           WRITE VENDAS-LINE.
       GRAVA-ITEM-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE JSON-IN.
           CLOSE ARQCLI.
           CLOSE PEDWEB-FILE.
           CLOSE VENDAS-FILE.
           IF WS-EMP-ATIVO = "S"
              CLOSE EMP-MASTER
           END-IF.
           IF WS-CRED-ATIVO = "S"
              CLOSE CRED-FILE
           END-IF.
           IF WS-CONTAS-ATIVO = "S"
              CLOSE CONTAS-FILE
           END-IF.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
              MOVE "X" TO WS-PVG-FUNC
              CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA
           END-IF.
           MOVE "F" TO WS-CLI-FUNC.
           CALL "CLIUPD" USING WS-CLI-PEDIDO, WS-CLI-RESPOSTA.
           MOVE SPACES TO DISP-LINE.
           STRING "LIDOS: " DELIMITED BY SIZE
                  WS-LIDOS DELIMITED BY SIZE
                  "  ACEITOS: " DELIMITED BY SIZE
                  WS-ACEITOS DELIMITED BY SIZE
                  "  REJEITADOS: " DELIMITED BY SIZE
                  WS-REJEITADOS DELIMITED BY SIZE
                  INTO DISP-LINE
           END-STRING.
           WRITE DISP-LINE.
           CLOSE DISP-FILE.
           DISPLAY "PEDIDOS LIDOS      : " WS-LIDOS.
           DISPLAY "PEDIDOS ACEITOS    : " WS-ACEITOS.
           DISPLAY "  CLIENTES NOVOS   : " WS-CLI-NOVOS.
           DISPLAY "PEDIDOS REJEITADOS : " WS-REJEITADOS.
           DISPLAY "  JA ACEITOS ANTES : " WS-REPETIDOS.
       CLOSE-EXIT-PARA.
           EXIT.
