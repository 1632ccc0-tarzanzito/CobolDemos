      *        : into an envelope. Output goes to EXTRATO.TXT.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.5.0                                                 *
      *NOTES   : Command-line parameter (SeqFile2.cob precedent):      *
      *        : a numeric CODIGO prints that one client's statement   *
      *        : whatever its balance; without a parameter every       *
      *        : gets a statement. The file is read in key order so    *
      *        : all of a client's invoices arrive together (control   *
      *        : break on CR-CODIGO, the RELAGING shape).              *
      *        : The address block is the client's billing address     *
      *        : (type C in CLIEND.DAT, kept from EXCLI) with its A/C  *
      *        : line when there is one; a client without one gets the *
      *        : master address as before.                             *
      *        : Each statement goes through ENVIODOC: a client with a *
      *        : good, unbounced e-mail (and no refusal of the e-mail  *
      *        : channel) gets it as one message in the mail gateway's *
      *        : spool EMAIL.SPL, with the same lines minus the        *
      *        : envelope address block; everyone else is printed in   *
      *        : EXTRATO.TXT as before. Every statement is entered in  *
      *        : the delivery register ENVIO.LOG and the run closes    *
      *        : with the count per channel.                           *
      *        : Settled invoices archived by CTASARQ into CONTAS-     *
      *        : HIST.DAT are merged back in key order with the live   *
      *        : ones, so a statement covering an archived period      *
      *        : comes out exactly as before the archive.              *
      *        : Credit notes are printed on the statement labelled    *
      *        : NOTA DE CREDITO, and whatever is left of them comes   *
      *        : off the running balance; a client with credit still   *
      *        : available gets a statement in the all-clients run.    *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXTRATO.
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
      *SETTLED INVOICES MOVED OUT OF CONTAS.DAT BY CTASARQ - READ
      *ALONGSIDE IT SO AN OLD PERIOD PRINTS AS IT ALWAYS DID
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              HC-CHAVE
           FILE STATUS             FS-HIST.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *EXTRA CLIENT ADDRESSES MAINTAINED FROM EXCLI - THE BILLING
      *("C") ADDRESS, WHEN THERE IS ONE, REPLACES THE MASTER ADDRESS
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXT.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
      *CREDIT NOTE - "C" WITH CREDIT LEFT, "U" ONCE IT IS ALL USED
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
      *DUE DATE STAMPED AT POSTING FROM THE CLIENT'S PAYMENT TERMS
      *CONTAS.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 CR-IMPOSTO        PIC 9(07)V99.

      *SAME LAYOUT AND KEY AS CONTAS.DAT (CTASARQ)
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS-HIST.DAT".
       01 REG-HIST.
          02 HC-CHAVE          PIC X(12).
          02 HC-RESTO          PIC X(61).

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
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

      *SAME LAYOUT EXCLI (Test.cob) MAINTAINS
       FD ENDER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIEND.DAT".
       01 REG-ENDER.
          02 CE-CHAVE.
             03 CE-CODIGO     PIC 9(06).
             03 CE-TIPO       PIC X(01).
          02 CE-ENDER         PIC X(30).
          02 CE-BAIRRO        PIC X(20).
          02 CE-CIDADE        PIC X(20).
          02 CE-CEP           PIC X(09).
          02 CE-CONTATO       PIC X(30).
          02 CE-DATA          PIC 9(08).
          02 CE-OPERADOR      PIC X(08).

       FD EXTRATO-FILE.
       01 EXTRATO-LINE         PIC X(100).
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-EXT               PIC X(02) VALUE SPACES.
       77 FS-END               PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 WS-HIST-ATIVO        PIC X     VALUE "N".
       77 WS-END-ATIVO         PIC X     VALUE "N".
       77 WS-END-CONTATO       PIC X(30) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-SALDO             PIC S9(09)V99 VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *NEXT RECORD OF EACH FILE FOR THE KEY-ORDER MERGE - HIGH-VALUES
      *IN THE KEY ONCE THE FILE IS EXHAUSTED
       01 WS-PROX-CONTAS.
          05 WS-PC-CHAVE       PIC X(12).
          05 FILLER            PIC X(61).
       01 WS-PROX-HIST.
          05 WS-PH-CHAVE       PIC X(12).
          05 FILLER            PIC X(61).

      *COMMAND-LINE PARAMETER - A NUMERIC CODIGO SELECTS ONE CLIENT,
      *EMPTY MEANS EVERY CLIENT WITH AN OPEN ITEM
       01 WS-PARM-LINE         PIC X(10) VALUE SPACES.
             10 WS-IT-VALOR    PIC 9(07)V99.
             10 WS-IT-PAGO     PIC 9(07)V99.
             10 WS-IT-DTPGTO   PIC 9(08).
             10 WS-IT-NC       PIC X(01).

       01 WS-EDIT-VALOR        PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT-PAGO         PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT-SALDO        PIC -Z.ZZZ.ZZ9,99.
       01 WS-DTPGTO-TXT        PIC X(08) VALUE SPACES.
       01 WS-EXTRATOS          PIC 9(05) VALUE ZERO.
       01 WS-EXT-EMAIL         PIC 9(05) VALUE ZERO.
       01 WS-EXT-PAPEL         PIC 9(05) VALUE ZERO.

      *DELIVERY CHANNEL (ENVIODOC) - "E" SENDS THE STATEMENT TO THE
      *E-MAIL SPOOL, "P" PRINTS IT IN EXTRATO.TXT AS BEFORE
       01 WS-ENV-PEDIDO.
          05 WS-ENV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-ENV-PROGRAMA   PIC X(08) VALUE "RELEXTRA".
          05 WS-ENV-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-ENV-EMAIL      PIC X(40) VALUE SPACES.
          05 WS-ENV-TEXTO      PIC X(100) VALUE SPACES.
       01 WS-ENV-RESPOSTA.
          05 WS-ENV-RC         PIC X(02) VALUE SPACES.
          05 WS-ENV-CANAL      PIC X(01) VALUE SPACE.
          05 WS-ENV-MOTIVO     PIC X(20) VALUE SPACES.
          05 WS-ENV-MSGID      PIC X(24) VALUE SPACES.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELEXTRA".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "EXTRATO.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
              GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT ENDER-FILE.
           IF FS-END = "00"
              MOVE "S" TO WS-END-ATIVO
           END-IF.
           OPEN INPUT HIST-FILE.
           IF FS-HIST = "00"
              MOVE "S" TO WS-HIST-ATIVO
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

      *CONTAS.DAT AND CONTAS-HIST.DAT MERGED ON THE KEY - EACH ITEM
      *IS HANDED TO TRATA-ITEM-PARA IN REG-CONTA, WHICHEVER FILE IT
      *CAME FROM, SO A CLIENT'S INVOICES STILL ARRIVE IN ORDER
       PROCESS-PARA.
           PERFORM LE-CONTAS-PARA THRU LE-CONTAS-FIM.
           PERFORM LE-HIST-PARA THRU LE-HIST-FIM.
           PERFORM UNTIL WS-PC-CHAVE = HIGH-VALUES
                     AND WS-PH-CHAVE = HIGH-VALUES
               IF WS-PC-CHAVE < WS-PH-CHAVE
                  MOVE WS-PROX-CONTAS TO REG-CONTA
                  PERFORM LE-CONTAS-PARA THRU LE-CONTAS-FIM
               ELSE
                  MOVE WS-PROX-HIST TO REG-CONTA
                  PERFORM LE-HIST-PARA THRU LE-HIST-FIM
               END-IF
               PERFORM TRATA-ITEM-PARA THRU TRATA-ITEM-FIM
           END-PERFORM.
           IF WS-CLI-TEM = "S"
              PERFORM SOLTA-CLIENTE-PARA THRU SOLTA-CLIENTE-FIM
       PROCESS-EXIT-PARA.
           EXIT.

       LE-CONTAS-PARA.
           READ CONTAS-FILE NEXT RECORD INTO WS-PROX-CONTAS
               AT END
                   MOVE "Y" TO WS-EOF
                   MOVE HIGH-VALUES TO WS-PC-CHAVE
           END-READ.
       LE-CONTAS-FIM.
           EXIT.

       LE-HIST-PARA.
           IF WS-HIST-ATIVO NOT = "S"
              MOVE HIGH-VALUES TO WS-PH-CHAVE
              GO TO LE-HIST-FIM
           END-IF.
           READ HIST-FILE NEXT RECORD INTO WS-PROX-HIST
               AT END
                   MOVE HIGH-VALUES TO WS-PH-CHAVE
           END-READ.
       LE-HIST-FIM.
           EXIT.

       TRATA-ITEM-PARA.
           IF WS-CLI-TEM = "S" AND CR-CODIGO NOT = WS-CLI-ATUAL
              PERFORM SOLTA-CLIENTE-PARA THRU SOLTA-CLIENTE-FIM
           MOVE CR-VALOR    TO WS-IT-VALOR(WS-ITEM-COUNT).
           MOVE CR-PAGO     TO WS-IT-PAGO(WS-ITEM-COUNT).
           MOVE CR-DATA-PGTO TO WS-IT-DTPGTO(WS-ITEM-COUNT).
           MOVE "N" TO WS-IT-NC(WS-ITEM-COUNT).
           IF CR-NOTA-CREDITO
              MOVE "S" TO WS-IT-NC(WS-ITEM-COUNT)
           END-IF.
      *    A CREDIT STILL OWED TO THE CLIENT ALSO EARNS A STATEMENT
           IF CR-ABERTA OR CR-STATUS = "C"
              MOVE "S" TO WS-CLI-ABERTO
           END-IF.
       TRATA-ITEM-FIM.
                  WS-EDIT-SALDO DELIMITED BY SIZE
                  INTO EXTRATO-LINE
           END-STRING.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           IF WS-ENV-CANAL = "E"
              MOVE "F" TO WS-ENV-FUNC
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
              ADD 1 TO WS-EXT-EMAIL
           ELSE
              MOVE SPACES TO EXTRATO-LINE
              WRITE EXTRATO-LINE
              MOVE "P" TO WS-ENV-FUNC
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
              ADD 1 TO WS-EXT-PAPEL
           END-IF.
           ADD 1 TO WS-EXTRATOS.
           MOVE "N" TO WS-CLI-TEM.
       SOLTA-CLIENTE-FIM.
           EXIT.

      *STATEMENT HEADING - NAME AND ADDRESS FIRST SO THE PAGE FOLDS
      *STRAIGHT INTO A WINDOW ENVELOPE. AN E-MAILED STATEMENT OPENS
      *ITS MESSAGE HERE AND SKIPS THE ADDRESS BLOCK
       CABECA-PARA.
           MOVE WS-CLI-ATUAL TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
                 MOVE SPACES TO FD-BAIRRO
                 MOVE SPACES TO FD-CIDADE
                 MOVE SPACES TO FD-CEP
                 MOVE SPACES TO FD-EMAIL
           END-READ.
           MOVE "R" TO WS-ENV-FUNC.
           MOVE WS-CLI-ATUAL TO WS-ENV-CODIGO.
           MOVE FD-EMAIL TO WS-ENV-EMAIL.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           MOVE SPACES TO EXTRATO-LINE.
           STRING "EXTRATO DE CONTA - CLIENTE " DELIMITED BY SIZE
                  WS-CLI-ATUAL DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO EXTRATO-LINE
           END-STRING.
           IF WS-ENV-CANAL = "E"
              MOVE "M" TO WS-ENV-FUNC
              MOVE EXTRATO-LINE TO WS-ENV-TEXTO
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
              MOVE SPACES TO EXTRATO-LINE
              STRING "PREZADO CLIENTE " DELIMITED BY SIZE
                     FD-NOME DELIMITED BY SIZE
                     INTO EXTRATO-LINE
              END-STRING
              PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
              MOVE "SEGUE O EXTRATO DE SUA CONTA NESTA DATA."
                   TO EXTRATO-LINE
              PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
              GO TO CABECA-COLUNAS
           END-IF.
           PERFORM COBRANCA-PARA THRU COBRANCA-FIM.
           WRITE EXTRATO-LINE.
           WRITE EXTRATO-LINE FROM FD-NOME.
           IF WS-END-CONTATO NOT = SPACES
              MOVE SPACES TO EXTRATO-LINE
              STRING "A/C " DELIMITED BY SIZE
                     WS-END-CONTATO DELIMITED BY SIZE
                     INTO EXTRATO-LINE
              END-STRING
              WRITE EXTRATO-LINE
           END-IF.
           WRITE EXTRATO-LINE FROM FD-END.
           MOVE SPACES TO EXTRATO-LINE.
           STRING FD-BAIRRO DELIMITED BY SIZE
           END-STRING.
           WRITE EXTRATO-LINE.
           WRITE EXTRATO-LINE FROM FD-CEP.
       CABECA-COLUNAS.
           MOVE SPACES TO EXTRATO-LINE.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           MOVE SPACES TO EXTRATO-LINE.
           STRING "FATURA  DATA              VALOR          PAGO"
                  "  DATA PGTO         SALDO" DELIMITED BY SIZE
                  INTO EXTRATO-LINE
           END-STRING.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
       CABECA-FIM.
           EXIT.

      *SWAPS THE BILLING ADDRESS (TYPE "C" IN CLIEND.DAT) INTO THE
      *ADDRESS FIELDS WHEN THE CLIENT HAS ONE - OTHERWISE THE MASTER
      *ADDRESS JUST READ STANDS
       COBRANCA-PARA.
           MOVE SPACES TO WS-END-CONTATO.
           IF WS-END-ATIVO NOT = "S"
              GO TO COBRANCA-FIM
           END-IF.
           MOVE WS-CLI-ATUAL TO CE-CODIGO.
           MOVE "C" TO CE-TIPO.
           READ ENDER-FILE KEY IS CE-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CE-ENDER   TO FD-END
                 MOVE CE-BAIRRO  TO FD-BAIRRO
                 MOVE CE-CIDADE  TO FD-CIDADE
                 MOVE CE-CEP     TO FD-CEP
                 MOVE CE-CONTATO TO WS-END-CONTATO
           END-READ.
       COBRANCA-FIM.
           EXIT.

      *ONE STATEMENT LINE PER FATURA WITH THE RUNNING BALANCE - A
      *NEVER-PAID INVOICE SHOWS BLANK IN THE DATA PGTO COLUMN
      *A CREDIT NOTE RUNS THE OTHER WAY - WHAT IS LEFT OF IT
      *(VALOR LESS WHAT WAS ALREADY APPLIED OR REFUNDED) COMES OFF
      *THE BALANCE, AND THE LINE IS LABELLED
       LINHA-ITEM-PARA.
           IF WS-IT-NC(WS-ITEM-IDX) = "S"
              COMPUTE WS-SALDO = WS-SALDO
                  - WS-IT-VALOR(WS-ITEM-IDX)
                  + WS-IT-PAGO(WS-ITEM-IDX)
           ELSE
              COMPUTE WS-SALDO = WS-SALDO
                  + WS-IT-VALOR(WS-ITEM-IDX)
                  - WS-IT-PAGO(WS-ITEM-IDX)
           END-IF.
           MOVE WS-IT-VALOR(WS-ITEM-IDX) TO WS-EDIT-VALOR.
           MOVE WS-IT-PAGO(WS-ITEM-IDX) TO WS-EDIT-PAGO.
           MOVE WS-SALDO TO WS-EDIT-SALDO.
                  WS-EDIT-SALDO DELIMITED BY SIZE
                  INTO EXTRATO-LINE
           END-STRING.
           IF WS-IT-NC(WS-ITEM-IDX) = "S"
              MOVE "NOTA DE CREDITO" TO EXTRATO-LINE(76:15)
           END-IF.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
       LINHA-ITEM-FIM.
           EXIT.

      *ONE STATEMENT LINE TO WHICHEVER CHANNEL THE CLIENT GOT
       EMITE-LINHA-PARA.
           IF WS-ENV-CANAL = "E"
              MOVE "L" TO WS-ENV-FUNC
              MOVE EXTRATO-LINE TO WS-ENV-TEXTO
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
           ELSE
              WRITE EXTRATO-LINE
           END-IF.
       EMITE-LINHA-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE EXTRATO-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-END-ATIVO = "S"
              CLOSE ENDER-FILE
           END-IF.
           IF WS-HIST-ATIVO = "S"
              CLOSE HIST-FILE
           END-IF.
           MOVE "X" TO WS-ENV-FUNC.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           DISPLAY "EXTRATOS EMITIDOS                 : " WS-EXTRATOS.
           DISPLAY "  POR E-MAIL (EMAIL.SPL)          : " WS-EXT-EMAIL.
           DISPLAY "  IMPRESSOS EM EXTRATO.TXT        : " WS-EXT-PAPEL.
       CLOSE-EXIT-PARA.
           EXIT.

