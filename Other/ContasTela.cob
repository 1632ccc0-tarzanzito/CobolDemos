      *        : confirmation before a payment posts.                  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.7.0                                                 *
      *NOTES   : Applies the same posting rules CTASREC applies:      *
      *        : parcelamento on FATURA, due date from the client's   *
      *        : terms (CLICRED.DAT), tax from IMPOSTO.TAB, the "Q"   *
      *        : control (PERIODCTL). The open-invoice list is        *
      *        : unbounded so it goes to the console, the same way    *
      *        : EXCLI lists its SALDO items.                          *
      *        : Every CONSULTA appends a line to ACESSO.LOG through   *
      *        : ACESSLOG (operator, both branches, function, CODIGO), *
      *        : so the read-access trail covers this desk as well as  *
      *        : EXCLI.                                                *
      *        : Function 4 (CREDITO NAO APLICADO) works the           *
      *        : unapplied-cash suspense BANCORET fills                *
      *        : (SUSPENSO.DAT): search the pending receipts by any    *
      *        : part of the date, amount, bank reference or reason,   *
      *        : pick one and the client (the bank's CODIGO is         *
      *        : offered), then apply it across one or more open       *
      *        : invoices. Each application follows the PAGAMENTO      *
      *        : rule, is dated the day it is applied, and goes on     *
      *        : CTASJRNL.LOG as APLICACAO. The receipt stays pending  *
      *        : until fully applied.                                  *
      *        : Function 5 (PROMESSA DE PAGAMENTO) records a client's *
      *        : promise to pay an open invoice by a date (amount,     *
      *        : date, operator) in PROMESSA.DAT, keyed by             *
      *        : CODIGO/FATURA; a new promise on the same invoice      *
      *        : replaces the old one. CARTACOB does not escalate the  *
      *        : invoice while the promise is open, and RELPROM        *
      *        : reports the promises that fell due unpaid.            *
      *        : A payment above the invoice balance settles the       *
      *        : invoice and writes the surplus as a credit note (CR-  *
      *        : STATUS "C"), journaled as CREDITO and fed to          *
      *        : CREDITOS.TXT as an "O" line, the CTASREC rule; an     *
      *        : application from suspense is held to the invoice      *
      *        : balance. The open-invoice list shows the client's     *
      *        : available credit.                                     *
      *        : FATURA issues one nota fiscal per sale through        *
      *        : NFEMITE (the CTASREC rule): the parcels share the     *
      *        : number from the client's branch series, registered in *
      *        : NOTAFIS.DAT; without a series NOTAFISC issues it      *
      *        : later.                                                *
      *        : A PAGAMENTO, or an APLICA of suspense cash, that      *
      *        : settles the invoice releases the pending commission-  *
      *        : on-collection of its sale through COMLIBER, dated the *
      *        : payment.                                              *
      *        : Once signed on the session is registered with SESSCTL *
      *        : (SESSAO.DAT) and released at FIM, so the night run    *
      *        : does not start a step on CONTAS.DAT under this desk.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCTAS.
           SELECT OPTIONAL JORNAL-FILE ASSIGN TO "CTASJRNL.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-JORNAL.
      *UNAPPLIED-CASH SUSPENSE BANCORET FILLS WITH THE RECEIPTS THAT
      *MATCHED NO OPEN INVOICE
           SELECT OPTIONAL SUSP-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              SU-CHAVE
           FILE STATUS             FS-SU.
      *PROMISES TO PAY TAKEN ON THE PHONE - CARTACOB HOLDS THE
      *ESCALATION WHILE ONE IS OPEN. CREATED ON FIRST USE
           SELECT OPTIONAL PROM-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-CHAVE
           FILE STATUS             FS-PR.
      *CLIENT-CREDIT MOVEMENT FEED CTASREC WRITES - AN OVERPAYMENT
      *BECOMES A CREDIT NOTE AND GOES HERE AS AN "O" LINE
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CREDITO.

       DATA DIVISION.
       FILE SECTION.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
             88 CR-QUITADA     VALUE "Q".
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 FD-FILIAL        PIC 9(02).
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

      *SAME LAYOUT CREDMAINT (CredMaint.cob) MAINTAINS
       FD CRED-FILE LABEL RECORD STANDARD
          02 FILLER            PIC X VALUE SPACE.
          02 JR-DEPOIS         PIC 9(07)V99.

       FD CREDITO-FILE.
       01 CREDITO-LINE         PIC X(60).

      *SAME LAYOUT BANCORET WRITES
       FD SUSP-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "SUSPENSO.DAT".
       01 REG-SUSP.
          02 SU-CHAVE.
             03 SU-DATA-ENT    PIC 9(08).
             03 SU-HORA-ENT    PIC 9(06).
             03 SU-SEQ         PIC 9(05).
          02 SU-DATA           PIC 9(08).
          02 SU-VALOR          PIC 9(07)V99.
          02 SU-APLICADO       PIC 9(07)V99.
          02 SU-STATUS         PIC X(01).
             88 SU-PENDENTE    VALUE "P".
             88 SU-APLICADA    VALUE "A".
          02 SU-REF-CODIGO     PIC X(06).
          02 SU-REF-FATURA     PIC X(06).
          02 SU-MOTIVO         PIC X(30).
          02 SU-DATA-APLIC     PIC 9(08).
          02 SU-OPER-APLIC     PIC X(08).

      *ONE RECORD PER INVOICE WITH A PROMISE - PR-PAGO-BASE IS
      *CR-PAGO WHEN THE PROMISE WAS TAKEN, SO THE PAYMENT THAT KEEPS
      *IT IS WHAT CAME IN SINCE. RELPROM CLOSES IT "C" (KEPT) OR
      *"Q" (BROKEN) ON PR-DATA-BAIXA
       FD PROM-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PROMESSA.DAT".
       01 REG-PROMESSA.
          02 PR-CHAVE.
             03 PR-CODIGO     PIC 9(06).
             03 PR-FATURA     PIC 9(06).
          02 PR-VALOR          PIC 9(07)V99.
          02 PR-DATA-PROM      PIC 9(08).
          02 PR-OPERADOR       PIC X(08).
          02 PR-DATA-REG       PIC 9(08).
          02 PR-PAGO-BASE      PIC 9(07)V99.
          02 PR-STATUS         PIC X(01).
             88 PR-ABERTA      VALUE "A".
             88 PR-CUMPRIDA    VALUE "C".
             88 PR-QUEBRADA    VALUE "Q".
          02 PR-DATA-BAIXA     PIC 9(08).

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-CR               PIC X(02) VALUE SPACES.
          77 WS-CRED-ATIVO       PIC X     VALUE "N".
          77 FS-OPER             PIC X(02) VALUE SPACES.
          77 FS-JORNAL           PIC X(02) VALUE SPACES.
          77 FS-CREDITO          PIC X(02) VALUE SPACES.

      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
             02 MENSA3    PIC X(30) VALUE "FATURA NÃO ENCONTRADA".
             02 MENSA4    PIC X(30) VALUE "VALOR INVALIDO".
             02 MENSA5    PIC X(30) VALUE "PERIODO CONTABIL FECHADO".
             02 MENSA6    PIC X(30) VALUE "SUSPENSO.DAT INDISPONIVEL".
             02 MENSA7    PIC X(30) VALUE "VALOR ACIMA DO DISPONIVEL".
             02 MENSA8    PIC X(30) VALUE "PROMESSA.DAT INDISPONIVEL".
             02 MENSA9    PIC X(30) VALUE "DATA INVALIDA".

      *POSTING WORK FIELDS - THE CTASREC RULES
          77 WS-VALOR            PIC 9(07)V99 VALUE ZERO.
          77 WS-ESCOLHA          PIC 9(03) VALUE ZERO.
          77 WS-TOTAL-ABERTO     PIC 9(09)V99 VALUE ZERO.
          77 WS-TOTAL-EDIT       PIC ZZZ.ZZZ.ZZ9,99.
          77 WS-TOTAL-CREDITO    PIC 9(09)V99 VALUE ZERO.
          01 WS-FAT-TABLE.
             02 WS-FAT-LISTA OCCURS 200 TIMES PIC 9(06).

      *OVERPAYMENT - THE CTASREC RULE: THE INVOICE TAKES ITS BALANCE
      *AND THE SURPLUS BECOMES A CREDIT NOTE UNDER THE CLIENT'S NEXT
      *FREE CR-FATURA, WRITTEN BEFORE THE INVOICE IS TOUCHED
          77 WS-EXCESSO          PIC 9(07)V99 VALUE ZERO.
          77 WS-FAT-ORIGEM       PIC 9(06) VALUE ZERO.
          77 WS-MAXFAT           PIC 9(06) VALUE ZERO.
          77 WS-NOVA-FATURA      PIC 9(06) VALUE ZERO.
          77 WS-GRAVOU           PIC X     VALUE "N".
          01 WS-CONTA-SALVA      PIC X(73) VALUE SPACES.
      *THE FEED CARRIES A PERIOD DECIMAL WHATEVER THIS PROGRAM'S
      *DECIMAL-POINT SETTING, SO THE AMOUNT IS BUILT FROM ITS PARTS
          01 WS-VALOR-TXT.
             05 WS-VT-NUM        PIC 9(07)V99.
             05 WS-VT-PARTES REDEFINES WS-VT-NUM.
                10 WS-VT-INT     PIC 9(07).
                10 WS-VT-DEC     PIC 9(02).

      *UNAPPLIED-CASH PICK LIST - THE SEARCH TEXT IS LOOKED FOR IN
      *THE WHOLE LIST LINE (DATE, AMOUNT, REFERENCE, REASON), THE
      *EXCLI CONSULTA POR NOME WAY; BLANK LISTS EVERY PENDING RECEIPT
          77 FS-SU               PIC X(02) VALUE SPACES.
          77 WS-SU-ATIVO         PIC X     VALUE "N".
          77 WS-SU-EOF           PIC X     VALUE "N".
          77 WS-SU-COUNT         PIC 9(03) VALUE ZERO.
          77 WS-SU-BUSCA         PIC X(20) VALUE SPACES.
          77 WS-SU-BUSCA-LEN     PIC 9(02) VALUE ZERO.
          77 WS-SU-TALLY         PIC 9(03) VALUE ZERO.
          77 WS-SU-RESTA         PIC 9(07)V99 VALUE ZERO.
          77 WS-SU-LINHA         PIC X(80) VALUE SPACES.
          01 WS-SU-TABLE.
             02 WS-SU-LISTA OCCURS 200 TIMES PIC X(19).

      *PROMISE-TO-PAY ENTRY
          77 FS-PR               PIC X(02) VALUE SPACES.
          77 WS-PR-ATIVO         PIC X     VALUE "N".
          77 WS-PR-EXISTE        PIC X     VALUE "N".
          77 WS-PR-DATA-TXT      PIC X(08) VALUE SPACES.

      *NOTA FISCAL - ONE PER SALE FROM THE CLIENT'S BRANCH SERIES
      *(NFEMITE), THE CTASREC RULE: THE PARCELS SHARE THE NUMBER
       01 WS-NFE-PEDIDO.
          05 WS-NFE-FUNC       PIC X(01) VALUE SPACE.
          05 WS-NFE-PROGRAMA   PIC X(08) VALUE "EXCTAS".
          05 WS-NFE-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-NFE-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-NFE-FATURA     PIC 9(06) VALUE ZERO.
          05 WS-NFE-PARCELAS   PIC 9(02) VALUE ZERO.
          05 WS-NFE-DATA       PIC 9(08) VALUE ZERO.
          05 WS-NFE-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-NFE-IMPOSTO    PIC 9(09)V99 VALUE ZERO.
       01 WS-NFE-RESPOSTA.
          05 WS-NFE-RC         PIC X(02) VALUE SPACES.
          05 WS-NFE-FILIAL     PIC 9(02) VALUE ZERO.
          05 WS-NFE-SERIE      PIC 9(03) VALUE ZERO.
          05 WS-NFE-NUMERO     PIC 9(09) VALUE ZERO.

      *COMMISSION ON COLLECTION - AN INVOICE SETTLED BY A PAYMENT OR
      *BY CASH APPLIED FROM SUSPENSE RELEASES THE SALESPERSON'S
      *PENDING COMMISSION (COMLIBER)
       01 WS-CPL-PEDIDO.
          05 WS-CPL-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CPL-PROGRAMA   PIC X(08) VALUE "EXCTAS".
          05 WS-CPL-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-CPL-FATURA     PIC 9(06) VALUE ZERO.
          05 WS-CPL-DATA       PIC 9(08) VALUE ZERO.
       01 WS-CPL-RESPOSTA.
          05 WS-CPL-RC         PIC X(02) VALUE SPACES.
          05 WS-CPL-VENDEDOR   PIC 9(05) VALUE ZERO.
          05 WS-CPL-COMISSAO   PIC 9(07)V99 VALUE ZERO.

      *READ-ACCESS LOG AREA FOR ACESSLOG - EACH CONSULTA IS LOGGED
      *WITH THE OPERATOR, BOTH BRANCHES AND THE CODIGO
       01 WS-ACESSO.
          05 WS-ACS-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-ACS-OP-FILIAL  PIC 9(02) VALUE ZERO.
          05 WS-ACS-PROGRAMA   PIC X(08) VALUE "EXCTAS".
          05 WS-ACS-FUNCAO     PIC X(12) VALUE "CONSULTA".
          05 WS-ACS-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-ACS-CLI-FILIAL PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED SESSCTL SESSION REGISTRY
       01 WS-SES-PEDIDO.
          05 WS-SES-FUNC       PIC X(01) VALUE SPACE.
          05 WS-SES-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-SES-PROGRAMA   PIC X(08) VALUE "EXCTAS".
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
             02 LINE 08 COLUMN 29 VALUE "< 1 > FATURA".
             02 LINE 10 COLUMN 29 VALUE "< 2 > PAGAMENTO".
             02 LINE 12 COLUMN 29 VALUE "< 3 > CONSULTA SALDO".
             02 LINE 13 COLUMN 29 VALUE "< 4 > CREDITO NAO APLICADO".
             02 LINE 14 COLUMN 29 VALUE "< 5 > PROMESSA DE PAGAMENTO".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

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
           OPEN I-O SUSP-FILE.
           IF FS-SU = "35" OR FS-SU = "05"
              CLOSE SUSP-FILE
              OPEN OUTPUT SUSP-FILE
              CLOSE SUSP-FILE
              OPEN I-O SUSP-FILE
           END-IF.
           IF FS-SU = "00"
              MOVE "S" TO WS-SU-ATIVO
           END-IF.
           OPEN I-O PROM-FILE.
           IF FS-PR = "35" OR FS-PR = "05"
              CLOSE PROM-FILE
              OPEN OUTPUT PROM-FILE
              CLOSE PROM-FILE
              OPEN I-O PROM-FILE
           END-IF.
           IF FS-PR = "00"
              MOVE "S" TO WS-PR-ATIVO
           END-IF.
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.

                 PERFORM PAGAMENTO THRU PAGAMENTO-FIM
              WHEN "3"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "4"
                 PERFORM APLICA THRU APLICA-FIM
              WHEN "5"
                 PERFORM PROMESSA THRU PROMESSA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
       LISTA-ABERTAS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE ZERO TO WS-TOTAL-ABERTO.
           MOVE ZERO TO WS-TOTAL-CREDITO.
           MOVE CODIGO TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
                                     CR-FATURA " VENC " CR-DATA-VENC
                                     " SALDO " WS-VALOR-EDIT
                          END-IF
                          IF CR-STATUS = "C"
                             COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
                             ADD WS-SALDO TO WS-TOTAL-CREDITO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-TOTAL-ABERTO TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL EM ABERTO: " WS-TOTAL-EDIT
                   " (" WS-LIST-COUNT " FATURAS)".
           IF WS-TOTAL-CREDITO > ZERO
              MOVE WS-TOTAL-CREDITO TO WS-TOTAL-EDIT
              DISPLAY "CREDITO DO CLIENTE A APLICAR OU DEVOLVER: "
                      WS-TOTAL-EDIT
           END-IF.
       LISTA-ABERTAS-FIM.
           EXIT.

           COMPUTE WS-PARC-ULTIMA = WS-VALOR
               - WS-PARC-VALOR * (WS-PARCELAS - 1).
           MOVE ZERO TO WS-PARC-GRAVADAS.
           MOVE ZERO TO WS-NFE-FATURA.
           MOVE ZERO TO WS-NFE-VALOR.
           MOVE ZERO TO WS-NFE-IMPOSTO.
           PERFORM GRAVA-PARCELA THRU GRAVA-PARCELA-FIM
               VARYING WS-PARC-IDX FROM 1 BY 1
               UNTIL WS-PARC-IDX > WS-PARCELAS.
           DISPLAY "FATURAS LANCADAS: " WS-PARC-GRAVADAS
                   " DE " WS-PARCELAS.
           IF WS-PARC-GRAVADAS > ZERO
              PERFORM NOTA-FISCAL THRU NOTA-FISCAL-FIM
           END-IF.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       FATURA-FIM.
                 PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                 DISPLAY "FATURA " CR-FATURA " DATA " CR-DATA
                         " VALOR " CR-VALOR
                 IF WS-NFE-FATURA = ZERO
                    MOVE CR-FATURA TO WS-NFE-FATURA
                 END-IF
                 ADD CR-VALOR TO WS-NFE-VALOR
                 ADD CR-IMPOSTO TO WS-NFE-IMPOSTO
           END-WRITE.
       GRAVA-PARCELA-FIM.
           EXIT.

      *THE NOTA FISCAL OF THE SALE JUST POSTED - WITHOUT A SERIES
      *FOR THE BRANCH THE INVOICES STAND AND NOTAFISC ISSUES IT
       NOTA-FISCAL.
           MOVE "E" TO WS-NFE-FUNC.
           MOVE WS-OPERADOR TO WS-NFE-OPERADOR.
           MOVE CR-CODIGO TO WS-NFE-CODIGO.
           MOVE WS-PARC-GRAVADAS TO WS-NFE-PARCELAS.
           MOVE WS-DATA-SIS TO WS-NFE-DATA.
           CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA.
           EVALUATE WS-NFE-RC
              WHEN "00"
                 DISPLAY "NOTA FISCAL " WS-NFE-NUMERO " SERIE "
                         WS-NFE-SERIE " FILIAL " WS-NFE-FILIAL
              WHEN "20"
                 DISPLAY "AVISO: FILIAL SEM SERIE DE NOTA FISCAL - "
                         "EMITIR PELO NOTAFISC"
              WHEN OTHER
                 DISPLAY "AVISO: NOTA FISCAL NAO EMITIDA (RC "
                         WS-NFE-RC ") - EMITIR PELO NOTAFISC"
           END-EVALUATE.
       NOTA-FISCAL-FIM.
           EXIT.

      *POSTS A PAYMENT - THE OPERATOR PICKS THE INVOICE FROM THE
      *OPEN LIST AND CONFIRMS BEFORE ANYTHING IS WRITTEN
       PAGAMENTO.
              DISPLAY "PAGAMENTO CANCELADO"
              GO TO PAGAMENTO-FIM
           END-IF.
      *    SAME SETTLEMENT RULE CTASREC'S PAGAMENTO APPLIES - WHAT
      *    GOES BEYOND THE BALANCE IS WRITTEN AS A CREDIT NOTE FIRST
           MOVE ZERO TO WS-EXCESSO.
           IF WS-VALOR > WS-SALDO
              COMPUTE WS-EXCESSO = WS-VALOR - WS-SALDO
              MOVE WS-SALDO TO WS-VALOR
              MOVE REG-CONTA TO WS-CONTA-SALVA
              PERFORM NOTA-CREDITO THRU NOTA-CREDITO-FIM
              IF WS-GRAVOU NOT = "S"
                 DISPLAY "PAGAMENTO NAO LANCADO"
                 DISPLAY "TECLE <ENTER> PARA CONTINUAR"
                 ACCEPT WS-CONF FROM CONSOLE
                 GO TO PAGAMENTO-FIM
              END-IF
              MOVE WS-CONTA-SALVA TO REG-CONTA
           END-IF.
           MOVE CR-PAGO TO WS-JR-ANTES.
           ADD WS-VALOR TO CR-PAGO.
           MOVE WS-DATA-SIS TO CR-DATA-PGTO.
                 PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                 IF CR-QUITADA
                    DISPLAY "PAGAMENTO LANCADO - FATURA QUITADA"
                    PERFORM LIBERA-COMISSAO THRU LIBERA-COMISSAO-FIM
                 ELSE
                    COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
                    MOVE WS-SALDO TO WS-VALOR-EDIT
       PAGAMENTO-FIM.
           EXIT.

      *THE INVOICE JUST TURNED "Q" - ITS PENDING COMMISSION, IF ANY,
      *IS RELEASED WITH THE PAYMENT DATE
       LIBERA-COMISSAO.
           MOVE "L" TO WS-CPL-FUNC.
           MOVE CR-CODIGO TO WS-CPL-CODIGO.
           MOVE CR-FATURA TO WS-CPL-FATURA.
           MOVE CR-DATA-PGTO TO WS-CPL-DATA.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           IF WS-CPL-RC = "00"
              DISPLAY "COMISSAO DO VENDEDOR " WS-CPL-VENDEDOR
                      " LIBERADA PARA A FOLHA"
           END-IF.
           IF WS-CPL-RC = "30"
              DISPLAY "COMISSAO PENDENTE NAO LIBERADA - COMPEND.DAT "
                      "INDISPONIVEL"
           END-IF.
       LIBERA-COMISSAO-FIM.
           EXIT.

      *WRITES THE CREDIT NOTE FOR WS-EXCESSO AGAINST THE CLIENT OF
      *THE INVOICE SAVED IN WS-CONTA-SALVA, JOURNALS IT AS CREDITO AND
      *APPENDS THE "O" LINE TO CREDITOS.TXT. WS-GRAVOU "S" WHEN THE
      *NOTE WENT IN
       NOTA-CREDITO.
           MOVE CR-FATURA TO WS-FAT-ORIGEM.
           PERFORM BUSCA-MAXFAT THRU BUSCA-MAXFAT-FIM.
           COMPUTE WS-NOVA-FATURA = WS-MAXFAT + 1.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-NOVA-FATURA = ZERO
               MOVE WS-CONTA-SALVA(1:6) TO CR-CODIGO
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
              DISPLAY "FATURAS ESGOTADAS - NOTA DE CREDITO NAO GRAVADA"
              GO TO NOTA-CREDITO-FIM
           END-IF.
           MOVE "CREDITO" TO JR-ACAO.
           MOVE ZERO TO WS-JR-ANTES.
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
           MOVE WS-EXCESSO TO WS-VT-NUM.
           MOVE SPACES TO CREDITO-LINE.
           STRING CR-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-VT-INT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-VT-DEC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  ";O;" DELIMITED BY SIZE
                  WS-FAT-ORIGEM DELIMITED BY SIZE
                  INTO CREDITO-LINE
           END-STRING.
           WRITE CREDITO-LINE.
           MOVE WS-EXCESSO TO WS-VALOR-EDIT.
           DISPLAY "EXCESSO DE " WS-VALOR-EDIT
                   " LANCADO COMO NOTA DE CREDITO " CR-FATURA.
       NOTA-CREDITO-FIM.
           EXIT.

      *THE CLIENT'S HIGHEST CR-FATURA - A KEYED SCAN FROM THE FIRST
      *RECORD OF THE CLIENT IN WS-CONTA-SALVA
       BUSCA-MAXFAT.
           MOVE ZERO TO WS-MAXFAT.
           MOVE WS-CONTA-SALVA(1:6) TO CR-CODIGO.
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
                       IF CR-CODIGO NOT = WS-CONTA-SALVA(1:6)
                          MOVE "Y" TO WS-CR-EOF
                       ELSE
                          MOVE CR-FATURA TO WS-MAXFAT
                       END-IF
               END-READ
           END-PERFORM.
       BUSCA-MAXFAT-FIM.
           EXIT.

       CONSULTA.
           INITIALIZE REG-ARQCLI.
           DISPLAY TELA1.
           IF MSG NOT = SPACES
              GO TO CONSULTA-FIM
           END-IF.
           MOVE WS-OPERADOR TO WS-ACS-OPERADOR.
           MOVE WS-OPS-FILIAL TO WS-ACS-OP-FILIAL.
           MOVE CODIGO TO WS-ACS-CODIGO.
           MOVE FD-FILIAL TO WS-ACS-CLI-FILIAL.
           CALL "ACESSLOG" USING WS-ACESSO.
           PERFORM LISTA-ABERTAS THRU LISTA-ABERTAS-FIM.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       CONSULTA-FIM.
           EXIT.

      *APPLIES A RECEIPT HELD IN SUSPENSE (BANCORET) TO ONE OR MORE
      *OPEN INVOICES OF A CLIENT - THE CLERK FINDS THE RECEIPT, PICKS
      *THE CLIENT (THE BANK'S CODIGO IS OFFERED WHEN IT WAS ONE) AND
      *THEN THE INVOICES ONE AT A TIME. EACH APPLICATION IS POSTED
      *UNDER THE PAGAMENTO SETTLEMENT RULE AND JOURNALED AS
      *"APLICACAO"; WHATEVER IS NOT APPLIED STAYS IN SUSPENSE
       APLICA.
           IF WS-PER-SIT = "F"
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO APLICA-FIM
           END-IF.
           IF WS-SU-ATIVO NOT = "S"
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO APLICA-FIM
           END-IF.
           DISPLAY TELA1.
           DISPLAY "PROCURAR (VALOR, DATA OU REFERENCIA - "
                   "<ENTER> = TODOS):".
           MOVE SPACES TO WS-SU-BUSCA.
           ACCEPT WS-SU-BUSCA FROM CONSOLE.
           PERFORM LISTA-SUSPENSO THRU LISTA-SUSPENSO-FIM.
           IF WS-SU-COUNT = ZERO
              DISPLAY "NENHUM CREDITO PENDENTE ENCONTRADO"
              DISPLAY "TECLE <ENTER> PARA CONTINUAR"
              ACCEPT WS-CONF FROM CONSOLE
              GO TO APLICA-FIM
           END-IF.
           DISPLAY "ESCOLHA O NUMERO DO CREDITO (0 = DESISTIR):".
           ACCEPT WS-ESCOLHA FROM CONSOLE.
           IF WS-ESCOLHA = ZERO OR WS-ESCOLHA > WS-SU-COUNT
              GO TO APLICA-FIM
           END-IF.
           MOVE WS-SU-LISTA(WS-ESCOLHA) TO SU-CHAVE.
           READ SUSP-FILE KEY IS SU-CHAVE
              INVALID KEY
                 MOVE MENSA6 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO APLICA-FIM
           END-READ.
           INITIALIZE REG-ARQCLI.
           IF SU-REF-CODIGO IS NUMERIC
              MOVE SU-REF-CODIGO TO CODIGO
           END-IF.
           DISPLAY TELA1.
           PERFORM PEGA-CLIENTE THRU PEGA-CLIENTE-FIM.
           IF MSG NOT = SPACES
              GO TO APLICA-FIM
           END-IF.
       APLICA-FATURA.
           COMPUTE WS-SU-RESTA = SU-VALOR - SU-APLICADO.
           MOVE WS-SU-RESTA TO WS-VALOR-EDIT.
           DISPLAY " ".
           DISPLAY "CREDITO DE " SU-DATA " - DISPONIVEL " WS-VALOR-EDIT.
           PERFORM LISTA-ABERTAS THRU LISTA-ABERTAS-FIM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "NADA EM ABERTO PARA ESTE CLIENTE"
              GO TO APLICA-SOLTA
           END-IF.
           DISPLAY "ESCOLHA O NUMERO DA FATURA (0 = ENCERRAR):".
           ACCEPT WS-ESCOLHA FROM CONSOLE.
           IF WS-ESCOLHA = ZERO OR WS-ESCOLHA > WS-LIST-COUNT
              GO TO APLICA-SOLTA
           END-IF.
           MOVE CODIGO TO CR-CODIGO.
           MOVE WS-FAT-LISTA(WS-ESCOLHA) TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO APLICA-SOLTA
           END-READ.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           MOVE WS-SALDO TO WS-VALOR-EDIT.
           DISPLAY "FATURA " CR-FATURA " SALDO " WS-VALOR-EDIT.
           DISPLAY "VALOR A APLICAR (0 = SALDO DA FATURA):".
           ACCEPT WS-VALOR FROM CONSOLE.
      *    ZERO TAKES THE INVOICE BALANCE, UP TO WHAT IS LEFT OF THE
      *    RECEIPT - THE USUAL CASE OF A DEPOSIT COVERING SEVERAL
      *    INVOICES IN FULL
           IF WS-VALOR = ZERO
              MOVE WS-SALDO TO WS-VALOR
              IF WS-VALOR > WS-SU-RESTA
                 MOVE WS-SU-RESTA TO WS-VALOR
              END-IF
           END-IF.
           IF WS-VALOR > WS-SU-RESTA
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
              GO TO APLICA-FATURA
           END-IF.
      *    NO MORE THAN THE INVOICE BALANCE - THE REST STAYS IN
      *    SUSPENSE FOR THE NEXT INVOICE INSTEAD OF HIDING ON THIS ONE
           IF WS-VALOR > WS-SALDO
              MOVE WS-SALDO TO WS-VALOR-EDIT
              DISPLAY "VALOR LIMITADO AO SALDO DA FATURA " WS-VALOR-EDIT
              MOVE WS-SALDO TO WS-VALOR
           END-IF.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA A APLICACAO DE " WS-VALOR-EDIT
                   " NA FATURA " CR-FATURA " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "APLICACAO CANCELADA"
              GO TO APLICA-SOLTA
           END-IF.
      *    SAME SETTLEMENT RULE PAGAMENTO APPLIES - THE PAYMENT IS
      *    DATED THE DAY THE MONEY IS APPLIED, IN THE OPEN PERIOD
           MOVE CR-PAGO TO WS-JR-ANTES.
           ADD WS-VALOR TO CR-PAGO.
           MOVE WS-DATA-SIS TO CR-DATA-PGTO.
           IF CR-PAGO >= CR-VALOR
              MOVE "Q" TO CR-STATUS
           END-IF.
           REWRITE REG-CONTA
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO APLICA-SOLTA
           END-REWRITE.
           MOVE "APLICACAO" TO JR-ACAO.
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
           ADD WS-VALOR TO SU-APLICADO.
           IF SU-APLICADO NOT < SU-VALOR
              MOVE "A" TO SU-STATUS
           END-IF.
           MOVE WS-DATA-SIS TO SU-DATA-APLIC.
           MOVE WS-OPERADOR TO SU-OPER-APLIC.
           REWRITE REG-SUSP
              INVALID KEY
                 DISPLAY "SUSPENSO.DAT NAO REGRAVADO - FATURA "
                         CR-FATURA " JA LANCADA, CONFIRA O DIARIO"
                 GO TO APLICA-SOLTA
           END-REWRITE.
           IF CR-QUITADA
              DISPLAY "APLICADO - FATURA QUITADA"
              PERFORM LIBERA-COMISSAO THRU LIBERA-COMISSAO-FIM
           ELSE
              COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
              MOVE WS-SALDO TO WS-VALOR-EDIT
              DISPLAY "APLICADO - SALDO DA FATURA " WS-VALOR-EDIT
           END-IF.
           IF SU-PENDENTE
              DISPLAY "APLICAR O RESTANTE EM OUTRA FATURA (S/N)?"
              ACCEPT WS-CONF FROM CONSOLE
              IF WS-CONF = "S" OR WS-CONF = "s"
                 GO TO APLICA-FATURA
              END-IF
           ELSE
              DISPLAY "CREDITO TOTALMENTE APLICADO"
           END-IF.
       APLICA-SOLTA.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       APLICA-FIM.
           EXIT.

      *LISTS THE PENDING RECEIPTS THAT CONTAIN THE SEARCH TEXT, WITH
      *WHAT IS LEFT OF EACH, NUMBERED FOR THE PICK
       LISTA-SUSPENSO.
           MOVE ZERO TO WS-SU-COUNT.
           MOVE ZERO TO WS-SU-BUSCA-LEN.
           INSPECT WS-SU-BUSCA TALLYING WS-SU-BUSCA-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE LOW-VALUES TO SU-CHAVE.
           START SUSP-FILE KEY IS NOT LESS SU-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SU-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SU-EOF
           END-START.
           DISPLAY " ".
           DISPLAY "CREDITOS NAO APLICADOS (DATA, DISPONIVEL, "
                   "REFERENCIA DO BANCO, MOTIVO):".
           PERFORM UNTIL WS-SU-EOF = "Y"
               READ SUSP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SU-EOF
                   NOT AT END
                       IF SU-PENDENTE AND WS-SU-COUNT < 200
                          PERFORM LISTA-SUSPENSO-LINHA
                             THRU LISTA-SUSPENSO-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       LISTA-SUSPENSO-FIM.
           EXIT.

       LISTA-SUSPENSO-LINHA.
           COMPUTE WS-SU-RESTA = SU-VALOR - SU-APLICADO.
           MOVE WS-SU-RESTA TO WS-VALOR-EDIT.
           MOVE SPACES TO WS-SU-LINHA.
           STRING SU-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDIT DELIMITED BY SIZE
                  " REF " DELIMITED BY SIZE
                  SU-REF-CODIGO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SU-REF-FATURA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SU-MOTIVO DELIMITED BY SIZE
                  INTO WS-SU-LINHA
           END-STRING.
           IF WS-SU-BUSCA-LEN > ZERO
              MOVE ZERO TO WS-SU-TALLY
              INSPECT WS-SU-LINHA TALLYING WS-SU-TALLY
                  FOR ALL WS-SU-BUSCA(1:WS-SU-BUSCA-LEN)
              IF WS-SU-TALLY = ZERO
                 GO TO LISTA-SUSPENSO-LINHA-FIM
              END-IF
           END-IF.
           ADD 1 TO WS-SU-COUNT.
           MOVE SU-CHAVE TO WS-SU-LISTA(WS-SU-COUNT).
           DISPLAY "  " WS-SU-COUNT " - " WS-SU-LINHA.
       LISTA-SUSPENSO-LINHA-FIM.
           EXIT.

      *RECORDS A CLIENT'S PROMISE TO PAY AN OPEN INVOICE BY A DATE -
      *WHILE IT IS OPEN CARTACOB DOES NOT ESCALATE THE INVOICE, AND
      *RELPROM SENDS IT BACK TO DUNNING WHEN THE DATE PASSES WITHOUT
      *THE MONEY. A NEW PROMISE ON THE SAME INVOICE REPLACES THE OLD
       PROMESSA.
           IF WS-PR-ATIVO NOT = "S"
              MOVE MENSA8 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROMESSA-FIM
           END-IF.
           INITIALIZE REG-ARQCLI.
           DISPLAY TELA1.
           PERFORM PEGA-CLIENTE THRU PEGA-CLIENTE-FIM.
           IF MSG NOT = SPACES
              GO TO PROMESSA-FIM
           END-IF.
           PERFORM LISTA-ABERTAS THRU LISTA-ABERTAS-FIM.
           IF WS-LIST-COUNT = ZERO
              DISPLAY "NADA EM ABERTO PARA ESTE CLIENTE"
              DISPLAY "TECLE <ENTER> PARA CONTINUAR"
              ACCEPT WS-CONF FROM CONSOLE
              GO TO PROMESSA-FIM
           END-IF.
           DISPLAY "ESCOLHA O NUMERO DA FATURA (0 = DESISTIR):".
           ACCEPT WS-ESCOLHA FROM CONSOLE.
           IF WS-ESCOLHA = ZERO OR WS-ESCOLHA > WS-LIST-COUNT
              GO TO PROMESSA-FIM
           END-IF.
           MOVE CODIGO TO CR-CODIGO.
           MOVE WS-FAT-LISTA(WS-ESCOLHA) TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PROMESSA-FIM
           END-READ.
           MOVE CR-CHAVE TO PR-CHAVE.
           READ PROM-FILE KEY IS PR-CHAVE
              INVALID KEY
                 MOVE "N" TO WS-PR-EXISTE
              NOT INVALID KEY
                 MOVE "S" TO WS-PR-EXISTE
           END-READ.
           IF WS-PR-EXISTE = "S" AND PR-ABERTA
              MOVE PR-VALOR TO WS-VALOR-EDIT
              DISPLAY "PROMESSA EM ABERTO DE " WS-VALOR-EDIT
                      " ATE " PR-DATA-PROM " (" PR-OPERADOR
                      ") - SERA SUBSTITUIDA"
           END-IF.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           MOVE WS-SALDO TO WS-VALOR-EDIT.
           DISPLAY "FATURA " CR-FATURA " SALDO " WS-VALOR-EDIT.
           DISPLAY "VALOR PROMETIDO (0 = SALDO DA FATURA):".
           ACCEPT WS-VALOR FROM CONSOLE.
           IF WS-VALOR = ZERO
              MOVE WS-SALDO TO WS-VALOR
           END-IF.
           IF WS-VALOR > WS-SALDO
              MOVE MENSA4 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROMESSA-FIM
           END-IF.
           DISPLAY "PAGAR ATE (AAAAMMDD):".
           MOVE SPACES TO WS-PR-DATA-TXT.
           ACCEPT WS-PR-DATA-TXT FROM CONSOLE.
           IF WS-PR-DATA-TXT IS NOT NUMERIC
              OR WS-PR-DATA-TXT(5:2) < "01"
              OR WS-PR-DATA-TXT(5:2) > "12"
              OR WS-PR-DATA-TXT(7:2) < "01"
              OR WS-PR-DATA-TXT(7:2) > "31"
              OR WS-PR-DATA-TXT < WS-DATA-SIS
              MOVE MENSA9 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROMESSA-FIM
           END-IF.
           MOVE WS-VALOR TO WS-VALOR-EDIT.
           DISPLAY "CONFIRMA A PROMESSA DE " WS-VALOR-EDIT
                   " ATE " WS-PR-DATA-TXT " NA FATURA " CR-FATURA
                   " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "PROMESSA CANCELADA"
              GO TO PROMESSA-SOLTA
           END-IF.
      *    WHAT IS ALREADY PAID IS KEPT SO RELPROM CAN TELL THE MONEY
      *    THAT CAME IN AFTER THE PROMISE
           MOVE CR-CHAVE TO PR-CHAVE.
           MOVE WS-VALOR TO PR-VALOR.
           MOVE WS-PR-DATA-TXT TO PR-DATA-PROM.
           MOVE WS-OPERADOR TO PR-OPERADOR.
           MOVE WS-DATA-SIS TO PR-DATA-REG.
           MOVE CR-PAGO TO PR-PAGO-BASE.
           MOVE "A" TO PR-STATUS.
           MOVE ZERO TO PR-DATA-BAIXA.
           IF WS-PR-EXISTE = "S"
              REWRITE REG-PROMESSA
                 INVALID KEY
                    MOVE MENSA8 TO MSG
                    DISPLAY TELA-OPCAO
                    GO TO PROMESSA-FIM
              END-REWRITE
           ELSE
              WRITE REG-PROMESSA
                 INVALID KEY
                    MOVE MENSA8 TO MSG
                    DISPLAY TELA-OPCAO
                    GO TO PROMESSA-FIM
              END-WRITE
           END-IF.
           DISPLAY "PROMESSA REGISTRADA - SEM NOVO AVISO DE COBRANCA "
                   "ATE " PR-DATA-PROM.
       PROMESSA-SOLTA.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       PROMESSA-FIM.
           EXIT.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - PASSWORD,
      *EXPIRY AND LOCKOUT ALL LIVE THERE NOW
       SIGNON-PARA.
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

           MOVE CR-CODIGO TO JR-CODIGO.
           MOVE CR-FATURA TO JR-FATURA.
           MOVE WS-JR-ANTES TO JR-ANTES.
           IF JR-ACAO = "FATURA" OR JR-ACAO = "CREDITO"
              MOVE CR-VALOR TO JR-DEPOIS
           ELSE
              MOVE CR-PAGO TO JR-DEPOIS
           EXIT.

       FIM.
           IF WS-SIGNON-OK = "S"
              MOVE "S" TO WS-SES-FUNC
              CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
           END-IF.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE JORNAL-FILE.
           CLOSE CREDITO-FILE.
           IF WS-CRED-ATIVO = "S"
              CLOSE CRED-FILE
           END-IF.
           IF WS-SU-ATIVO = "S"
              CLOSE SUSP-FILE
           END-IF.
           IF WS-PR-ATIVO = "S"
              CLOSE PROM-FILE
           END-IF.
           MOVE "X" TO WS-NFE-FUNC.
           CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA.
           MOVE "X" TO WS-CPL-FUNC.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           STOP RUN.
