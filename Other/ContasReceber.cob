      *        : EXCLUSAO refuses a client with an open balance.       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.5.0                                                 *
      *NOTES   : CR-STATUS "A" = EM ABERTO, "Q" = QUITADA. A payment   *
      *        : that covers the invoice value settles it.             *
      *        : FATURA accepts a number of parcels (parcelamento):    *
      *        : FATURA and PAGAMENTO posting writes a CTASJRNL.LOG    *
      *        : line with operator, date, time and before/after       *
      *        : amounts - the AUDIT.LOG idea, for the money.          *
      *        : Every CONSULTA SALDO appends a line to ACESSO.LOG     *
      *        : through ACESSLOG (operator, both branches, function,  *
      *        : CODIGO) - who looked at a client's account is now on  *
      *        : record too.                                           *
      *        : A payment larger than the invoice balance no longer   *
      *        : hides the surplus on a QUITADA invoice: the invoice   *
      *        : takes its balance and the rest is written as a credit *
      *        : note (CR-STATUS "C", the next free CR-FATURA of the   *
      *        : client), journaled as CREDITO and appended to         *
      *        : CREDITOS.TXT (CODIGO;NOTA;VALOR;DATA;TIPO;FATURA,     *
      *        : type "O"). A credit note cannot be paid; CONSULTA     *
      *        : SALDO shows the client's open credit. CREDCLI applies *
      *        : or refunds it.                                        *
      *        : FATURA issues one nota fiscal per sale through        *
      *        : NFEMITE, from the series of the client's branch: the  *
      *        : parcels written share the number, registered in       *
      *        : NOTAFIS.DAT against the first parcel with the summed  *
      *        : value and tax. Without a series the invoices stand    *
      *        : and NOTAFISC issues the number later.                 *
      *        : A PAGAMENTO that settles the invoice releases the     *
      *        : pending commission-on-collection of its sale through  *
      *        : COMLIBER, dated the payment.                          *
      *        : Every PAGAMENTO posted is also recorded on the bank   *
      *        : book MOVBANCO.DAT through BANCOMOV (money in, the     *
      *        : whole amount received, CODIGO/FATURA as reference)    *
      *        : for CONCBANC to reconcile against the statement.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTASREC.
           ACCESS MODE             DYNAMIC
           RECORD KEY              CL-CODIGO
           FILE STATUS             FS-CRED.
      *CLIENT-CREDIT MOVEMENT FEED - ONE LINE PER CREDIT NOTE RAISED,
      *APPLIED OR REFUNDED: CODIGO;NOTA;VALOR;DATA;TIPO;FATURA
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CREDITO.

       DATA DIVISION.
       FILE SECTION.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
             88 CR-QUITADA     VALUE "Q".
      *CREDIT NOTE - MONEY WE OWE THE CLIENT. CR-VALOR IS THE CREDIT,
      *CR-PAGO WHAT HAS BEEN APPLIED OR REFUNDED; "C" WHILE SOME IS
      *LEFT, "U" ONCE IT IS ALL USED
             88 CR-NOTA-CREDITO VALUE "C" "U".
      *LAST PAYMENT DATE (STAMPED BY CTASREC'S PAGAMENTO) AND THE
      *AMOUNT ALREADY INTERFACED TO FINANCE BY GLINTF - THE RECORD
      *GREW FROM 37 TO 54 BYTES, SO AN EXISTING CONTAS.DAT NEEDS A
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


       FD JORNAL-FILE.
       FD TAXA-FILE.
       01 TAXA-LINE            PIC X(10).

       FD CREDITO-FILE.
       01 CREDITO-LINE         PIC X(60).

      *SAME LAYOUT CREDMAINT (CredMaint.cob) MAINTAINS
       FD CRED-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICRED.DAT".
       77 FS-TAXA              PIC X(02) VALUE SPACES.
       77 FS-OPER              PIC X(02) VALUE SPACES.
       77 FS-JORNAL            PIC X(02) VALUE SPACES.
       77 FS-CREDITO           PIC X(02) VALUE SPACES.

      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
       77 WS-SCAN-EOF          PIC X     VALUE "N".
       77 WS-ITENS             PIC 9(04) VALUE ZERO.
       77 WS-CODIGO-BUSCA      PIC 9(06) VALUE ZERO.
       77 WS-TOTAL-CREDITO     PIC 9(09)V99 VALUE ZERO.

      *OVERPAYMENT - WHAT A PAYMENT BRINGS BEYOND THE INVOICE BALANCE
      *BECOMES A CREDIT NOTE UNDER THE NEXT FREE CR-FATURA OF THE
      *CLIENT (THE JUROSMES PROBE). THE INVOICE IS KEPT ASIDE WHILE
      *THE NOTE IS WRITTEN
       77 WS-EXCESSO           PIC 9(07)V99 VALUE ZERO.
       77 WS-FAT-ORIGEM        PIC 9(06) VALUE ZERO.
       77 WS-MAXFAT            PIC 9(06) VALUE ZERO.
       77 WS-NOVA-FATURA       PIC 9(06) VALUE ZERO.
       77 WS-GRAVOU            PIC X     VALUE "N".
       01 WS-CONTA-SALVA       PIC X(73) VALUE SPACES.
      *THE FEED CARRIES A PERIOD DECIMAL WHATEVER THIS PROGRAM'S
      *DECIMAL-POINT SETTING, SO THE AMOUNT IS BUILT FROM ITS PARTS
       01 WS-VALOR-TXT.
          05 WS-VT-NUM         PIC 9(07)V99.
          05 WS-VT-PARTES REDEFINES WS-VT-NUM.
             10 WS-VT-INT      PIC 9(07).
             10 WS-VT-DEC      PIC 9(02).

      *PARCELAMENTO WORK FIELDS - THE VALUE SPLITS INTO WS-PARCELAS
      *RECORDS, THE LAST ONE TAKING THE ROUNDING REMAINDER
       77 WS-MESES             PIC S9(05) VALUE ZERO.
       77 WS-FATURA-BASE       PIC 9(06) VALUE ZERO.

      *NOTA FISCAL - ONE PER SALE, SO THE PARCELS WRITTEN SHARE A
      *SINGLE NUMBER FROM THE CLIENT'S BRANCH SERIES (NFEMITE),
      *REGISTERED AGAINST THE FIRST PARCEL WITH THE SUMMED VALUE
       01 WS-NFE-PEDIDO.
          05 WS-NFE-FUNC       PIC X(01) VALUE SPACE.
          05 WS-NFE-PROGRAMA   PIC X(08) VALUE "CTASREC".
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

      *COMMISSION ON COLLECTION - AN INVOICE SETTLED BY A PAYMENT
      *RELEASES THE SALESPERSON'S PENDING COMMISSION (COMLIBER)
       01 WS-CPL-PEDIDO.
          05 WS-CPL-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CPL-PROGRAMA   PIC X(08) VALUE "CTASREC".
          05 WS-CPL-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-CPL-FATURA     PIC 9(06) VALUE ZERO.
          05 WS-CPL-DATA       PIC 9(08) VALUE ZERO.
       01 WS-CPL-RESPOSTA.
          05 WS-CPL-RC         PIC X(02) VALUE SPACES.
          05 WS-CPL-VENDEDOR   PIC 9(05) VALUE ZERO.
          05 WS-CPL-COMISSAO   PIC 9(07)V99 VALUE ZERO.

      *BANK BOOK - EVERY PAYMENT POSTED HERE IS RECORDED ON
      *MOVBANCO.DAT THROUGH BANCOMOV FOR CONCBANC TO RECONCILE
       01 WS-BMV-PEDIDO.
          05 WS-BMV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-BMV-PROGRAMA   PIC X(08) VALUE "CTASREC".
          05 WS-BMV-DC         PIC X(01) VALUE SPACE.
          05 WS-BMV-DATA       PIC 9(08) VALUE ZERO.
          05 WS-BMV-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-BMV-REFER      PIC X(20) VALUE SPACES.
       01 WS-BMV-RESPOSTA.
          05 WS-BMV-RC         PIC X(02) VALUE SPACES.

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT) - POSTINGS INTO A
      *CLOSED ACCOUNTING PERIOD ARE REFUSED
       77 WS-PERIODO           PIC 9(06) VALUE ZERO.
          02 DD                PIC 9(02) VALUE ZEROS.


      *READ-ACCESS LOG AREA FOR ACESSLOG - EACH CONSULTA SALDO IS
      *LOGGED WITH THE OPERATOR, BOTH BRANCHES AND THE CODIGO
       01 WS-ACESSO.
          05 WS-ACS-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-ACS-OP-FILIAL  PIC 9(02) VALUE ZERO.
          05 WS-ACS-PROGRAMA   PIC X(08) VALUE "CTASREC".
          05 WS-ACS-FUNCAO     PIC X(12) VALUE "CONSULTA".
          05 WS-ACS-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-ACS-CLI-FILIAL PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
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
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           IF WS-PER-SIT = "F"
           COMPUTE WS-PARC-ULTIMA = WS-VALOR
               - WS-PARC-VALOR * (WS-PARCELAS - 1).
           MOVE ZERO TO WS-PARC-GRAVADAS.
           MOVE ZERO TO WS-NFE-FATURA.
           MOVE ZERO TO WS-NFE-VALOR.
           MOVE ZERO TO WS-NFE-IMPOSTO.
           PERFORM GRAVA-PARCELA-PARA THRU GRAVA-PARCELA-FIM
               VARYING WS-PARC-IDX FROM 1 BY 1
               UNTIL WS-PARC-IDX > WS-PARCELAS.
           DISPLAY "FATURAS LANCADAS: " WS-PARC-GRAVADAS
                   " DE " WS-PARCELAS.
           IF WS-PARC-GRAVADAS > ZERO
              PERFORM NOTA-FISCAL-PARA THRU NOTA-FISCAL-FIM
           END-IF.
       FATURA-FIM.
           EXIT.

                 PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM
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

      *ISSUES THE NOTA FISCAL OF THE SALE JUST POSTED - WITHOUT A
      *SERIES FOR THE CLIENT'S BRANCH THE INVOICES STAND AND THE
      *NUMBER IS ISSUED LATER THROUGH NOTAFISC
       NOTA-FISCAL-PARA.
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

      *POSTS A PAYMENT AGAINST AN EXISTING INVOICE - WHEN THE TOTAL
      *PAID COVERS THE VALUE THE INVOICE IS SETTLED
       PAGAMENTO.
              DISPLAY "FATURA JA QUITADA"
              GO TO PAGAMENTO-FIM
           END-IF.
           IF CR-NOTA-CREDITO
              DISPLAY "DOCUMENTO E UMA NOTA DE CREDITO"
              GO TO PAGAMENTO-FIM
           END-IF.
           DISPLAY "VALOR DO PAGAMENTO:".
           ACCEPT WS-VALOR FROM CONSOLE.
           IF WS-VALOR = ZERO
              DISPLAY "VALOR INVALIDO"
              GO TO PAGAMENTO-FIM
           END-IF.
      *    THE INVOICE TAKES NO MORE THAN ITS BALANCE - THE SURPLUS
      *    GOES TO A CREDIT NOTE FIRST, AND WHEN THE NOTE CANNOT BE
      *    WRITTEN THE PAYMENT IS NOT POSTED AT ALL
           MOVE ZERO TO WS-EXCESSO.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           IF WS-VALOR > WS-SALDO
              COMPUTE WS-EXCESSO = WS-VALOR - WS-SALDO
              MOVE WS-SALDO TO WS-VALOR
              MOVE REG-CONTA TO WS-CONTA-SALVA
              PERFORM NOTA-CREDITO-PARA THRU NOTA-CREDITO-FIM
              IF WS-GRAVOU NOT = "S"
                 DISPLAY "PAGAMENTO NAO LANCADO"
                 GO TO PAGAMENTO-FIM
              END-IF
              MOVE WS-CONTA-SALVA TO REG-CONTA
           END-IF.
           MOVE CR-PAGO TO WS-JR-ANTES.
           ADD WS-VALOR TO CR-PAGO.
      *    THE PAYMENT DATE RIDES THE RECORD SO THE GL INTERFACE CAN
              NOT INVALID KEY
                 MOVE "PAGAMENTO" TO JR-ACAO
                 PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM
                 PERFORM LIVRO-BANCO-PARA THRU LIVRO-BANCO-FIM
                 IF CR-QUITADA
                    DISPLAY "PAGAMENTO LANCADO - FATURA QUITADA"
                    PERFORM LIBERA-COMISSAO-PARA
                       THRU LIBERA-COMISSAO-FIM
                 ELSE
                    COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
                    MOVE WS-SALDO TO WS-VALOR-EDIT
       PAGAMENTO-FIM.
           EXIT.

      *THE WHOLE AMOUNT RECEIVED - THE INVOICE'S PART PLUS ANY
      *SURPLUS SENT TO A CREDIT NOTE - GOES ON THE BANK BOOK
       LIVRO-BANCO-PARA.
           MOVE "G" TO WS-BMV-FUNC.
           MOVE "C" TO WS-BMV-DC.
           MOVE WS-DATA-SIS TO WS-BMV-DATA.
           COMPUTE WS-BMV-VALOR = WS-VALOR + WS-EXCESSO.
           MOVE SPACES TO WS-BMV-REFER.
           STRING CR-CODIGO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  INTO WS-BMV-REFER
           END-STRING.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           IF WS-BMV-RC NOT = "00"
              DISPLAY "PAGAMENTO FORA DO MOVBANCO.DAT - AVISE A "
                      "CONCILIACAO"
           END-IF.
       LIVRO-BANCO-FIM.
           EXIT.

      *THE INVOICE JUST TURNED "Q" - ITS PENDING COMMISSION, IF ANY,
      *IS RELEASED WITH THE PAYMENT DATE
       LIBERA-COMISSAO-PARA.
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
      *THE INVOICE IN REG-CONTA, JOURNALS IT AS CREDITO AND APPENDS
      *THE "O" (OVERPAYMENT) LINE TO CREDITOS.TXT. WS-GRAVOU "S" WHEN
      *THE NOTE WENT IN
       NOTA-CREDITO-PARA.
           MOVE CR-FATURA TO WS-FAT-ORIGEM.
           PERFORM BUSCA-MAXFAT-PARA THRU BUSCA-MAXFAT-FIM.
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
           PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM.
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
       BUSCA-MAXFAT-PARA.
           MOVE ZERO TO WS-MAXFAT.
           MOVE WS-CONTA-SALVA(1:6) TO CR-CODIGO.
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
                       IF CR-CODIGO NOT = WS-CONTA-SALVA(1:6)
                          MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                          MOVE CR-FATURA TO WS-MAXFAT
                       END-IF
               END-READ
           END-PERFORM.
       BUSCA-MAXFAT-FIM.
           EXIT.

      *LISTS THE OPEN ITEMS OF ONE CLIENT WITH THE TOTAL IN ABERTO
       CONSULTA-SALDO.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT WS-CODIGO-BUSCA FROM CONSOLE.
      *    THE CLIENT'S BRANCH GOES ON THE ACCESS LOG LINE - A CODIGO
      *    NOT ON ARQCLI.DAT IS LOGGED WITH BRANCH ZERO
           MOVE WS-CODIGO-BUSCA TO CODIGO.
           MOVE ZERO TO WS-ACS-CLI-FILIAL.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE FD-FILIAL TO WS-ACS-CLI-FILIAL
           END-READ.
           MOVE WS-OPERADOR TO WS-ACS-OPERADOR.
           MOVE WS-OPS-FILIAL TO WS-ACS-OP-FILIAL.
           MOVE WS-CODIGO-BUSCA TO WS-ACS-CODIGO.
           CALL "ACESSLOG" USING WS-ACESSO.
           MOVE WS-CODIGO-BUSCA TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           MOVE ZERO TO WS-TOTAL-ABERTO.
           MOVE ZERO TO WS-TOTAL-CREDITO.
           MOVE ZERO TO WS-ITENS.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
           MOVE WS-TOTAL-ABERTO TO WS-VALOR-EDIT.
           DISPLAY "TOTAL EM ABERTO: " WS-VALOR-EDIT
                   " (" WS-ITENS " FATURAS)".
           IF WS-TOTAL-CREDITO > ZERO
              MOVE WS-TOTAL-CREDITO TO WS-VALOR-EDIT
              DISPLAY "CREDITO DO CLIENTE A APLICAR OU DEVOLVER: "
                      WS-VALOR-EDIT
           END-IF.
       CONSULTA-SALDO-FIM.
           EXIT.

              ADD WS-SALDO TO WS-TOTAL-ABERTO
              DISPLAY CR-FATURA " " CR-DATA " " CR-VALOR " " CR-PAGO
           END-IF.
           IF CR-STATUS = "C"
              COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
              ADD WS-SALDO TO WS-TOTAL-CREDITO
              DISPLAY CR-FATURA " " CR-DATA " " CR-VALOR " " CR-PAGO
                      " NOTA DE CREDITO"
           END-IF.
       LISTA-ITEM-FIM.
           EXIT.

           MOVE CR-CODIGO TO JR-CODIGO.
           MOVE CR-FATURA TO JR-FATURA.
           MOVE WS-JR-ANTES TO JR-ANTES.
           IF JR-ACAO = "FATURA" OR JR-ACAO = "CREDITO"
              MOVE CR-VALOR TO JR-DEPOIS
           ELSE
              MOVE CR-PAGO TO JR-DEPOIS
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE JORNAL-FILE.
           CLOSE CREDITO-FILE.
           IF WS-CRED-ATIVO = "S"
              CLOSE CRED-FILE
           END-IF.
           MOVE "X" TO WS-NFE-FUNC.
           CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA.
           MOVE "X" TO WS-CPL-FUNC.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           MOVE "X" TO WS-BMV-FUNC.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           STOP RUN.
