      *        : posted/rejected control totals close the run.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.5.0                                                 *
      *NOTES   : VALOR comes from the bank with a period decimal      *
      *        : (NNNN.NN) and is read with NUMVAL. A payment against *
      *        : an invoice already QUITADA is rejected - the bank     *
      *        : reconciliation desk decides what that money is.       *
      *        : Lines with a good amount and date whose reference     *
      *        : matches no open invoice (bad CODIGO or FATURA,        *
      *        : invoice not found or already QUITADA, payment date in *
      *        : a closed period) are no longer rejected: the receipt  *
      *        : is held in the unapplied-cash file SUSPENSO.DAT with  *
      *        : the bank's reference and the reason, for the          *
      *        : receivables desk to apply from EXCTAS (RELSUSP ages   *
      *        : what is left). RETORNO.REJ keeps only lines with no   *
      *        : usable amount or date. The amount and date are now    *
      *        : checked before the reference.                         *
      *        : A return line may carry a fifth field, the 10-digit   *
      *        : nosso numero REMESSA assigned                         *
      *        : (CODIGO;FATURA;VALOR;DATA;NOSSO). When BOLETO.DAT     *
      *        : knows the number, it names the invoice and the bank's *
      *        : CODIGO/FATURA are ignored; otherwise matching falls   *
      *        : back to CODIGO/FATURA as before. The control totals   *
      *        : count the lines matched by nosso numero.              *
      *        : A payment above the invoice balance no longer leaves  *
      *        : the surplus hidden on the QUITADA invoice: the        *
      *        : invoice takes its balance and the rest becomes a      *
      *        : credit note (CR-STATUS "C", the client's next free    *
      *        : CR-FATURA, dated the bank's payment date), logged to  *
      *        : CREDITOS.TXT as an "O" line. The posted total still   *
      *        : counts the whole receipt; the surplus is shown under  *
      *        : it. A receipt naming a credit note goes to suspense.  *
      *        : Every invoice this run settles (turns "Q") releases   *
      *        : the pending commission-on-collection of its sale      *
      *        : through COMLIBER, dated the bank's payment date; the  *
      *        : releases are counted in the control totals.           *
      *        : Every receipt that reached the account, posted or     *
      *        : held in suspense, is also recorded on the bank book   *
      *        : MOVBANCO.DAT through BANCOMOV (money in, the bank's   *
      *        : date, the nosso numero or CODIGO/FATURA as reference) *
      *        : for CONCBANC to reconcile against the statement.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCORET.
           SELECT REJECT-FILE ASSIGN TO "RETORNO.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REJECT-STATUS.
      *UNAPPLIED-CASH SUSPENSE - MONEY THE BANK RECEIVED THAT MATCHES
      *NO OPEN INVOICE, HELD UNTIL THE RECEIVABLES DESK APPLIES IT
      *FROM EXCTAS. CREATED ON THE FIRST RUN
           SELECT OPTIONAL SUSP-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              SU-CHAVE
           FILE STATUS             FS-SU.
      *BOLETO REGISTER WRITTEN BY REMESSA - TURNS THE BANK'S NOSSO
      *NUMERO BACK INTO CODIGO/FATURA
           SELECT OPTIONAL BOLETO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              BL-NOSSO
           ALTERNATE RECORD KEY    BL-CR-CHAVE
           FILE STATUS             FS-BL.
      *CLIENT-CREDIT MOVEMENT FEED - A PAYMENT ABOVE THE INVOICE
      *BALANCE LEAVES THE SURPLUS AS A CREDIT NOTE, LOGGED HERE AS AN
      *"O" LINE (CODIGO;NOTA;VALOR;DATA;TIPO;FATURA)
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CREDITO.

       DATA DIVISION.
       FILE SECTION.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
             88 CR-QUITADA     VALUE "Q".
      *CREDIT NOTE - MONEY OWED TO THE CLIENT, NOT AN INVOICE
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
      *DUE DATE STAMPED AT POSTING FROM THE CLIENT'S PAYMENT TERMS
       FD REJECT-FILE.
       01 REJECT-LINE           PIC X(80).

       FD CREDITO-FILE.
       01 CREDITO-LINE          PIC X(60).

      *ONE RECORD PER RECEIPT HELD - KEYED BY THE RUN THAT HELD IT
      *AND THE LINE NUMBER IN THE FEED. SU-APLICADO GROWS AS EXCTAS
      *APPLIES THE MONEY; THE RECEIPT TURNS "A" WHEN NOTHING IS LEFT
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
      *THE REFERENCE EXACTLY AS THE BANK SENT IT, AND WHY IT MATCHED
      *NOTHING
          02 SU-REF-CODIGO     PIC X(06).
          02 SU-REF-FATURA     PIC X(06).
          02 SU-MOTIVO         PIC X(30).
          02 SU-DATA-APLIC     PIC 9(08).
          02 SU-OPER-APLIC     PIC X(08).

      *SAME LAYOUT REMESSA (RemessaBanco.cob) WRITES
       FD BOLETO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REG-BOLETO.
          02 BL-NOSSO          PIC 9(10).
          02 BL-CR-CHAVE.
             03 BL-CODIGO     PIC 9(06).
             03 BL-FATURA     PIC 9(06).
          02 BL-VALOR          PIC 9(07)V99.
          02 BL-VENC           PIC 9(08).
          02 BL-DATA-REM       PIC 9(08).
          02 BL-REMESSA        PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-RETORNO-STATUS     PIC X(02) VALUE SPACES.
          88 WS-RETORNO-OK      VALUE "00".
          88 WS-RETORNO-EOF     VALUE "10".
       77 FS-CR                 PIC X(02) VALUE SPACES.
       01 WS-REJECT-STATUS      PIC X(02) VALUE SPACES.
       77 FS-SU                 PIC X(02) VALUE SPACES.
       77 FS-BL                 PIC X(02) VALUE SPACES.
       77 FS-CREDITO            PIC X(02) VALUE SPACES.
       77 WS-BL-ATIVO           PIC X     VALUE "N".
       01 WS-DATA-SIS           PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS           PIC 9(06) VALUE ZERO.
       01 WS-TIME-RAW           PIC 9(08) VALUE ZERO.

      *UNSTRUNG FIELDS FROM ONE RETURN LINE
       01 WS-RET.
          05 WS-R-FATURA-TXT    PIC X(06) VALUE SPACES.
          05 WS-R-VALOR-TXT     PIC X(10) VALUE SPACES.
          05 WS-R-DATA-TXT      PIC X(08) VALUE SPACES.
          05 WS-R-NOSSO-TXT     PIC X(10) VALUE SPACES.

       01 WS-VALOR              PIC 9(07)V99 VALUE ZERO.
       01 WS-MOTIVO             PIC X(30) VALUE SPACES.

      *OVERPAYMENT - THE INVOICE TAKES ITS BALANCE, THE SURPLUS IS
      *WRITTEN AS A CREDIT NOTE UNDER THE CLIENT'S NEXT FREE
      *CR-FATURA BEFORE THE INVOICE IS TOUCHED
       01 WS-SALDO              PIC 9(07)V99 VALUE ZERO.
       01 WS-EXCESSO            PIC 9(07)V99 VALUE ZERO.
       01 WS-EXCESSO-EDIT       PIC 9(07).99.
       01 WS-MAXFAT             PIC 9(06) VALUE ZERO.
       01 WS-NOVA-FATURA        PIC 9(06) VALUE ZERO.
       01 WS-GRAVOU             PIC X     VALUE "N".
       01 WS-SCAN-EOF           PIC X     VALUE "N".
       01 WS-CONTA-SALVA        PIC X(73) VALUE SPACES.

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT) - THE LAST ANSWER
      *IS CACHED SINCE A RETURN FEED IS USUALLY ALL ONE DATE
       01 WS-PERIODO            PIC 9(06) VALUE ZERO.
          05 WS-LIDAS           PIC 9(05) VALUE ZERO.
          05 WS-POSTADAS        PIC 9(05) VALUE ZERO.
          05 WS-REJEITADAS      PIC 9(05) VALUE ZERO.
          05 WS-SUSPENSAS       PIC 9(05) VALUE ZERO.
          05 WS-POR-NOSSO       PIC 9(05) VALUE ZERO.
          05 WS-EXCESSOS        PIC 9(05) VALUE ZERO.
       01 WS-TOT-POSTADO        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-SUSPENSO       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-REJEITADO      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-EXCESSO        PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99.

      *COMMISSION ON COLLECTION - AN INVOICE SETTLED HERE RELEASES
      *THE SALESPERSON'S PENDING COMMISSION THROUGH COMLIBER
       01 WS-CPL-PEDIDO.
          05 WS-CPL-FUNC        PIC X(01) VALUE SPACE.
          05 WS-CPL-PROGRAMA    PIC X(08) VALUE "BANCORET".
          05 WS-CPL-CODIGO      PIC 9(06) VALUE ZERO.
          05 WS-CPL-FATURA      PIC 9(06) VALUE ZERO.
          05 WS-CPL-DATA        PIC 9(08) VALUE ZERO.
       01 WS-CPL-RESPOSTA.
          05 WS-CPL-RC          PIC X(02) VALUE SPACES.
          05 WS-CPL-VENDEDOR    PIC 9(05) VALUE ZERO.
          05 WS-CPL-COMISSAO    PIC 9(07)V99 VALUE ZERO.
       01 WS-COM-LIBERADAS      PIC 9(05) VALUE ZERO.
       01 WS-TOT-COM-LIBERADA   PIC 9(11)V99 VALUE ZERO.

      *BANK BOOK - EVERY MOVEMENT THAT REACHES THE ACCOUNT IS RECORDED
      *ON MOVBANCO.DAT THROUGH BANCOMOV FOR CONCBANC TO RECONCILE
       01 WS-BMV-PEDIDO.
          05 WS-BMV-FUNC        PIC X(01) VALUE SPACE.
          05 WS-BMV-PROGRAMA    PIC X(08) VALUE "BANCORET".
          05 WS-BMV-DC          PIC X(01) VALUE SPACE.
          05 WS-BMV-DATA        PIC 9(08) VALUE ZERO.
          05 WS-BMV-VALOR       PIC 9(09)V99 VALUE ZERO.
          05 WS-BMV-REFER       PIC X(20) VALUE SPACES.
       01 WS-BMV-RESPOSTA.
          05 WS-BMV-RC          PIC X(02) VALUE SPACES.
       01 WS-BMV-FALHAS         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
              CLOSE CONTAS-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN I-O SUSP-FILE.
           IF FS-SU = "35" OR FS-SU = "05"
              CLOSE SUSP-FILE
              OPEN OUTPUT SUSP-FILE
              CLOSE SUSP-FILE
              OPEN I-O SUSP-FILE
           END-IF.
           IF FS-SU NOT = "00"
              DISPLAY "SUSPENSO.DAT OPEN FAILED: " FS-SU
              CLOSE RETORNO-FILE
              CLOSE CONTAS-FILE
              CLOSE REJECT-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN EXTEND CREDITO-FILE.
           IF FS-CREDITO NOT = "00" AND FS-CREDITO NOT = "05"
              DISPLAY "CREDITOS.TXT OPEN FAILED: " FS-CREDITO
              CLOSE RETORNO-FILE
              CLOSE CONTAS-FILE
              CLOSE REJECT-FILE
              CLOSE SUSP-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT BOLETO-FILE.
           IF FS-BL = "00"
              MOVE "S" TO WS-BL-ATIVO
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA-SIS.
       OPEN-EXIT-PARA.
           EXIT.

           EXIT.

      *ONE RETURN LINE - VALIDATE THE SHAPE, FIND THE INVOICE, APPLY
      *THE CTASREC SETTLEMENT RULE, OR REJECT WITH THE REASON. THE
      *AMOUNT AND DATE ARE CHECKED FIRST: ONCE THEY ARE GOOD THE
      *MONEY IS REAL, AND A REFERENCE THAT MATCHES NOTHING SENDS THE
      *RECEIPT TO SUSPENSE INSTEAD OF THE REJECT FILE
       TRATA-LINHA-PARA.
           ADD 1 TO WS-LIDAS.
           MOVE SPACES TO WS-MOTIVO.
                    WS-R-FATURA-TXT
                    WS-R-VALOR-TXT
                    WS-R-DATA-TXT
                    WS-R-NOSSO-TXT
           END-UNSTRING.
           IF WS-R-DATA-TXT IS NOT NUMERIC
              MOVE "DATA INVALIDA" TO WS-MOTIVO
              PERFORM REJEITA-PARA THRU REJEITA-FIM
              PERFORM REJEITA-PARA THRU REJEITA-FIM
              GO TO TRATA-LINHA-FIM
           END-IF.
      *    A NOSSO NUMERO FROM OUR OWN REMITTANCE NAMES THE INVOICE BY
      *    ITSELF; WITHOUT ONE, OR WHEN THE REGISTER DOES NOT KNOW IT,
      *    THE BANK'S CODIGO/FATURA STAND
           IF WS-BL-ATIVO = "S" AND WS-R-NOSSO-TXT IS NUMERIC
              MOVE WS-R-NOSSO-TXT TO BL-NOSSO
              READ BOLETO-FILE KEY IS BL-NOSSO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BL-CODIGO TO WS-R-CODIGO-TXT
                    MOVE BL-FATURA TO WS-R-FATURA-TXT
                    ADD 1 TO WS-POR-NOSSO
              END-READ
           END-IF.
           IF WS-R-CODIGO-TXT IS NOT NUMERIC
              MOVE "CODIGO INVALIDO" TO WS-MOTIVO
              PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
              GO TO TRATA-LINHA-FIM
           END-IF.
           IF WS-R-FATURA-TXT IS NOT NUMERIC
              MOVE "FATURA INVALIDA" TO WS-MOTIVO
              PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
              GO TO TRATA-LINHA-FIM
           END-IF.
           MOVE WS-R-DATA-TXT(1:6) TO WS-PERIODO.
           IF WS-PERIODO NOT = WS-ULT-PERIODO
              CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT
           END-IF.
           IF WS-PER-SIT = "F"
              MOVE "PERIODO CONTABIL FECHADO" TO WS-MOTIVO
              PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
              GO TO TRATA-LINHA-FIM
           END-IF.
           MOVE WS-R-CODIGO-TXT TO CR-CODIGO.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO
                 PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
                 GO TO TRATA-LINHA-FIM
           END-READ.
           IF CR-QUITADA
              MOVE "FATURA JA QUITADA" TO WS-MOTIVO
              PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
              GO TO TRATA-LINHA-FIM
           END-IF.
           IF CR-NOTA-CREDITO
              MOVE "DOCUMENTO E NOTA DE CREDITO" TO WS-MOTIVO
              PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
              GO TO TRATA-LINHA-FIM
           END-IF.
      *    SAME SETTLEMENT RULE CTASREC'S PAGAMENTO APPLIES - THE
      *    PAYMENT DATE COMES FROM THE BANK LINE, NOT THE RUN DATE.
      *    WHAT GOES BEYOND THE BALANCE BECOMES A CREDIT NOTE; WHEN
      *    THE NOTE CANNOT BE WRITTEN THE WHOLE RECEIPT IS HELD
           MOVE ZERO TO WS-EXCESSO.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           IF WS-VALOR > WS-SALDO
              COMPUTE WS-EXCESSO = WS-VALOR - WS-SALDO
              MOVE REG-CONTA TO WS-CONTA-SALVA
              PERFORM NOTA-CREDITO-PARA THRU NOTA-CREDITO-FIM
              IF WS-GRAVOU NOT = "S"
                 MOVE "NOTA DE CREDITO NAO GRAVADA" TO WS-MOTIVO
                 PERFORM SUSPENDE-PARA THRU SUSPENDE-FIM
                 GO TO TRATA-LINHA-FIM
              END-IF
              MOVE WS-CONTA-SALVA TO REG-CONTA
              ADD 1 TO WS-EXCESSOS
              ADD WS-EXCESSO TO WS-TOT-EXCESSO
           END-IF.
           COMPUTE CR-PAGO = CR-PAGO + WS-VALOR - WS-EXCESSO.
           MOVE WS-R-DATA-TXT TO CR-DATA-PGTO.
           IF CR-PAGO >= CR-VALOR
              MOVE "Q" TO CR-STATUS
           END-REWRITE.
           ADD 1 TO WS-POSTADAS.
           ADD WS-VALOR TO WS-TOT-POSTADO.
           PERFORM LIVRO-BANCO-PARA THRU LIVRO-BANCO-FIM.
           IF CR-QUITADA
              PERFORM LIBERA-COMISSAO-PARA THRU LIBERA-COMISSAO-FIM
           END-IF.
       TRATA-LINHA-FIM.
           EXIT.

      *THE INVOICE JUST TURNED "Q" - ITS PENDING COMMISSION, IF ANY,
      *IS RELEASED WITH THE BANK'S PAYMENT DATE
       LIBERA-COMISSAO-PARA.
           MOVE "L" TO WS-CPL-FUNC.
           MOVE CR-CODIGO TO WS-CPL-CODIGO.
           MOVE CR-FATURA TO WS-CPL-FATURA.
           MOVE CR-DATA-PGTO TO WS-CPL-DATA.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           IF WS-CPL-RC = "00"
              ADD 1 TO WS-COM-LIBERADAS
              ADD WS-CPL-COMISSAO TO WS-TOT-COM-LIBERADA
           END-IF.
           IF WS-CPL-RC = "30"
              DISPLAY "COMISSAO DA FATURA " CR-CODIGO "/" CR-FATURA
                      " NAO LIBERADA - COMPEND.DAT INDISPONIVEL"
           END-IF.
       LIBERA-COMISSAO-FIM.
           EXIT.

      *WRITES THE CREDIT NOTE FOR WS-EXCESSO AGAINST THE CLIENT OF
      *THE INVOICE SAVED IN WS-CONTA-SALVA, DATED THE BANK'S PAYMENT
      *DATE, AND APPENDS THE "O" LINE TO CREDITOS.TXT
       NOTA-CREDITO-PARA.
           PERFORM BUSCA-MAXFAT-PARA THRU BUSCA-MAXFAT-FIM.
           COMPUTE WS-NOVA-FATURA = WS-MAXFAT + 1.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-NOVA-FATURA = ZERO
               MOVE WS-CONTA-SALVA(1:6) TO CR-CODIGO
               MOVE WS-NOVA-FATURA TO CR-FATURA
               MOVE WS-R-DATA-TXT TO CR-DATA
               MOVE WS-EXCESSO TO CR-VALOR
               MOVE ZERO TO CR-PAGO
               MOVE "C" TO CR-STATUS
               MOVE ZERO TO CR-DATA-PGTO
               MOVE ZERO TO CR-PAGO-INTF
               MOVE WS-R-DATA-TXT TO CR-DATA-VENC
               MOVE ZERO TO CR-IMPOSTO
               WRITE REG-CONTA
                  INVALID KEY
                     ADD 1 TO WS-NOVA-FATURA
                  NOT INVALID KEY
                     MOVE "S" TO WS-GRAVOU
               END-WRITE
           END-PERFORM.
           IF WS-GRAVOU NOT = "S"
              GO TO NOTA-CREDITO-FIM
           END-IF.
           MOVE WS-EXCESSO TO WS-EXCESSO-EDIT.
           MOVE SPACES TO CREDITO-LINE.
           STRING CR-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-EXCESSO-EDIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-R-DATA-TXT DELIMITED BY SIZE
                  ";O;" DELIMITED BY SIZE
                  WS-CONTA-SALVA(7:6) DELIMITED BY SIZE
                  INTO CREDITO-LINE
           END-STRING.
           WRITE CREDITO-LINE.
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

       REJEITA-PARA.
           ADD 1 TO WS-REJEITADAS.
           ADD WS-VALOR TO WS-TOT-REJEITADO.
       REJEITA-FIM.
           EXIT.

      *HOLDS A GOOD RECEIPT THAT MATCHED NO OPEN INVOICE - THE BANK'S
      *REFERENCE AND THE REASON GO WITH IT FOR THE DESK'S SEARCH
       SUSPENDE-PARA.
           MOVE WS-DATA-SIS TO SU-DATA-ENT.
           MOVE WS-HORA-SIS TO SU-HORA-ENT.
           MOVE WS-LIDAS TO SU-SEQ.
           MOVE WS-R-DATA-TXT TO SU-DATA.
           MOVE WS-VALOR TO SU-VALOR.
           MOVE ZERO TO SU-APLICADO.
           MOVE "P" TO SU-STATUS.
           MOVE WS-R-CODIGO-TXT TO SU-REF-CODIGO.
           MOVE WS-R-FATURA-TXT TO SU-REF-FATURA.
           MOVE WS-MOTIVO TO SU-MOTIVO.
           MOVE ZERO TO SU-DATA-APLIC.
           MOVE SPACES TO SU-OPER-APLIC.
           WRITE REG-SUSP
              INVALID KEY
                 MOVE "ERRO GRAVANDO SUSPENSO" TO WS-MOTIVO
                 PERFORM REJEITA-PARA THRU REJEITA-FIM
                 GO TO SUSPENDE-FIM
           END-WRITE.
           ADD 1 TO WS-SUSPENSAS.
           ADD WS-VALOR TO WS-TOT-SUSPENSO.
           PERFORM LIVRO-BANCO-PARA THRU LIVRO-BANCO-FIM.
       SUSPENDE-FIM.
           EXIT.

      *THE RECEIPT GOES ON THE BANK BOOK WITH THE BANK'S DATE - UNDER
      *THE NOSSO NUMERO WHEN THE LINE BROUGHT ONE, ELSE UNDER THE
      *CODIGO/FATURA THE BANK QUOTED
       LIVRO-BANCO-PARA.
           MOVE "G" TO WS-BMV-FUNC.
           MOVE "C" TO WS-BMV-DC.
           MOVE WS-R-DATA-TXT TO WS-BMV-DATA.
           MOVE WS-VALOR TO WS-BMV-VALOR.
           MOVE SPACES TO WS-BMV-REFER.
           IF WS-R-NOSSO-TXT IS NUMERIC
              MOVE WS-R-NOSSO-TXT TO WS-BMV-REFER
           ELSE
              STRING WS-R-CODIGO-TXT DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     WS-R-FATURA-TXT DELIMITED BY SPACE
                     INTO WS-BMV-REFER
              END-STRING
           END-IF.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           IF WS-BMV-RC NOT = "00"
              ADD 1 TO WS-BMV-FALHAS
           END-IF.
       LIVRO-BANCO-FIM.
           EXIT.

      *CONTROL TOTALS - POSTED PLUS HELD PLUS REJECTED MUST ACCOUNT
      *FOR EVERY LINE THE BANK SENT
       CLOSE-PARA.
           CLOSE RETORNO-FILE.
           CLOSE CONTAS-FILE.
           CLOSE REJECT-FILE.
           CLOSE SUSP-FILE.
           CLOSE BOLETO-FILE.
           CLOSE CREDITO-FILE.
           MOVE "X" TO WS-CPL-FUNC.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           MOVE "X" TO WS-BMV-FUNC.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           DISPLAY "RETORNO BANCARIO - CONTROLE DO MOVIMENTO".
           DISPLAY "LINHAS LIDAS      : " WS-LIDAS.
           DISPLAY "POR NOSSO NUMERO  : " WS-POR-NOSSO.
           DISPLAY "PAGAMENTOS POSTADOS: " WS-POSTADAS.
           MOVE WS-TOT-POSTADO TO WS-EDIT.
           DISPLAY "VALOR POSTADO     : " WS-EDIT.
           DISPLAY "  EXCESSOS EM NOTA DE CREDITO: " WS-EXCESSOS.
           MOVE WS-TOT-EXCESSO TO WS-EDIT.
           DISPLAY "  VALOR EM NOTA DE CREDITO   : " WS-EDIT.
           DISPLAY "EM SUSPENSO       : " WS-SUSPENSAS.
           MOVE WS-TOT-SUSPENSO TO WS-EDIT.
           DISPLAY "VALOR EM SUSPENSO : " WS-EDIT.
           DISPLAY "LINHAS REJEITADAS : " WS-REJEITADAS.
           MOVE WS-TOT-REJEITADO TO WS-EDIT.
           DISPLAY "VALOR REJEITADO   : " WS-EDIT.
           DISPLAY "COMISSOES LIBERADAS: " WS-COM-LIBERADAS.
           MOVE WS-TOT-COM-LIBERADA TO WS-EDIT.
           DISPLAY "VALOR DE COMISSAO : " WS-EDIT.
           IF WS-BMV-FALHAS > ZERO
              DISPLAY "*** RECEBIMENTOS FORA DO MOVBANCO.DAT: "
                      WS-BMV-FALHAS " ***"
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

