      *        : the whole action is logged through RUNLOG.            *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.7.0                                                 *
      *NOTES   : The period (CCYYMM) is a required command-line       *
      *        : parameter - there is no safe default for a reversal. *
      *        : The account mapping comes from the same GLCONTAS.TAB *
      *        : table GLINTF loads, so the reversal lands on exactly *
      *        : the accounts the release hit.                         *
      *        : Credit notes (CR-STATUS C/U) are skipped on           *
      *        : CONTAS.DAT and the credit-note movements GLINTF       *
      *        : posted from CREDITOS.TXT in the period are reversed   *
      *        : as well, on the DEVOLUCAO, APLICACAO and REEMBOLSO    *
      *        : map lines.                                            *
      *        : The commission pairs GLINTF cut from COMPEND.DAT for  *
      *        : commission released by payments in the period are     *
      *        : reversed too.                                         *
      *        : The payables sources are reversed as well: COMPRA     *
      *        : pairs for supplier bills posted in the period and     *
      *        : PAGFORN pairs for interfaced supplier payments dated  *
      *        : in it, resetting PA-PAGO-INTF on CONTASPG.DAT the     *
      *        : same way CR-PAGO-INTF is reset on CONTAS.DAT.         *
      *        : The payroll pairs GLINTF cut from PAYHIST.DAT for a   *
      *        : period PAYROLL closed (PAYCTL.DAT) are reversed on    *
      *        : the SALARIO, ABONO, COMFOLHA, DESCONTO and LIQUIDO    *
      *        : map lines; the payroll history itself is left alone.  *
      *        : A FIL cost center in GLCONTAS.TAB resolves to the     *
      *        : client's branch from ARQCLI.DAT exactly as in GLINTF, *
      *        : so each reversed line lands on the branch the release *
      *        : hit (a client moved to another branch in between      *
      *        : reverses on the new one).                             *
      *        : A November or December reversal also takes back the   *
      *        : 13th-salary pairs (CCYY13 / CCYY14) GLINTF booked     *
      *        : with the month.                                       *
      *        : An EMP cost center in GLCONTAS.TAB resolves to the    *
      *        : employee's EM-CENTRO from EMPMAST.DAT exactly as in   *
      *        : GLINTF - reverse before anybody changes center, or    *
      *        : the reversal lands on the new one.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREVERSE.
           SELECT MAP-FILE ASSIGN TO "GLCONTAS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MAP-STATUS.
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CREDITO-STATUS.
      *PENDING COMMISSION (COMLIBER) - COMMISSION-ON-COLLECTION WAS
      *BOOKED BY GLINTF IN THE PERIOD OF ITS RELEASE
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CP-CHAVE
           FILE STATUS             WS-PEND-STATUS.
      *SUPPLIER BILLS - THE PAYMENT MARKER IS RESET AS ON CONTAS.DAT
           SELECT OPTIONAL PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PA-CHAVE
           FILE STATUS             WS-PAGAR-STATUS.
      *PAYROLL HISTORY AND PAID-PERIOD CONTROL - THE PAYROLL PAIRS
      *GLINTF CUT FOR A PERIOD PAYROLL CLOSED
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PH-CHAVE
           FILE STATUS             WS-HIST-STATUS.
           SELECT OPTIONAL PAYCTL-FILE ASSIGN TO "PAYCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYCTL-STATUS.
      *CLIENT MASTER - A "FIL" COST CENTER IN GLCONTAS.TAB RESOLVES TO
      *THE BRANCH (FD-FILIAL) OF THE CLIENT BEHIND THE PAIR
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             WS-CLI-STATUS.
      *EMPLOYEE MASTER - AN "EMP" COST CENTER IN GLCONTAS.TAB
      *RESOLVES TO THE COST CENTER (EM-CENTRO) OF THE EMPLOYEE PAID
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             WS-EMP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLREVERSO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.
          02 CR-VALOR          PIC 9(07)V99.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
       FD MAP-FILE.
       01 MAP-LINE              PIC X(40).

      *SAME CREDIT-NOTE MOVEMENT FEED GLINTF POSTS
       FD CREDITO-FILE.
       01 CREDITO-LINE          PIC X(60).

      *SAME LAYOUT COMLIBER (ComLibera.cob) MAINTAINS
       FD PEND-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "COMPEND.DAT".
       01 REG-PEND.
          02 CP-CHAVE.
             03 CP-CODIGO      PIC 9(06).
             03 CP-FATURA      PIC 9(06).
          02 CP-VENDEDOR       PIC 9(05).
          02 CP-VALOR          PIC 9(07)V99.
          02 CP-COMISSAO       PIC 9(07)V99.
          02 CP-DATA-VENDA     PIC 9(08).
          02 CP-SITUACAO       PIC X(01).
             88 CP-LIBERADA    VALUE "L" "E" "G".
          02 CP-DATA-LIB       PIC 9(08).
          02 CP-PROG-LIB       PIC X(08).

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

      *SAME LAYOUT PAYROLL (Payroll.cob) WRITES
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 REG-HIST.
          02 PH-CHAVE.
             03 PH-ID         PIC 9(05).
             03 PH-PERIODO    PIC 9(06).
          02 PH-BRUTO          PIC 9(07)V99.
          02 PH-ABONO          PIC 9(07)V99.
          02 PH-COMISSAO       PIC S9(07)V99.
          02 PH-DESCONTO       PIC 9(07)V99.
          02 PH-LIQUIDO        PIC 9(07)V99.
          02 PH-BASE-INSS      PIC 9(07)V99.
          02 PH-INSS           PIC 9(07)V99.
          02 PH-DEPENDENTES    PIC 9(02).
          02 PH-BASE-IRRF      PIC 9(07)V99.
          02 PH-IRRF           PIC 9(07)V99.

       FD PAYCTL-FILE.
       01 PAYCTL-LINE           PIC X(12).

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
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

      *SAME LAYOUT CADCLI (Cadastro.cob) MAINTAINS
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
      *CONTACT BLOCK - DUNNING AND THE CRM USED TO REACH CLIENTS
      *ONLY BY POST. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 55 BYTES, SO AN
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

      *SAME FIXED JOURNAL LAYOUT GLINTF WRITES
       FD JOURNAL-FILE.
       01 JOURNAL-REC.
          05 WS-P-VALOR         PIC X(10) VALUE SPACES.
          05 WS-P-DATA          PIC X(08) VALUE SPACES.

      *UNSTRUNG FIELDS FROM ONE CREDIT-NOTE MOVEMENT LINE
       01 WS-CREDITO-STATUS     PIC X(02) VALUE SPACES.
          88 WS-CREDITO-OK      VALUE "00".
          88 WS-CREDITO-EOF     VALUE "10".
       01 WS-CRD.
          05 WS-K-CODIGO        PIC X(06) VALUE SPACES.
          05 WS-K-NOTA          PIC X(06) VALUE SPACES.
          05 WS-K-VALOR         PIC X(10) VALUE SPACES.
          05 WS-K-DATA          PIC X(08) VALUE SPACES.
          05 WS-K-TIPO          PIC X(01) VALUE SPACES.
          05 WS-K-FATURA        PIC X(06) VALUE SPACES.
       01 WS-K-INVERTE          PIC X     VALUE "N".
       01 WS-PEND-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PAGAR-STATUS       PIC X(02) VALUE SPACES.
       01 WS-PAGAR-EOF          PIC X     VALUE "N".
       01 WS-HIST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PAYCTL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-FOLHA-PAGA         PIC X     VALUE "N".
      *THE 13TH SALARY (PAY13) RIDES WITH NOVEMBER (CCYY13, THE
      *ADVANCE) AND DECEMBER (CCYY14, THE BALANCE) ONCE ITS OWN
      *FINAL RUN MARKED IT PAID
       01 WS-PERIODO-13         PIC 9(06) VALUE ZERO.
       01 WS-FOLHA13-PAGA       PIC X     VALUE "N".
       01 WS-VALOR-S            PIC S9(11)V99 VALUE ZERO.

       01 WS-VALOR              PIC 9(11)V99 VALUE ZERO.
       01 WS-FONTE              PIC X(20) VALUE SPACES.
      *BRANCH COST CENTER - "00" + FD-FILIAL OF THE PAIR'S CLIENT,
      *"0000" WHEN THE PAIR HAS NO CLIENT
       01 WS-CLI-STATUS         PIC X(02) VALUE SPACES.
       01 WS-CLI-ABERTO         PIC X     VALUE "N".
       01 WS-CLI-CODIGO         PIC X(06) VALUE SPACES.
       01 WS-CENTRO-FIL         PIC X(04) VALUE "0000".
      *DEPARTMENT COST CENTER - EM-CENTRO OF THE EMPLOYEE BEHIND A
      *PAYROLL PAIR, "0000" OUTSIDE PAYROLL OR WITHOUT ONE
       01 WS-EMP-STATUS         PIC X(02) VALUE SPACES.
       01 WS-EMP-ABERTO         PIC X     VALUE "N".
       01 WS-CENTRO-EMP         PIC X(04) VALUE "0000".
       01 WS-PERIODO            PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-PARM       PIC X(06) VALUE SPACES.
       01 WS-RECEBIDO           PIC S9(11)V99 VALUE ZERO.
      *SAME ACCOUNT MAPPING GLINTF LOADS FROM GLCONTAS.TAB - THE
      *REVERSAL WRITES THE FLIPPED PAIR ON THE SAME ACCOUNTS
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 14 TIMES.
             10 WS-MAP-FONTE    PIC X(10).
             10 WS-MAP-CONTA-D  PIC X(08).
             10 WS-MAP-CENTRO-D PIC X(04).
             10 WS-MAP-CONTA-C  PIC X(08).
             10 WS-MAP-CENTRO-C PIC X(04).
             10 WS-MAP-EXIGE    PIC X(01).
       01 WS-MAP-USE            PIC 9(02) VALUE ZERO.
       01 WS-M                  PIC 9(02) VALUE ZERO.
       01 WS-MAPA-OK            PIC X     VALUE "N".
       01 WS-IN-MAP.
          05 WS-IM-FONTE        PIC X(10) VALUE SPACES.
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           OPEN INPUT ARQCLI.
           IF WS-CLI-STATUS = "00"
              MOVE "S" TO WS-CLI-ABERTO
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WS-EMP-STATUS = "00"
              MOVE "S" TO WS-EMP-ABERTO
           END-IF.
           PERFORM COMISSAO-PARA THRU COMISSAO-EXIT-PARA.
           PERFORM LIBERADAS-PARA THRU LIBERADAS-EXIT-PARA.
           PERFORM CONTAS-PARA THRU CONTAS-EXIT-PARA.
           PERFORM PERDAS-PARA THRU PERDAS-EXIT-PARA.
           PERFORM CREDITOS-PARA THRU CREDITOS-EXIT-PARA.
           PERFORM PAGAR-PARA THRU PAGAR-EXIT-PARA.
           PERFORM FOLHA-PARA THRU FOLHA-EXIT-PARA.
           CLOSE JOURNAL-FILE.
           IF WS-CLI-ABERTO = "S"
              CLOSE ARQCLI
           END-IF.
           IF WS-EMP-ABERTO = "S"
              CLOSE EMP-MASTER
           END-IF.
           PERFORM CONTROLE-PARA THRU CONTROLE-EXIT-PARA.
           PERFORM LOG-PARA THRU LOG-EXIT-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
           MOVE "FATURA"    TO WS-MAP-FONTE(2).
           MOVE "PAGAMENTO" TO WS-MAP-FONTE(3).
           MOVE "PERDA"     TO WS-MAP-FONTE(4).
           MOVE "DEVOLUCAO" TO WS-MAP-FONTE(5).
           MOVE "APLICACAO" TO WS-MAP-FONTE(6).
           MOVE "REEMBOLSO" TO WS-MAP-FONTE(7).
           MOVE "COMPRA"    TO WS-MAP-FONTE(8).
           MOVE "PAGFORN"   TO WS-MAP-FONTE(9).
           MOVE "SALARIO"   TO WS-MAP-FONTE(10).
           MOVE "ABONO"     TO WS-MAP-FONTE(11).
           MOVE "COMFOLHA"  TO WS-MAP-FONTE(12).
           MOVE "DESCONTO"  TO WS-MAP-FONTE(13).
           MOVE "LIQUIDO"   TO WS-MAP-FONTE(14).
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 14
               MOVE SPACES TO WS-MAP-CONTA-D(WS-M)
               MOVE SPACES TO WS-MAP-CENTRO-D(WS-M)
               MOVE SPACES TO WS-MAP-CONTA-C(WS-M)
               MOVE SPACES TO WS-MAP-CENTRO-C(WS-M)
               IF WS-M > 4
                  MOVE "N" TO WS-MAP-EXIGE(WS-M)
               ELSE
                  MOVE "S" TO WS-MAP-EXIGE(WS-M)
               END-IF
           END-PERFORM.
           PERFORM CREDITOS-VARRE-PARA THRU CREDITOS-VARRE-EXIT-PARA.
           PERFORM PAGAR-VARRE-PARA THRU PAGAR-VARRE-EXIT-PARA.
           PERFORM FOLHA-VARRE-PARA THRU FOLHA-VARRE-EXIT-PARA.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-STATUS NOT = "00"
              DISPLAY "GLCONTAS.TAB EMPTY OR MISSING"
           END-PERFORM.
           CLOSE MAP-FILE.
           MOVE "S" TO WS-MAPA-OK.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 14
               IF WS-MAP-EXIGE(WS-M) = "S"
                  AND (WS-MAP-CONTA-D(WS-M) = SPACES
                  OR WS-MAP-CONTA-C(WS-M) = SPACES)
                  DISPLAY "FONTE SEM PAR DE CONTAS NO MAPA: "
                          WS-MAP-FONTE(WS-M)
                  MOVE "N" TO WS-MAPA-OK
                    WS-IM-CENTRO-C
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IM-FONTE) TO WS-IM-FONTE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 14
               IF WS-IM-FONTE = WS-MAP-FONTE(WS-M)
                  MOVE WS-IM-CONTA-D  TO WS-MAP-CONTA-D(WS-M)
                  MOVE WS-IM-CENTRO-D TO WS-MAP-CENTRO-D(WS-M)
           IF WS-VALOR = ZERO
              GO TO COMISSAO-LINE-EXIT-PARA
           END-IF.
           MOVE WS-C-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE SPACES TO WS-FONTE.
           STRING "EST COMISSAO " DELIMITED BY SIZE
                  WS-C-VENDEDOR DELIMITED BY SIZE
       COMISSAO-LINE-EXIT-PARA.
           EXIT.

      *THE COMMISSION PAIRS GLINTF CUT FROM COMPEND.DAT FOR THE
      *COMMISSION RELEASED BY PAYMENTS IN THE PERIOD
       LIBERADAS-PARA.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
              GO TO LIBERADAS-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-PEND-STATUS NOT = "00"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PEND-STATUS
                   NOT AT END
                       IF CP-LIBERADA
                          AND CP-DATA-LIB(1:6) = WS-PERIODO
                          AND CP-COMISSAO > ZERO
                          PERFORM LIBERADA-PARA
                             THRU LIBERADA-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       LIBERADAS-EXIT-PARA.
           EXIT.

       LIBERADA-PARA.
           MOVE CP-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE CP-COMISSAO TO WS-VALOR.
           MOVE SPACES TO WS-FONTE.
           STRING "EST COM LIB " DELIMITED BY SIZE
                  CP-VENDEDOR DELIMITED BY SIZE
                  INTO WS-FONTE
           END-STRING.
           MOVE 1 TO WS-MAP-USE.
           PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM.
       LIBERADA-EXIT-PARA.
           EXIT.

      *THE FILE IS OPENED I-O BECAUSE THE INTERFACED-AMOUNT MARKER OF
      *EVERY REVERSED RECEIPT IS RESET, SO THE NEXT GLINTF RUN SENDS
      *THE CASH AGAIN ON THE CORRECTED RELEASE
           EXIT.

       CONTA-PARA.
      *    CREDIT NOTES WERE NEVER CUT FROM CONTAS.DAT - THEIR
      *    MOVEMENTS ARE REVERSED FROM CREDITOS.TXT BELOW
           IF CR-NOTA-CREDITO
              GO TO CONTA-EXIT-PARA
           END-IF.
      *    BILLING PAIR FLIPPED FOR INVOICES DATED IN THE PERIOD
           IF CR-DATA(1:6) = WS-PERIODO
              MOVE SPACES TO WS-FONTE
                     CR-FATURA DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE CR-CODIGO TO WS-CLI-CODIGO
              PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM
              MOVE CR-VALOR TO WS-VALOR
              MOVE 2 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
                     CR-FATURA DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE CR-CODIGO TO WS-CLI-CODIGO
              PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM
              MOVE CR-PAGO-INTF TO WS-VALOR
              MOVE 3 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           IF WS-VALOR = ZERO
              GO TO PERDA-LINE-EXIT-PARA
           END-IF.
           MOVE WS-P-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE SPACES TO WS-FONTE.
           STRING "EST PERDA " DELIMITED BY SIZE
                  WS-P-CODIGO DELIMITED BY SIZE
       PERDA-LINE-EXIT-PARA.
           EXIT.

      *SAME PRE-SCAN AS GLINTF - A CREDIT-NOTE SOURCE IS ONLY NEEDED
      *IN THE MAP WHEN THE PERIOD HAS A MOVEMENT THAT POSTED TO IT
       CREDITOS-VARRE-PARA.
           OPEN INPUT CREDITO-FILE.
           IF NOT WS-CREDITO-OK
              GO TO CREDITOS-VARRE-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-CREDITO-EOF
               READ CREDITO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CREDITO-TIPO-PARA THRU CREDITO-TIPO-FIM
                   IF WS-MAP-USE > ZERO
                      MOVE "S" TO WS-MAP-EXIGE(WS-MAP-USE)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDITO-FILE.
       CREDITOS-VARRE-EXIT-PARA.
           EXIT.

      *CREDIT-NOTE MOVEMENTS OF THE PERIOD - EACH PAIR GLINTF WROTE IS
      *WRITTEN BACK WITH THE SIDES FLIPPED, SO A MOVEMENT GLINTF
      *POSTED FLIPPED (O AND X) COMES BACK ON THE STRAIGHT SIDES
       CREDITOS-PARA.
           MOVE SPACES TO WS-CREDITO-STATUS.
           OPEN INPUT CREDITO-FILE.
           IF NOT WS-CREDITO-OK
              DISPLAY "CREDITOS.TXT AUSENTE - FONTE IGNORADA"
              GO TO CREDITOS-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-CREDITO-EOF
               READ CREDITO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CREDITO-LINE-PARA
                      THRU CREDITO-LINE-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE CREDITO-FILE.
       CREDITOS-EXIT-PARA.
           EXIT.

       CREDITO-LINE-PARA.
           PERFORM CREDITO-TIPO-PARA THRU CREDITO-TIPO-FIM.
           IF WS-MAP-USE = ZERO
              GO TO CREDITO-LINE-EXIT-PARA
           END-IF.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-K-VALOR).
           IF WS-VALOR = ZERO
              GO TO CREDITO-LINE-EXIT-PARA
           END-IF.
           MOVE WS-K-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE SPACES TO WS-FONTE.
           STRING "EST NC " DELIMITED BY SIZE
                  WS-K-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-K-CODIGO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-K-NOTA DELIMITED BY SIZE
                  INTO WS-FONTE
           END-STRING.
           IF WS-K-INVERTE = "S"
              PERFORM GRAVA-DIRETO-PARA THRU GRAVA-DIRETO-FIM
           ELSE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           END-IF.
       CREDITO-LINE-EXIT-PARA.
           EXIT.

      *SAME TYPE-TO-SLOT RULE AS GLINTF - WS-MAP-USE COMES BACK ZERO
      *FOR A LINE OUTSIDE THE PERIOD OR OF AN UNKNOWN TYPE (WHICH
      *GLINTF NEVER POSTED)
       CREDITO-TIPO-PARA.
           MOVE ZERO TO WS-MAP-USE.
           MOVE "N" TO WS-K-INVERTE.
           MOVE SPACES TO WS-CRD.
           UNSTRING CREDITO-LINE DELIMITED BY ";"
               INTO WS-K-CODIGO
                    WS-K-NOTA
                    WS-K-VALOR
                    WS-K-DATA
                    WS-K-TIPO
                    WS-K-FATURA
           END-UNSTRING.
           IF WS-K-DATA(1:6) NOT = WS-PERIODO
              GO TO CREDITO-TIPO-FIM
           END-IF.
           EVALUATE WS-K-TIPO
              WHEN "O"
                 MOVE 7 TO WS-MAP-USE
                 MOVE "S" TO WS-K-INVERTE
              WHEN "D"
                 MOVE 5 TO WS-MAP-USE
              WHEN "A"
                 MOVE 6 TO WS-MAP-USE
              WHEN "R"
                 MOVE 7 TO WS-MAP-USE
              WHEN "X"
                 MOVE 6 TO WS-MAP-USE
                 MOVE "S" TO WS-K-INVERTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CREDITO-TIPO-FIM.
           EXIT.

      *PAYABLES PRE-SCAN - COMPRA IS ONLY NEEDED WHEN A BILL WAS
      *POSTED IN THE PERIOD, PAGFORN WHEN AN INTERFACED SUPPLIER
      *PAYMENT IS DATED IN IT
       PAGAR-VARRE-PARA.
           OPEN INPUT PAGAR-FILE.
           IF WS-PAGAR-STATUS NOT = "00"
              GO TO PAGAR-VARRE-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-PAGAR-STATUS NOT = "00"
               READ PAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-PAGAR-STATUS
                   NOT AT END
                       IF PA-DATA(1:6) = WS-PERIODO
                          MOVE "S" TO WS-MAP-EXIGE(8)
                       END-IF
                       IF PA-PAGO-INTF > ZERO
                          AND PA-DATA-PGTO(1:6) = WS-PERIODO
                          MOVE "S" TO WS-MAP-EXIGE(9)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAGAR-FILE.
       PAGAR-VARRE-EXIT-PARA.
           EXIT.

      *SUPPLIER BILLS AND PAYMENTS - SAME RULES AS CONTA-PARA ON THE
      *PAYABLES SIDE: THE BILL PAIR FLIPPED WHEN POSTED IN THE PERIOD,
      *THE PAYMENT PAIR FLIPPED AND PA-PAGO-INTF RESET WHEN THE
      *INTERFACED PAYMENT IS DATED IN THE PERIOD
       PAGAR-PARA.
           MOVE SPACES TO WS-PAGAR-STATUS.
           OPEN I-O PAGAR-FILE.
           IF WS-PAGAR-STATUS NOT = "00"
              GO TO PAGAR-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-PAGAR-EOF = "Y"
               READ PAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PAGAR-EOF
                   NOT AT END
                       PERFORM PAGAR-CONTA-PARA
                          THRU PAGAR-CONTA-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE PAGAR-FILE.
       PAGAR-EXIT-PARA.
           EXIT.

       PAGAR-CONTA-PARA.
           IF PA-DATA(1:6) = WS-PERIODO
              MOVE SPACES TO WS-FONTE
              STRING "EST COMPRA " DELIMITED BY SIZE
                     PA-FORNECEDOR DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     PA-DOCUMENTO DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE PA-VALOR TO WS-VALOR
              MOVE 8 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           END-IF.
           IF PA-PAGO-INTF > ZERO
              AND PA-DATA-PGTO(1:6) = WS-PERIODO
              MOVE SPACES TO WS-FONTE
              STRING "EST PAGFORN " DELIMITED BY SIZE
                     PA-FORNECEDOR DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     PA-DOCUMENTO DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE PA-PAGO-INTF TO WS-VALOR
              MOVE 9 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
              MOVE ZERO TO PA-PAGO-INTF
              REWRITE REG-PAGAR
              IF WS-PAGAR-STATUS NOT = "00"
                 DISPLAY "RESET DE INTERFACE FALHOU CONTA "
                         PA-FORNECEDOR "/" PA-DOCUMENTO "/"
                         PA-PARCELA " STATUS " WS-PAGAR-STATUS
              ELSE
                 ADD 1 TO WS-RESETADOS
              END-IF
           END-IF.
       PAGAR-CONTA-EXIT-PARA.
           EXIT.

      *SAME PAYROLL PRE-SCAN AS GLINTF - THE PAYROLL LINES ARE ONLY
      *NEEDED WHEN THE PERIOD WAS CLOSED BY PAYROLL'S FINAL RUN AND
      *HAS HISTORY THAT POSTED TO THEM
       FOLHA-VARRE-PARA.
           MOVE "N" TO WS-FOLHA-PAGA.
           MOVE "N" TO WS-FOLHA13-PAGA.
           MOVE ZERO TO WS-PERIODO-13.
           IF WS-PERIODO(5:2) = "11" OR WS-PERIODO(5:2) = "12"
              COMPUTE WS-PERIODO-13 = WS-PERIODO + 2
           END-IF.
           OPEN INPUT PAYCTL-FILE.
           IF WS-PAYCTL-STATUS NOT = "00"
              CLOSE PAYCTL-FILE
              GO TO FOLHA-VARRE-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-PAYCTL-STATUS NOT = "00"
               READ PAYCTL-FILE
                   AT END
                       MOVE "10" TO WS-PAYCTL-STATUS
                   NOT AT END
                       IF PAYCTL-LINE(1:6) = WS-PERIODO
                          MOVE "S" TO WS-FOLHA-PAGA
                       END-IF
                       IF WS-PERIODO-13 NOT = ZERO
                          AND PAYCTL-LINE(1:6) = WS-PERIODO-13
                          MOVE "S" TO WS-FOLHA13-PAGA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYCTL-FILE.
           IF WS-FOLHA-PAGA NOT = "S" AND WS-FOLHA13-PAGA NOT = "S"
              GO TO FOLHA-VARRE-EXIT-PARA
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              CLOSE HIST-FILE
              GO TO FOLHA-VARRE-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                       IF (PH-PERIODO = WS-PERIODO
                           AND WS-FOLHA-PAGA = "S")
                       OR (PH-PERIODO = WS-PERIODO-13
                           AND WS-FOLHA13-PAGA = "S")
                          MOVE "S" TO WS-MAP-EXIGE(10)
                          MOVE "S" TO WS-MAP-EXIGE(13)
                          MOVE "S" TO WS-MAP-EXIGE(14)
                          IF PH-ABONO > ZERO
                             MOVE "S" TO WS-MAP-EXIGE(11)
                          END-IF
                          IF PH-COMISSAO NOT = ZERO
                             MOVE "S" TO WS-MAP-EXIGE(12)
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
       FOLHA-VARRE-EXIT-PARA.
           EXIT.

      *PAYROLL PAIRS OF THE PERIOD - EACH PAIR GLINTF WROTE FROM THE
      *HISTORY COMES BACK FLIPPED; A NEGATIVE COMMISSION MONTH, WHICH
      *GLINTF POSTED FLIPPED, COMES BACK ON THE STRAIGHT SIDES.
      *PAYHIST.DAT ITSELF IS NOT TOUCHED - THE EMPLOYEES WERE PAID
       FOLHA-PARA.
           IF WS-FOLHA-PAGA NOT = "S" AND WS-FOLHA13-PAGA NOT = "S"
              GO TO FOLHA-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              GO TO FOLHA-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS NOT = "00"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HIST-STATUS
                   NOT AT END
                       IF (PH-PERIODO = WS-PERIODO
                           AND WS-FOLHA-PAGA = "S")
                       OR (PH-PERIODO = WS-PERIODO-13
                           AND WS-FOLHA13-PAGA = "S")
                          PERFORM FOLHA-FUNC-PARA
                             THRU FOLHA-FUNC-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
       FOLHA-EXIT-PARA.
           EXIT.

       FOLHA-FUNC-PARA.
           PERFORM CENTRO-EMP-PARA THRU CENTRO-EMP-FIM.
           COMPUTE WS-VALOR-S = PH-BRUTO - PH-ABONO - PH-COMISSAO.
           IF WS-VALOR-S > ZERO
              MOVE WS-VALOR-S TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "EST SALARIO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 10 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           END-IF.
           IF PH-ABONO > ZERO
              MOVE PH-ABONO TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "EST ABONO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 11 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           END-IF.
           IF PH-COMISSAO NOT = ZERO
              MOVE SPACES TO WS-FONTE
              STRING "EST COMFOLHA " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 12 TO WS-MAP-USE
              IF PH-COMISSAO < ZERO
                 COMPUTE WS-VALOR = ZERO - PH-COMISSAO
                 PERFORM GRAVA-DIRETO-PARA THRU GRAVA-DIRETO-FIM
              ELSE
                 MOVE PH-COMISSAO TO WS-VALOR
                 PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
              END-IF
           END-IF.
           IF PH-DESCONTO > ZERO
              MOVE PH-DESCONTO TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "EST DESCONTO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 13 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           END-IF.
           IF PH-LIQUIDO > ZERO
              MOVE PH-LIQUIDO TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "EST LIQUIDO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 14 TO WS-MAP-USE
              PERFORM GRAVA-ESTORNO-PARA THRU GRAVA-ESTORNO-FIM
           END-IF.
       FOLHA-FUNC-EXIT-PARA.
           MOVE "0000" TO WS-CENTRO-EMP.
           EXIT.

      *RESOLVES THE COST CENTER OF THE EMPLOYEE IN PH-ID FOR THE
      *PAYROLL PAIRS - "0000" WHEN EMPMAST.DAT IS NOT THERE, THE
      *EMPLOYEE IS NOT ON IT OR HAS NO CENTER YET
       CENTRO-EMP-PARA.
           MOVE "0000" TO WS-CENTRO-EMP.
           IF WS-EMP-ABERTO NOT = "S"
              GO TO CENTRO-EMP-FIM
           END-IF.
           MOVE PH-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                   GO TO CENTRO-EMP-FIM
           END-READ.
           IF EM-CENTRO NOT = SPACES
              MOVE EM-CENTRO TO WS-CENTRO-EMP
           END-IF.
       CENTRO-EMP-FIM.
           EXIT.

      *RESOLVES THE BRANCH COST CENTER OF THE CLIENT IN WS-CLI-CODIGO
      *FOR THE NEXT PAIR - "0000" WHEN ARQCLI.DAT IS NOT THERE OR THE
      *CLIENT IS NOT ON IT
       FILIAL-CLI-PARA.
           MOVE "0000" TO WS-CENTRO-FIL.
           IF WS-CLI-ABERTO NOT = "S" OR WS-CLI-CODIGO NOT NUMERIC
              GO TO FILIAL-CLI-FIM
           END-IF.
           MOVE WS-CLI-CODIGO TO CODIGO.
           READ ARQCLI
               INVALID KEY
                   GO TO FILIAL-CLI-FIM
           END-READ.
           MOVE FD-FILIAL TO WS-CENTRO-FIL(3:2).
       FILIAL-CLI-FIM.
           EXIT.

      *WRITES ONE REVERSED PAIR - SAME ACCOUNTS AS THE RELEASE, WITH
      *THE DEBIT AND CREDIT SIDES FLIPPED
       GRAVA-ESTORNO-PARA.
           MOVE WS-MAP-CONTA-D(WS-MAP-USE) TO JR-CONTA.
           MOVE WS-MAP-CENTRO-D(WS-MAP-USE) TO JR-CENTRO.
           IF JR-CENTRO = "FIL"
              MOVE WS-CENTRO-FIL TO JR-CENTRO
           END-IF.
           IF JR-CENTRO = "EMP"
              MOVE WS-CENTRO-EMP TO JR-CENTRO
           END-IF.
           MOVE "C" TO JR-DC.
           MOVE WS-VALOR TO JR-VALOR.
           MOVE WS-FONTE TO JR-FONTE.
           ADD WS-VALOR TO WS-TOT-CRE.
           MOVE WS-MAP-CONTA-C(WS-MAP-USE) TO JR-CONTA.
           MOVE WS-MAP-CENTRO-C(WS-MAP-USE) TO JR-CENTRO.
           IF JR-CENTRO = "FIL"
              MOVE WS-CENTRO-FIL TO JR-CENTRO
           END-IF.
           IF JR-CENTRO = "EMP"
              MOVE WS-CENTRO-EMP TO JR-CENTRO
           END-IF.
           MOVE "D" TO JR-DC.
           WRITE JOURNAL-REC.
           ADD WS-VALOR TO WS-TOT-DEB.
           ADD 2 TO WS-LANCAMENTOS.
           MOVE "0000" TO WS-CENTRO-FIL.
       GRAVA-ESTORNO-FIM.
           EXIT.

      *UNDOES A PAIR GLINTF WROTE FLIPPED - DEBIT ON THE DEBIT
      *ACCOUNT, CREDIT ON THE CREDIT ACCOUNT
       GRAVA-DIRETO-PARA.
           MOVE WS-MAP-CONTA-D(WS-MAP-USE) TO JR-CONTA.
           MOVE WS-MAP-CENTRO-D(WS-MAP-USE) TO JR-CENTRO.
           IF JR-CENTRO = "FIL"
              MOVE WS-CENTRO-FIL TO JR-CENTRO
           END-IF.
           IF JR-CENTRO = "EMP"
              MOVE WS-CENTRO-EMP TO JR-CENTRO
           END-IF.
           MOVE "D" TO JR-DC.
           MOVE WS-VALOR TO JR-VALOR.
           MOVE WS-FONTE TO JR-FONTE.
           WRITE JOURNAL-REC.
           ADD WS-VALOR TO WS-TOT-DEB.
           MOVE WS-MAP-CONTA-C(WS-MAP-USE) TO JR-CONTA.
           MOVE WS-MAP-CENTRO-C(WS-MAP-USE) TO JR-CENTRO.
           IF JR-CENTRO = "FIL"
              MOVE WS-CENTRO-FIL TO JR-CENTRO
           END-IF.
           IF JR-CENTRO = "EMP"
              MOVE WS-CENTRO-EMP TO JR-CENTRO
           END-IF.
           MOVE "C" TO JR-DC.
           WRITE JOURNAL-REC.
           ADD WS-VALOR TO WS-TOT-CRE.
           ADD 2 TO WS-LANCAMENTOS.
           MOVE "0000" TO WS-CENTRO-FIL.
       GRAVA-DIRETO-FIM.
           EXIT.

       CONTROLE-PARA.
           DISPLAY "CONTROLE DO ARQUIVO GLREVERSO.TXT".
           MOVE WS-TOT-DEB TO WS-EDIT.
           MOVE WS-TOT-CRE TO WS-EDIT.
           DISPLAY "ESTORNO CREDITOS: " WS-EDIT.
           DISPLAY "LANCAMENTOS GRAVADOS: " WS-LANCAMENTOS.
           DISPLAY "MARCAS RESETADAS (CR/PA-PAGO-INTF): "
                   WS-RESETADOS.
           IF WS-TOT-DEB NOT = WS-TOT-CRE
              DISPLAY "*** ESTORNO DESBALANCEADO - NAO ENVIAR ***"
