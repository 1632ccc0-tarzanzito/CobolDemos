      *        : GLJOURNAL.TXT is released.                            *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.8.0                                                 *
      *NOTES   : The billing pair is cut by period: only invoices     *
      *        : whose CR-DATA falls in the run period (CCYYMM from    *
      *        : the first command-line parameter, default the current *
      *        : The PERDA pairs come from PERDAS.TXT (BAIXAPERDA's   *
      *        : write-off feed) and are cut by the write-off date,   *
      *        : the same period rule as the billing pair.            *
      *        : Credit notes (CR-STATUS C/U) are skipped on           *
      *        : CONTAS.DAT; their movements post from CREDITOS.TXT,   *
      *        : cut by movement date, to the new sources DEVOLUCAO,   *
      *        : APLICACAO and REEMBOLSO (an overpayment surplus posts *
      *        : as a flipped REEMBOLSO pair, an old surplus           *
      *        : reclassified as a flipped APLICACAO pair). Those      *
      *        : three map lines are only required when the period has *
      *        : a movement that posts to them.                        *
      *        : Commission on collection: a sale whose commission     *
      *        : waits in COMPEND.DAT carries code "01" in             *
      *        : COMISSAO.TXT and is not booked on the sale; its       *
      *        : COMISSAO pair is cut from COMPEND.DAT when a payment  *
      *        : releases it (CP-DATA-LIB in the run period).          *
      *        : Accounts payable: the bills and supplier payments on  *
      *        : CONTASPG.DAT (EXCPAG, LIBPAG) post to the new sources *
      *        : COMPRA (expense against suppliers payable, cut by the *
      *        : posting date PA-DATA) and PAGFORN (payable against    *
      *        : cash, driven by PA-PAGO-INTF like the receipt pair).  *
      *        : Both map lines are only required when the period has  *
      *        : something to post to them.                            *
      *        : Payroll: once PAYROLL's final run has marked the      *
      *        : period paid in PAYCTL.DAT, each employee's            *
      *        : PAYHIST.DAT record for the period posts to the new    *
      *        : sources SALARIO, ABONO, COMFOLHA (commissions payable *
      *        : settled through payroll, flipped for a negative       *
      *        : month), DESCONTO and LIQUIDO, all meeting on salaries *
      *        : payable. PAYSLIP.DAT is not read - it is rewritten    *
      *        : every final run and carries no period. The payroll    *
      *        : map lines are only required when the paid period has  *
      *        : history to post.                                      *
      *        : Branch cost centers: a GLCONTAS.TAB center of FIL     *
      *        : posts each line to 00 plus the FD-FILIAL of the       *
      *        : client behind the pair (ARQCLI.DAT), so the ledger    *
      *        : and the budget report see every branch; pairs with no *
      *        : client (payables, payroll) or a client not found post *
      *        : to 0000.                                              *
      *        : The 13th salary posts with the payroll too: a         *
      *        : November run also books the PAY13 advance (CCYY13)    *
      *        : and a December run the balance (CCYY14), each only    *
      *        : once its own final run marked it paid in PAYCTL.DAT - *
      *        : the whole installment on SALARIO, the withholdings on *
      *        : DESCONTO, the transfer on LIQUIDO.                    *
      *        : Department cost centers: a GLCONTAS.TAB center of EMP *
      *        : posts a payroll line to the cost center (EM-CENTRO,   *
      *        : CCUSTO.DAT) of the employee paid, read from           *
      *        : EMPMAST.DAT at interface time - run it before anybody *
      *        : is moved to another center - so salary cost no longer *
      *        : lands as one lump; an employee without a center, and  *
      *        : any pair outside payroll, posts to 0000.              *
      *        : The run is logged through RUNLOG (completion code 0   *
      *        : or 8) and ends with GOBACK, so the month-end close    *
      *        : driver FECHAMES can CALL it as a step and take its    *
      *        : code from RUNLOG.DAT. A file held back as unbalanced  *
      *        : now ends with code 8 as well.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.
           SELECT MAP-FILE ASSIGN TO "GLCONTAS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MAP-STATUS.
      *CREDIT-NOTE MOVEMENT FEED APPENDED BY CTASREC, EXCTAS,
      *BANCORET, SalesBatch AND CREDCLI - ONE LINE PER MOVEMENT:
      *CODIGO;NOTA;VALOR;DATA;TIPO;FATURA
           SELECT OPTIONAL CREDITO-FILE ASSIGN TO "CREDITOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CREDITO-STATUS.
      *PENDING COMMISSION (COMLIBER) - COMMISSION-ON-COLLECTION IS
      *BOOKED WHEN THE CLIENT'S PAYMENT RELEASES IT, NOT ON THE SALE
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CP-CHAVE
           FILE STATUS             WS-PEND-STATUS.
      *SUPPLIER BILLS (EXCPAG) - THE BILL PAIR IS CUT BY POSTING
      *DATE, THE PAYMENT PAIR BY THE PA-PAGO-INTF MARKER
           SELECT OPTIONAL PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PA-CHAVE
           FILE STATUS             WS-PAGAR-STATUS.
      *PAYROLL HISTORY (PAYROLL FINAL MODE) - ONE RECORD PER EMPLOYEE
      *PER PAID PERIOD, CUT BY PH-PERIODO
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PH-CHAVE
           FILE STATUS             WS-HIST-STATUS.
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
      *PAID-PERIOD CONTROL PAYROLL'S FINAL RUN APPENDS TO
           SELECT OPTIONAL PAYCTL-FILE ASSIGN TO "PAYCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PAYCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
          02 CR-VALOR          PIC 9(07)V99.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
      *"C"/"U" MARKS A CREDIT NOTE (AVAILABLE / USED UP) - ITS MONEY
      *REACHES THE LEDGER THROUGH CREDITOS.TXT, NOT THROUGH HERE
             88 CR-NOTA-CREDITO VALUE "C" "U".
      *LAST PAYMENT DATE (STAMPED BY CTASREC'S PAGAMENTO) AND THE
      *AMOUNT ALREADY INTERFACED TO FINANCE BY GLINTF - THE RECORD
      *GREW FROM 37 TO 54 BYTES, SO AN EXISTING CONTAS.DAT NEEDS A
       FD MAP-FILE.
       01 MAP-LINE              PIC X(40).

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

      *FIXED JOURNAL LAYOUT FINANCE SPECIFIED
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
       01 WS-PAGO-NOVO          PIC S9(11)V99 VALUE ZERO.
       01 WS-K-DESCONHECIDOS    PIC 9(05) VALUE ZERO.
      *PAYROLL SOURCE - ONLY A PERIOD PAYCTL.DAT SHOWS PAID (FINAL
      *MODE COMPLETED) IS INTERFACED
       01 WS-HIST-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PAYCTL-STATUS      PIC X(02) VALUE SPACES.
       01 WS-FOLHA-PAGA         PIC X     VALUE "N".
      *THE 13TH SALARY (PAY13) RIDES WITH NOVEMBER (CCYY13, THE
      *ADVANCE) AND DECEMBER (CCYY14, THE BALANCE) ONCE ITS OWN
      *FINAL RUN MARKED IT PAID
       01 WS-PERIODO-13         PIC 9(06) VALUE ZERO.
       01 WS-FOLHA13-PAGA       PIC X     VALUE "N".
       01 WS-FOLHA-REGS         PIC 9(05) VALUE ZERO.

       01 WS-VALOR              PIC 9(11)V99 VALUE ZERO.
       01 WS-VALOR-S            PIC S9(11)V99 VALUE ZERO.
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

      *ACCOUNT MAPPING LOADED FROM GLCONTAS.TAB - ONE FIXED SLOT PER
      *SOURCE TYPE, FILLED BY NAME, SO THE PAIR WRITERS ADDRESS THE
      *MAP BY SLOT NUMBER
       01 WS-MAP-STATUS         PIC X(02) VALUE SPACES.
      *SLOTS 5-7 (CREDIT-NOTE SOURCES) ARE ONLY REQUIRED WHEN THE
      *PERIOD HAS CREDIT MOVEMENTS THAT POST TO THEM (WS-MAP-EXIGE);
      *SLOTS 8-9 (PAYABLES) LIKEWISE, WHEN A BILL OR A SUPPLIER
      *PAYMENT IS THERE TO CUT; SLOTS 10-14 (PAYROLL) WHEN THE PAID
      *PERIOD HAS HISTORY RECORDS TO POST
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
          05 WS-CTA-CRE         PIC 9(13)V99 VALUE ZERO.
          05 WS-PER-DEB         PIC 9(13)V99 VALUE ZERO.
          05 WS-PER-CRE         PIC 9(13)V99 VALUE ZERO.
          05 WS-CRD-DEB         PIC 9(13)V99 VALUE ZERO.
          05 WS-CRD-CRE         PIC 9(13)V99 VALUE ZERO.
          05 WS-PAG-DEB         PIC 9(13)V99 VALUE ZERO.
          05 WS-PAG-CRE         PIC 9(13)V99 VALUE ZERO.
          05 WS-FOL-DEB         PIC 9(13)V99 VALUE ZERO.
          05 WS-FOL-CRE         PIC 9(13)V99 VALUE ZERO.
       01 WS-EDIT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-LANCAMENTOS        PIC 9(07) VALUE ZERO.
       01 WS-DESBALANCE         PIC X     VALUE "N".

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW           PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM            PIC X(12) VALUE "GLINTF".
       01 WS-START-DATE         PIC 9(08) VALUE ZERO.
       01 WS-START-TIME         PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-RC                 PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM PERIODO-PARA THRU PERIODO-EXIT-PARA.
      *    A CLOSED PERIOD WAS ALREADY INTERFACED AND TIED OUT -
      *    CUTTING IT AGAIN WOULD DOUBLE-BOOK THE MONTH. REOPEN IT
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           IF WS-PER-SIT = "F"
              DISPLAY "PERIODO " WS-PERIODO " FECHADO - NO RUN"
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           PERFORM MAPA-PARA THRU MAPA-EXIT-PARA.
           IF WS-MAPA-OK NOT = "S"
              DISPLAY "ARQUIVO RETIDO - MAPA DE CONTAS INCOMPLETO"
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM COMISSAO-PARA THRU COMISSAO-EXIT-PARA.
           PERFORM LIBERADAS-PARA THRU LIBERADAS-EXIT-PARA.
           PERFORM CONTAS-PARA THRU CONTAS-EXIT-PARA.
           PERFORM PERDAS-PARA THRU PERDAS-EXIT-PARA.
           PERFORM CREDITOS-PARA THRU CREDITOS-EXIT-PARA.
           PERFORM PAGAR-PARA THRU PAGAR-EXIT-PARA.
           PERFORM FOLHA-PARA THRU FOLHA-EXIT-PARA.
           PERFORM CONTROLE-PARA THRU CONTROLE-EXIT-PARA.
           GO TO EXIT-PARA.

      *THE RUN PERIOD COMES FROM THE COMMAND LINE (CCYYMM) SO A
      *MISSED MONTH CAN BE RE-CUT EXACTLY; WITHOUT A PARAMETER THE
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
              DISPLAY "GLCONTAS.TAB EMPTY OR MISSING - NO RUN"
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
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
              DISPLAY "GLJOURNAL.TXT OPEN FAILED: " WS-JOURNAL-STATUS
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF WS-CLI-STATUS = "00"
              MOVE "S" TO WS-CLI-ABERTO
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WS-EMP-STATUS = "00"
              MOVE "S" TO WS-EMP-ABERTO
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

      *    A NEGATIVE AMOUNT IS A RETURN CLAWBACK FROM SalesBatch -
      *    THE SAME ACCOUNTS, WITH THE DEBIT AND CREDIT SIDES
      *    FLIPPED, CARRYING THE ABSOLUTE VALUE
           MOVE WS-C-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE SPACES TO WS-FONTE.
           IF WS-VALOR-S < ZERO
              COMPUTE WS-VALOR = ZERO - WS-VALOR-S
       COMISSAO-LINE-EXIT-PARA.
           EXIT.

      *ONE COMMISSION PAIR PER PENDING COMMISSION RELEASED IN THE RUN
      *PERIOD - A SALE ON COMMISSION-ON-COLLECTION CARRIES CODE "01"
      *IN COMISSAO.TXT AND IS SKIPPED THERE; ITS EXPENSE IS BOOKED
      *HERE, CUT BY THE RELEASE DATE, ON THE SAME COMISSAO MAP LINE
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
           STRING "COMISSAO LIB " DELIMITED BY SIZE
                  CP-VENDEDOR DELIMITED BY SIZE
                  INTO WS-FONTE
           END-STRING.
           MOVE 1 TO WS-MAP-USE.
           PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM.
           ADD WS-VALOR TO WS-COM-DEB.
           ADD WS-VALOR TO WS-COM-CRE.
       LIBERADA-EXIT-PARA.
           EXIT.

      *TWO BALANCED PAIRS PER INVOICE: THE BILLING (RECEIVABLE
      *AGAINST REVENUE) AND, WHEN SOMETHING WAS PAID, THE RECEIPT
      *(CASH AGAINST RECEIVABLE)
           EXIT.

       CONTA-PARA.
      *    CREDIT NOTES CARRY NO BILLING AND NO CASH OF THEIR OWN -
      *    THEIR MOVEMENTS ARE POSTED FROM CREDITOS.TXT
           IF CR-NOTA-CREDITO
              GO TO CONTA-EXIT-PARA
           END-IF.
      *    THE BILLING PAIR ONLY GOES OUT IN THE INVOICE'S OWN
      *    PERIOD - EVERYTHING OLDER WAS ALREADY INTERFACED BY AN
      *    EARLIER MONTH-END. RECEIPTS ARE HANDLED SEPARATELY BELOW,
                  CR-FATURA DELIMITED BY SIZE
                  INTO WS-FONTE
           END-STRING.
           MOVE CR-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE CR-VALOR TO WS-VALOR.
           MOVE 2 TO WS-MAP-USE.
           PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM.
                     CR-FATURA DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE CR-CODIGO TO WS-CLI-CODIGO
              PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM
              MOVE WS-RECEBIDO TO WS-VALOR
              MOVE 3 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
           IF WS-VALOR = ZERO
              GO TO PERDA-LINE-EXIT-PARA
           END-IF.
           MOVE WS-P-CODIGO TO WS-CLI-CODIGO.
           PERFORM FILIAL-CLI-PARA THRU FILIAL-CLI-FIM.
           MOVE SPACES TO WS-FONTE.
           STRING "PERDA " DELIMITED BY SIZE
                  WS-P-CODIGO DELIMITED BY SIZE
       PERDA-LINE-EXIT-PARA.
           EXIT.

      *PRE-SCAN OF CREDITOS.TXT BEFORE THE MAP CHECK - A CREDIT-NOTE
      *SOURCE ONLY HAS TO BE IN GLCONTAS.TAB WHEN THE RUN PERIOD HAS A
      *MOVEMENT THAT POSTS TO IT
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

      *ONE BALANCED PAIR PER CREDIT-NOTE MOVEMENT IN THE RUN PERIOD,
      *CUT BY THE MOVEMENT DATE LIKE THE WRITE-OFFS:
      *  O OVERPAYMENT SURPLUS  - REEMBOLSO FLIPPED (CASH AGAINST THE
      *                           CLIENT CREDIT LIABILITY)
      *  D SALES RETURN         - DEVOLUCAO
      *  A CREDIT APPLIED       - APLICACAO (LIABILITY AGAINST THE
      *                           RECEIVABLE OF THE TARGET INVOICE)
      *  R REFUND PAID          - REEMBOLSO (LIABILITY AGAINST CASH)
      *  X OLD SURPLUS ALREADY  - APLICACAO FLIPPED (THE RECEIVABLE
      *    INTERFACED AS CASH     OVER-CREDITED BY THE OLD RECEIPT
      *                           MOVES TO THE LIABILITY)
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
      *    AN UNKNOWN TYPE IN THE PERIOD CANNOT BE POSTED - IT IS
      *    COUNTED AND HOLDS THE FILE
           IF WS-K-INVERTE = "?"
              ADD 1 TO WS-K-DESCONHECIDOS
           END-IF.
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
           STRING "NC " DELIMITED BY SIZE
                  WS-K-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-K-CODIGO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-K-NOTA DELIMITED BY SIZE
                  INTO WS-FONTE
           END-STRING.
           IF WS-K-INVERTE = "S"
              PERFORM GRAVA-PAR-INV-PARA THRU GRAVA-PAR-INV-FIM
           ELSE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
           END-IF.
           ADD WS-VALOR TO WS-CRD-DEB.
           ADD WS-VALOR TO WS-CRD-CRE.
       CREDITO-LINE-EXIT-PARA.
           EXIT.

      *SPLITS ONE CREDITOS.TXT LINE AND RESOLVES ITS MAPPING SLOT -
      *WS-MAP-USE COMES BACK ZERO FOR A LINE OUTSIDE THE RUN PERIOD
      *AND FOR AN UNKNOWN TYPE, WHICH ALSO SETS WS-K-INVERTE TO "?"
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
                 MOVE "?" TO WS-K-INVERTE
           END-EVALUATE.
       CREDITO-TIPO-FIM.
           EXIT.

      *PRE-SCAN OF CONTASPG.DAT BEFORE THE MAP CHECK - THE COMPRA
      *LINE IS ONLY REQUIRED WHEN A BILL WAS POSTED IN THE RUN PERIOD,
      *THE PAGFORN LINE WHEN A SUPPLIER PAYMENT WAITS TO BE SENT
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
                       IF PA-PAGO > PA-PAGO-INTF
                          MOVE "S" TO WS-MAP-EXIGE(9)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAGAR-FILE.
       PAGAR-VARRE-EXIT-PARA.
           EXIT.

      *TWO BALANCED PAIRS PER SUPPLIER BILL INSTALLMENT, THE
      *CONTAS.DAT RULES TURNED AROUND: THE BILL (EXPENSE AGAINST
      *SUPPLIERS PAYABLE, COMPRA) IN THE PERIOD IT WAS POSTED, AND
      *THE PAYMENT (PAYABLE AGAINST CASH, PAGFORN) FOR WHAT WAS PAID
      *SINCE THE LAST RUN, MARKED ON PA-PAGO-INTF SO IT GOES ONCE
       PAGAR-PARA.
           MOVE SPACES TO WS-PAGAR-STATUS.
           OPEN I-O PAGAR-FILE.
           IF WS-PAGAR-STATUS NOT = "00"
              DISPLAY "CONTASPG.DAT AUSENTE - FONTE IGNORADA"
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
              STRING "COMPRA " DELIMITED BY SIZE
                     PA-FORNECEDOR DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     PA-DOCUMENTO DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE PA-VALOR TO WS-VALOR
              MOVE 8 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              ADD WS-VALOR TO WS-PAG-DEB
              ADD WS-VALOR TO WS-PAG-CRE
           END-IF.
           COMPUTE WS-PAGO-NOVO = PA-PAGO - PA-PAGO-INTF.
           IF WS-PAGO-NOVO > ZERO
              MOVE SPACES TO WS-FONTE
              STRING "PAGFORN " DELIMITED BY SIZE
                     PA-FORNECEDOR DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     PA-DOCUMENTO DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE WS-PAGO-NOVO TO WS-VALOR
              MOVE 9 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              ADD WS-VALOR TO WS-PAG-DEB
              ADD WS-VALOR TO WS-PAG-CRE
              MOVE PA-PAGO TO PA-PAGO-INTF
              REWRITE REG-PAGAR
              IF WS-PAGAR-STATUS NOT = "00"
                 DISPLAY "MARCA DE INTERFACE FALHOU CONTA "
                         PA-FORNECEDOR "/" PA-DOCUMENTO "/"
                         PA-PARCELA " STATUS " WS-PAGAR-STATUS
              END-IF
           END-IF.
       PAGAR-CONTA-EXIT-PARA.
           EXIT.

      *PRE-SCAN OF THE PAYROLL HISTORY BEFORE THE MAP CHECK - THE
      *PAYROLL LINES ARE ONLY REQUIRED WHEN PAYROLL'S FINAL RUN
      *CLOSED THE PERIOD (PAYCTL.DAT) AND LEFT HISTORY FOR IT; ABONO
      *AND COMFOLHA ONLY WHEN SOMEBODY HAD AN ALLOWANCE OR COMMISSION
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

      *UP TO FIVE BALANCED PAIRS PER EMPLOYEE PAID IN THE PERIOD,
      *ALL MEETING ON SALARIES PAYABLE SO THAT ACCOUNT CLEARS TO ZERO
      *ONCE THE NET IS PAID:
      *  SALARIO  - SALARY EXPENSE AGAINST SALARIES PAYABLE
      *  ABONO    - ALLOWANCE EXPENSE AGAINST SALARIES PAYABLE
      *  COMFOLHA - COMMISSIONS PAYABLE (BOOKED BY THE COMISSAO PAIRS)
      *             AGAINST SALARIES PAYABLE - FLIPPED WHEN A CLAWBACK
      *             LEFT THE MONTH NEGATIVE
      *  DESCONTO - SALARIES PAYABLE AGAINST DEDUCTIONS PAYABLE
      *  LIQUIDO  - SALARIES PAYABLE AGAINST CASH (NETPAY.DAT)
      *THE SALARY IS WHAT THE GROSS HOLDS BEYOND ALLOWANCE AND
      *COMMISSION, SO THE PRORATED FIGURE PAYROLL PAID IS THE ONE
      *BOOKED
       FOLHA-PARA.
           IF WS-FOLHA-PAGA NOT = "S"
              DISPLAY "FOLHA DO PERIODO NAO FECHADA (PAYCTL.DAT) - "
                      "FONTE IGNORADA"
           END-IF.
           IF WS-FOLHA13-PAGA = "S"
              DISPLAY "13O SALARIO " WS-PERIODO-13 " PAGO - "
                      "CONTABILIZADO COM O PERIODO"
           END-IF.
           IF WS-FOLHA-PAGA NOT = "S" AND WS-FOLHA13-PAGA NOT = "S"
              GO TO FOLHA-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-HIST-STATUS.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "PAYHIST.DAT AUSENTE - FONTE IGNORADA"
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
           ADD 1 TO WS-FOLHA-REGS.
           PERFORM CENTRO-EMP-PARA THRU CENTRO-EMP-FIM.
           COMPUTE WS-VALOR-S = PH-BRUTO - PH-ABONO - PH-COMISSAO.
           IF WS-VALOR-S > ZERO
              MOVE WS-VALOR-S TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "SALARIO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 10 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              ADD WS-VALOR TO WS-FOL-DEB
              ADD WS-VALOR TO WS-FOL-CRE
           END-IF.
           IF PH-ABONO > ZERO
              MOVE PH-ABONO TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "ABONO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 11 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              ADD WS-VALOR TO WS-FOL-DEB
              ADD WS-VALOR TO WS-FOL-CRE
           END-IF.
           IF PH-COMISSAO NOT = ZERO
              MOVE SPACES TO WS-FONTE
              STRING "COMFOLHA " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 12 TO WS-MAP-USE
              IF PH-COMISSAO < ZERO
                 COMPUTE WS-VALOR = ZERO - PH-COMISSAO
                 PERFORM GRAVA-PAR-INV-PARA THRU GRAVA-PAR-INV-FIM
              ELSE
                 MOVE PH-COMISSAO TO WS-VALOR
                 PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              END-IF
              ADD WS-VALOR TO WS-FOL-DEB
              ADD WS-VALOR TO WS-FOL-CRE
           END-IF.
           IF PH-DESCONTO > ZERO
              MOVE PH-DESCONTO TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "DESCONTO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 13 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              ADD WS-VALOR TO WS-FOL-DEB
              ADD WS-VALOR TO WS-FOL-CRE
           END-IF.
           IF PH-LIQUIDO > ZERO
              MOVE PH-LIQUIDO TO WS-VALOR
              MOVE SPACES TO WS-FONTE
              STRING "LIQUIDO " DELIMITED BY SIZE
                     PH-ID DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
              MOVE 14 TO WS-MAP-USE
              PERFORM GRAVA-PAR-PARA THRU GRAVA-PAR-FIM
              ADD WS-VALOR TO WS-FOL-DEB
              ADD WS-VALOR TO WS-FOL-CRE
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

      *WRITES ONE BALANCED DEBIT/CREDIT PAIR FROM THE MAPPING SLOT IN
      *WS-MAP-USE - WS-VALOR AND WS-FONTE ARE SET BY THE CALLER
       GRAVA-PAR-PARA.
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
           ADD 2 TO WS-LANCAMENTOS.
           MOVE "0000" TO WS-CENTRO-FIL.
       GRAVA-PAR-FIM.
           EXIT.

       GRAVA-PAR-INV-PARA.
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
           WRITE JOURNAL-REC.
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
           ADD 2 TO WS-LANCAMENTOS.
           MOVE "0000" TO WS-CENTRO-FIL.
       GRAVA-PAR-INV-FIM.
           EXIT.

      *SOURCE'S DEBITS EQUAL ITS CREDITS
       CONTROLE-PARA.
           CLOSE JOURNAL-FILE.
           IF WS-CLI-ABERTO = "S"
              CLOSE ARQCLI
           END-IF.
           IF WS-EMP-ABERTO = "S"
              CLOSE EMP-MASTER
           END-IF.
           DISPLAY "CONTROLE DO ARQUIVO GLJOURNAL.TXT".
           MOVE WS-COM-DEB TO WS-EDIT.
           DISPLAY "COMISSOES   DEBITOS : " WS-EDIT.
              DISPLAY "*** PERDAS DESBALANCEADAS ***"
              MOVE "S" TO WS-DESBALANCE
           END-IF.
           MOVE WS-CRD-DEB TO WS-EDIT.
           DISPLAY "NOTAS CRED. DEBITOS : " WS-EDIT.
           MOVE WS-CRD-CRE TO WS-EDIT.
           DISPLAY "NOTAS CRED. CREDITOS: " WS-EDIT.
           IF WS-CRD-DEB NOT = WS-CRD-CRE
              DISPLAY "*** NOTAS DE CREDITO DESBALANCEADAS ***"
              MOVE "S" TO WS-DESBALANCE
           END-IF.
           MOVE WS-PAG-DEB TO WS-EDIT.
           DISPLAY "CONTAS PAGAR DEBITOS : " WS-EDIT.
           MOVE WS-PAG-CRE TO WS-EDIT.
           DISPLAY "CONTAS PAGAR CREDITOS: " WS-EDIT.
           IF WS-PAG-DEB NOT = WS-PAG-CRE
              DISPLAY "*** CONTAS A PAGAR DESBALANCEADAS ***"
              MOVE "S" TO WS-DESBALANCE
           END-IF.
           MOVE WS-FOL-DEB TO WS-EDIT.
           DISPLAY "FOLHA       DEBITOS : " WS-EDIT.
           MOVE WS-FOL-CRE TO WS-EDIT.
           DISPLAY "FOLHA       CREDITOS: " WS-EDIT.
           IF WS-FOL-DEB NOT = WS-FOL-CRE
              DISPLAY "*** FOLHA DESBALANCEADA ***"
              MOVE "S" TO WS-DESBALANCE
           END-IF.
           DISPLAY "FUNCIONARIOS DA FOLHA INTERFACEADOS: "
                   WS-FOLHA-REGS.
           IF WS-K-DESCONHECIDOS > ZERO
              DISPLAY "*** MOVIMENTOS DE CREDITO DE TIPO "
                      "DESCONHECIDO: " WS-K-DESCONHECIDOS " ***"
              MOVE "S" TO WS-DESBALANCE
           END-IF.
           DISPLAY "LANCAMENTOS GRAVADOS: " WS-LANCAMENTOS.
           DISPLAY "FATURAS FORA DO PERIODO (FATURAMENTO NAO "
                   "REENVIADO): " WS-FORA-PERIODO.
              DISPLAY "ARQUIVO BALANCEADO - LIBERADO PARA FINANCAS"
           ELSE
              DISPLAY "ARQUIVO RETIDO - NAO ENVIAR A FINANCAS"
              MOVE 8 TO WS-RC
           END-IF.
       CONTROLE-EXIT-PARA.
           EXIT.

       EXIT-PARA.
           MOVE WS-LANCAMENTOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER THE MONTH-END DRIVER AS WELL AS RUN STANDALONE
           GOBACK.
