      ******************************************************************
      *DESC    : 13th-salary (decimo terceiro) run, paid in two        *
      *        : installments. Installment 1 (the advance, usually by  *
      *        : November) is half of the prorated 13th with no        *
      *        : withholdings; installment 2 (the balance, usually by  *
      *        : December 20) is the prorated 13th less the advance    *
      *        : paid, with INSS and IRRF withheld on the full 13th    *
      *        : through CALCRET (the tables in force for December).   *
      *        : The 13th is 1/12 of the base per month worked in the  *
      *        : year (an "avo"): a month counts when at least 15 days *
      *        : of it were worked, counted from the hire date         *
      *        : EM-ADMISSAO; the base is EM-SALARIO plus the average  *
      *        : monthly commission of the year from PAYHIST.DAT.      *
      *        : Writes the printed slips FOLHA13.TXT, the bank        *
      *        : remittance NETPAY13.DAT (the NETPAY.DAT H/D/T shape)  *
      *        : and PAYHIST.DAT records under the pseudo-periods      *
      *        : CCYY13 (installment 1) and CCYY14 (installment 2), so *
      *        : RELYTD shows the 13th apart from the months.          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command line: 1|2 [CCYY] [TRIAL] - year defaults to   *
      *        : the current one. TRIAL computes and prints the        *
      *        : register without writing anything; FINAL (default)    *
      *        : writes, marks CCYY13/CCYY14 paid in PAYCTL.DAT,       *
      *        : refuses a second final for the installment and books  *
      *        : each transfer on MOVBANCO.DAT through BANCOMOV.       *
      *        : Terminated employees are skipped - their 13th is      *
      *        : settled at termination. An employee with no hire date *
      *        : is paid the whole year and listed; one hired after    *
      *        : the year, or already on PAYHIST.DAT for the           *
      *        : installment, is skipped. The whole 13th rides in      *
      *        : PH-BRUTO (no allowance, no commission), so YEAREND's  *
      *        : commission total is not touched.                      *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY13.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
      *PAID-PERIOD CONTROL SHARED WITH PAYROLL - CCYY13 / CCYY14
           SELECT OPTIONAL PAYCTL-FILE ASSIGN TO "PAYCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAYCTL.
           SELECT SLIP-FILE ASSIGN TO "FOLHA13.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SLIP.
           SELECT NETPAY-FILE ASSIGN TO "NETPAY13.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NETPAY.
      *THE MONTHS' HISTORY GIVES THE AVERAGE COMMISSION AND THE
      *ADVANCE PAID; THE INSTALLMENT IS POSTED BACK UNDER ITS OWN
      *PSEUDO-PERIOD, AND THE KEY IS THE GUARD AGAINST PAYING TWICE
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
      *
       DATA DIVISION.
       FILE SECTION.
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-NOME          PIC X(30).
          02 EM-IDADE         PIC 9(02).
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD PAYCTL-FILE.
       01 PAYCTL-LINE          PIC X(12).

       FD SLIP-FILE.
       01 SLIP-LINE            PIC X(80).

      *SAME REMITTANCE SHAPE AS NETPAY.DAT - "H" HEADER, SEQUENCED
      *"D" DETAILS, "T" TRAILER WITH COUNT AND NET-AMOUNT HASH
       FD NETPAY-FILE.
       01 NETPAY-LINE          PIC X(60).

      *SAME LAYOUT PAYROLL WRITES
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
      *
       WORKING-STORAGE SECTION.
       01 FS-EMP               PIC X(02).
       01 FS-PAYCTL            PIC X(02).
       01 FS-SLIP              PIC X(02).
       01 FS-NETPAY            PIC X(02).
       01 FS-HIST              PIC X(02).
       01 WS-EOF               PIC X VALUE "N".
       01 WS-CTL-EOF           PIC X VALUE "N".
       01 WS-HIST-FIM          PIC X VALUE "N".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
      *
      *COMMAND LINE - INSTALLMENT, YEAR AND MODE
       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-P-PARCELA         PIC X(05) VALUE SPACES.
       01 WS-P-ANO             PIC X(05) VALUE SPACES.
       01 WS-P-MODO            PIC X(05) VALUE SPACES.
       01 WS-PARCELA           PIC 9(01) VALUE ZERO.
       01 WS-FINAL             PIC X     VALUE "S".
       01 WS-ANO               PIC 9(04) VALUE ZERO.
      *THE INSTALLMENT'S PSEUDO-PERIOD (CCYY13 / CCYY14), THE
      *ADVANCE'S, THE LAST REAL MONTH OF THE YEAR (THE WITHHOLDING
      *TABLES IN FORCE) AND THE FIRST
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-ADIANT        PIC 9(06) VALUE ZERO.
       01 WS-PER-DEZ           PIC 9(06) VALUE ZERO.
       01 WS-PER-JAN           PIC 9(06) VALUE ZERO.
       01 WS-ADIANT-PAGO       PIC X     VALUE "N".
      *
      *STATUTORY WITHHOLDINGS - CALCRET APPLIES THE DATED INSS.TAB
      *AND IRRF.TAB IN FORCE FOR DECEMBER TO THE FULL 13TH
       01 WS-CRT-PEDIDO.
          05 WS-CRT-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CRT-PERIODO    PIC 9(06) VALUE ZERO.
          05 WS-CRT-BRUTO      PIC 9(07)V99 VALUE ZERO.
          05 WS-CRT-DEPENDENTES PIC 9(02) VALUE ZERO.
       01 WS-CRT-RESPOSTA.
          05 WS-CRT-RC         PIC X(02) VALUE SPACES.
          05 WS-CRT-INSS-VIG   PIC 9(06) VALUE ZERO.
          05 WS-CRT-IRRF-VIG   PIC 9(06) VALUE ZERO.
          05 WS-CRT-BASE-INSS  PIC 9(07)V99 VALUE ZERO.
          05 WS-CRT-INSS       PIC 9(07)V99 VALUE ZERO.
          05 WS-CRT-BASE-IRRF  PIC 9(07)V99 VALUE ZERO.
          05 WS-CRT-IRRF       PIC 9(07)V99 VALUE ZERO.
      *
      *MONTHS WORKED ("AVOS") FROM THE HIRE DATE
       01 WS-ADM               PIC 9(08) VALUE ZERO.
       01 WS-ADM-R REDEFINES WS-ADM.
          05 WS-ADM-ANO        PIC 9(04).
          05 WS-ADM-MES        PIC 9(02).
          05 WS-ADM-DIA        PIC 9(02).
       01 WS-AVOS              PIC 9(02) VALUE ZERO.
       01 WS-MES-INI           PIC 9(08) VALUE ZERO.
       01 WS-MES-SEG           PIC 9(08) VALUE ZERO.
       01 WS-DIAS-MES          PIC 9(02) VALUE ZERO.
       01 WS-DIAS-TRAB         PIC 9(02) VALUE ZERO.
      *
      *AVERAGE MONTHLY COMMISSION OF THE YEAR - SIGNED, A CLAWBACK
      *MONTH CAN BE NEGATIVE; A NEGATIVE AVERAGE COUNTS AS ZERO
       01 WS-COM-SOMA          PIC S9(09)V99 VALUE ZERO.
       01 WS-COM-MESES         PIC 9(02) VALUE ZERO.
       01 WS-MEDIA-COM         PIC S9(07)V99 VALUE ZERO.
      *
       01 WS-BASE              PIC 9(07)V99 VALUE ZERO.
       01 WS-INTEGRAL          PIC 9(07)V99 VALUE ZERO.
       01 WS-ADIANT            PIC 9(07)V99 VALUE ZERO.
       01 WS-BRUTO             PIC 9(07)V99 VALUE ZERO.
       01 WS-DESCONTO          PIC 9(07)V99 VALUE ZERO.
       01 WS-LIQUIDO           PIC 9(07)V99 VALUE ZERO.
       01 WS-SALDO             PIC S9(07)V99 VALUE ZERO.
       01 WS-BASE-INSS         PIC 9(07)V99 VALUE ZERO.
       01 WS-INSS              PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-IRRF         PIC 9(07)V99 VALUE ZERO.
       01 WS-IRRF              PIC 9(07)V99 VALUE ZERO.
      *
      *REMITTANCE CONTROL FIELDS - THE COMPANY BLOCK IS WHAT THE
      *BANK REGISTERED FOR OUR UPLOADS
       01 WS-EMPRESA-ID        PIC X(04) VALUE "0001".
       01 WS-EMPRESA-NOME      PIC X(25)
                               VALUE "COMERCIAL EXEMPLO LTDA".
       01 WS-NET-SEQ           PIC 9(06) VALUE ZERO.
       01 WS-NET-HASH          PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-VALOR         PIC 9(09)V99 VALUE ZERO.
      *BANK BOOK - EVERY TRANSFER OF A FINAL RUN IS RECORDED ON
      *MOVBANCO.DAT THROUGH BANCOMOV FOR CONCBANC TO RECONCILE
       01 WS-BMV-PEDIDO.
          05 WS-BMV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-BMV-PROGRAMA   PIC X(08) VALUE "PAY13".
          05 WS-BMV-DC         PIC X(01) VALUE SPACE.
          05 WS-BMV-DATA       PIC 9(08) VALUE ZERO.
          05 WS-BMV-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-BMV-REFER      PIC X(20) VALUE SPACES.
       01 WS-BMV-RESPOSTA.
          05 WS-BMV-RC         PIC X(02) VALUE SPACES.
       01 WS-BMV-FALHAS        PIC 9(05) VALUE ZERO.
      *
       01 WS-TOT-INTEGRAL      PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-ADIANT        PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-BRUTO         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-DESCONTO      PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-INSS          PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-IRRF          PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-LIQUIDO       PIC 9(09)V99 VALUE ZERO.
       01 WS-BALANCE           PIC S9(09)V99 VALUE ZERO.
      *
       01 WS-PAID-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-SKIP-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-JA-PAGOS          PIC 9(05) VALUE ZERO.
       01 WS-SEM-ADM           PIC 9(05) VALUE ZERO.
       01 WS-NEGATIVOS         PIC 9(05) VALUE ZERO.
      *
       01 WS-EDIT              PIC -Z,ZZZ,ZZ9.99.
       01 WS-ED-TOT            PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-HASH           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TITULO            PIC X(30) VALUE SPACES.
      *
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "PAY13".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "FOLHA13.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PARM-PARA THRU PARM-EXIT-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           IF WS-PARCELA = 2
               MOVE "T" TO WS-CRT-FUNC
               MOVE WS-PER-DEZ TO WS-CRT-PERIODO
               CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA
               IF WS-CRT-RC = "10"
                   DISPLAY "INSS.TAB SEM TABELA EM VIGOR PARA "
                           WS-PER-DEZ " - NO RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CRT-RC NOT = "00"
                   DISPLAY "IRRF.TAB SEM TABELA EM VIGOR PARA "
                           WS-PER-DEZ " - NO RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "TABELAS EM VIGOR: INSS " WS-CRT-INSS-VIG
                       "  IRRF " WS-CRT-IRRF-VIG
           END-IF.
           PERFORM CHECK-PAYCTL-PARA THRU CHECK-PAYCTL-EXIT-PARA.

           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
               DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FINAL = "S"
               OPEN OUTPUT SLIP-FILE
               OPEN OUTPUT NETPAY-FILE
               PERFORM NETPAY-HEADER-PARA
                  THRU NETPAY-HEADER-EXIT-PARA
           END-IF.
           OPEN I-O HIST-FILE.
           IF FS-HIST NOT = "00"
               IF FS-HIST = "35" OR FS-HIST = "05"
                   CLOSE HIST-FILE
                   OPEN OUTPUT HIST-FILE
                   CLOSE HIST-FILE
                   OPEN I-O HIST-FILE
               END-IF
           END-IF.
           IF FS-HIST NOT = "00"
               DISPLAY "PAYHIST.DAT OPEN FAILED: " FS-HIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PAY-PARA UNTIL WS-EOF = "Y".

           CLOSE EMP-MASTER.
           CLOSE HIST-FILE.
           IF WS-FINAL = "S"
               CLOSE SLIP-FILE
               MOVE WS-PERIODO TO WS-CAT-PERIODO
               CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA
               PERFORM NETPAY-TRAILER-PARA
                  THRU NETPAY-TRAILER-EXIT-PARA
               CLOSE NETPAY-FILE
               MOVE "X" TO WS-BMV-FUNC
               CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA
               IF WS-BMV-FALHAS > ZERO
                  DISPLAY "*** TRANSFERENCIAS FORA DO MOVBANCO.DAT: "
                          WS-BMV-FALHAS " ***"
               END-IF
           END-IF.

           PERFORM REGISTER-PARA THRU REGISTER-EXIT-PARA.
           IF WS-FINAL = "S"
               PERFORM MARK-PAYCTL-PARA THRU MARK-PAYCTL-EXIT-PARA
           ELSE
               DISPLAY "MODO TRIAL - FOLHA13.TXT, NETPAY13.DAT E"
               DISPLAY "PAYHIST.DAT NAO GRAVADOS"
           END-IF.
           STOP RUN.
      *
      *INSTALLMENT FIRST, THEN YEAR AND/OR TRIAL IN EITHER ORDER
       PARM-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINE) TO WS-PARM-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-P-PARCELA WS-P-ANO WS-P-MODO
           END-UNSTRING.
           IF WS-P-PARCELA NOT = "1" AND WS-P-PARCELA NOT = "2"
               DISPLAY "USO: PAY13 1|2 [CCYY] [TRIAL]"
               DISPLAY "  1 = 1A PARCELA (ADIANTAMENTO)"
               DISPLAY "  2 = 2A PARCELA (SALDO COM RETENCOES)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-P-PARCELA(1:1) TO WS-PARCELA.
           IF WS-P-ANO = "TRIAL" OR WS-P-MODO = "TRIAL"
               MOVE "N" TO WS-FINAL
               DISPLAY "MODO TRIAL - NADA SERA GRAVADO"
           ELSE
               DISPLAY "MODO FINAL"
           END-IF.
           IF WS-P-ANO(1:4) IS NUMERIC AND WS-P-ANO(5:1) = SPACE
               MOVE WS-P-ANO(1:4) TO WS-ANO
           ELSE
               ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
               MOVE WS-DATA-SIS(1:4) TO WS-ANO
           END-IF.
           COMPUTE WS-PERIODO = WS-ANO * 100 + 12 + WS-PARCELA.
           COMPUTE WS-PER-ADIANT = WS-ANO * 100 + 13.
           COMPUTE WS-PER-DEZ = WS-ANO * 100 + 12.
           COMPUTE WS-PER-JAN = WS-ANO * 100 + 1.
           IF WS-PARCELA = 1
               MOVE "1A PARCELA (ADIANTAMENTO)" TO WS-TITULO
           ELSE
               MOVE "2A PARCELA (SALDO)" TO WS-TITULO
           END-IF.
           DISPLAY "13O SALARIO " WS-ANO " - " WS-TITULO
                   " - PERIODO " WS-PERIODO.
       PARM-EXIT-PARA.
           EXIT.
      *
       PAY-PARA.
           READ EMP-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM PAY-ONE-PARA THRU PAY-ONE-EXIT-PARA
           END-READ.

       PAY-ONE-PARA.
           IF EM-TERMINATED
               ADD 1 TO WS-SKIP-COUNT
               GO TO PAY-ONE-EXIT-PARA
           END-IF.
      *    THE GUARD - A HISTORY RECORD FOR THE INSTALLMENT MEANS IT
      *    WAS ALREADY PAID, AND A RERUN MAY NOT PAY TWICE
           MOVE EM-ID TO PH-ID.
           MOVE WS-PERIODO TO PH-PERIODO.
           READ HIST-FILE KEY IS PH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JA-PAGOS
                   DISPLAY "FUNCIONARIO " EM-ID " JA PAGO NO "
                           "PERIODO " WS-PERIODO " - PULADO"
                   GO TO PAY-ONE-EXIT-PARA
           END-READ.
           PERFORM CALC-AVOS-PARA THRU CALC-AVOS-EXIT-PARA.
           IF WS-AVOS = ZERO
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "FUNCIONARIO " EM-ID " SEM AVOS EM " WS-ANO
                       " (ADMISSAO " EM-ADMISSAO ") - PULADO"
               GO TO PAY-ONE-EXIT-PARA
           END-IF.
           PERFORM MEDIA-COM-PARA THRU MEDIA-COM-EXIT-PARA.
           COMPUTE WS-BASE = EM-SALARIO + WS-MEDIA-COM.
           COMPUTE WS-INTEGRAL ROUNDED = WS-BASE * WS-AVOS / 12.
           MOVE ZERO TO WS-ADIANT WS-BASE-INSS WS-INSS
                        WS-BASE-IRRF WS-IRRF.
           IF WS-PARCELA = 1
      *        THE ADVANCE - HALF, NOTHING WITHHELD
               COMPUTE WS-BRUTO ROUNDED = WS-INTEGRAL / 2
           ELSE
               PERFORM LE-ADIANT-PARA THRU LE-ADIANT-EXIT-PARA
               PERFORM CALC-RETENCAO-PARA
                  THRU CALC-RETENCAO-EXIT-PARA
               COMPUTE WS-SALDO = WS-INTEGRAL - WS-ADIANT
                                - WS-INSS - WS-IRRF
               IF WS-SALDO < ZERO
                   ADD 1 TO WS-NEGATIVOS
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "FUNCIONARIO " EM-ID " COM SALDO DO 13O "
                           "NEGATIVO - PULADO, ACERTAR A MAO"
                   GO TO PAY-ONE-EXIT-PARA
               END-IF
               COMPUTE WS-BRUTO = WS-INTEGRAL - WS-ADIANT
           END-IF.
           COMPUTE WS-DESCONTO = WS-INSS + WS-IRRF.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTO.

           ADD WS-INTEGRAL TO WS-TOT-INTEGRAL.
           ADD WS-ADIANT   TO WS-TOT-ADIANT.
           ADD WS-BRUTO    TO WS-TOT-BRUTO.
           ADD WS-DESCONTO TO WS-TOT-DESCONTO.
           ADD WS-INSS     TO WS-TOT-INSS.
           ADD WS-IRRF     TO WS-TOT-IRRF.
           ADD WS-LIQUIDO  TO WS-TOT-LIQUIDO.
           ADD 1 TO WS-PAID-COUNT.

           IF WS-FINAL = "S"
               PERFORM WRITE-SLIP-PARA THRU WRITE-SLIP-EXIT-PARA
               PERFORM WRITE-NETPAY-PARA THRU WRITE-NETPAY-EXIT-PARA
               PERFORM WRITE-HIST-PARA THRU WRITE-HIST-EXIT-PARA
           END-IF.
       PAY-ONE-EXIT-PARA.
           EXIT.

      *ONE AVO PER MONTH WORKED IN THE YEAR THROUGH DECEMBER - THE
      *HIRE MONTH COUNTS WHEN AT LEAST 15 OF ITS DAYS WERE WORKED.
      *HIRED BEFORE THE YEAR (OR NO HIRE DATE ON FILE) IS 12 AVOS
       CALC-AVOS-PARA.
           MOVE EM-ADMISSAO TO WS-ADM.
           IF WS-ADM = ZERO
               ADD 1 TO WS-SEM-ADM
               DISPLAY "FUNCIONARIO " EM-ID " SEM DATA DE ADMISSAO"
                       " - PAGO O ANO INTEIRO"
               MOVE 12 TO WS-AVOS
               GO TO CALC-AVOS-EXIT-PARA
           END-IF.
           IF WS-ADM-ANO < WS-ANO
               MOVE 12 TO WS-AVOS
               GO TO CALC-AVOS-EXIT-PARA
           END-IF.
           IF WS-ADM-ANO > WS-ANO
               MOVE ZERO TO WS-AVOS
               GO TO CALC-AVOS-EXIT-PARA
           END-IF.
           COMPUTE WS-AVOS = 12 - WS-ADM-MES.
           COMPUTE WS-MES-INI = WS-ANO * 10000 + WS-ADM-MES * 100 + 1.
           IF WS-ADM-MES = 12
               COMPUTE WS-MES-SEG = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MES-SEG = WS-MES-INI + 100
           END-IF.
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEG)
             - FUNCTION INTEGER-OF-DATE(WS-MES-INI).
           COMPUTE WS-DIAS-TRAB = WS-DIAS-MES - WS-ADM-DIA + 1.
           IF WS-DIAS-TRAB >= 15
               ADD 1 TO WS-AVOS
           END-IF.
       CALC-AVOS-EXIT-PARA.
           EXIT.

      *AVERAGE OF THE COMMISSION PAID IN THE YEAR'S MONTHS ON THE
      *HISTORY (CCYY01 THROUGH CCYY12) - ONLY THE MONTHS PAID COUNT
       MEDIA-COM-PARA.
           MOVE ZERO TO WS-COM-SOMA WS-COM-MESES WS-MEDIA-COM.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PER-JAN TO PH-PERIODO.
           START HIST-FILE KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   GO TO MEDIA-COM-EXIT-PARA
           END-START.
           MOVE "N" TO WS-HIST-FIM.
           PERFORM UNTIL WS-HIST-FIM = "S"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-HIST-FIM
                   NOT AT END
                       IF PH-ID NOT = EM-ID
                          OR PH-PERIODO > WS-PER-DEZ
                           MOVE "S" TO WS-HIST-FIM
                       ELSE
                           ADD PH-COMISSAO TO WS-COM-SOMA
                           ADD 1 TO WS-COM-MESES
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COM-MESES > ZERO
               COMPUTE WS-MEDIA-COM ROUNDED =
                   WS-COM-SOMA / WS-COM-MESES
           END-IF.
           IF WS-MEDIA-COM < ZERO
               MOVE ZERO TO WS-MEDIA-COM
           END-IF.
       MEDIA-COM-EXIT-PARA.
           EXIT.

      *THE ADVANCE IS WHAT INSTALLMENT 1 PAID - NONE ON THE HISTORY
      *MEANS THE WHOLE 13TH IS PAID NOW
       LE-ADIANT-PARA.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PER-ADIANT TO PH-PERIODO.
           READ HIST-FILE KEY IS PH-CHAVE
               INVALID KEY
                   MOVE ZERO TO WS-ADIANT
               NOT INVALID KEY
                   MOVE PH-LIQUIDO TO WS-ADIANT
           END-READ.
       LE-ADIANT-EXIT-PARA.
           EXIT.

      *THE 13TH IS TAXED ON ITS OWN - INSS AND IRRF ON THE FULL
      *PRORATED AMOUNT, WITH DECEMBER'S TABLES
       CALC-RETENCAO-PARA.
           MOVE "C" TO WS-CRT-FUNC.
           MOVE WS-PER-DEZ TO WS-CRT-PERIODO.
           MOVE WS-INTEGRAL TO WS-CRT-BRUTO.
           MOVE EM-DEPENDENTES TO WS-CRT-DEPENDENTES.
           CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA.
           MOVE WS-CRT-BASE-INSS TO WS-BASE-INSS.
           MOVE WS-CRT-INSS TO WS-INSS.
           MOVE WS-CRT-BASE-IRRF TO WS-BASE-IRRF.
           MOVE WS-CRT-IRRF TO WS-IRRF.
       CALC-RETENCAO-EXIT-PARA.
           EXIT.

      *THE INSTALLMENT GOES ON THE HISTORY WHOLE IN PH-BRUTO - THE
      *ALLOWANCE AND COMMISSION COLUMNS BELONG TO THE MONTHS
       WRITE-HIST-PARA.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PERIODO TO PH-PERIODO.
           MOVE WS-BRUTO TO PH-BRUTO.
           MOVE ZERO TO PH-ABONO.
           MOVE ZERO TO PH-COMISSAO.
           MOVE WS-DESCONTO TO PH-DESCONTO.
           MOVE WS-LIQUIDO TO PH-LIQUIDO.
           MOVE WS-BASE-INSS TO PH-BASE-INSS.
           MOVE WS-INSS TO PH-INSS.
           MOVE EM-DEPENDENTES TO PH-DEPENDENTES.
           MOVE WS-BASE-IRRF TO PH-BASE-IRRF.
           MOVE WS-IRRF TO PH-IRRF.
           WRITE REG-HIST
               INVALID KEY
                   DISPLAY "HISTORICO JA EXISTE: " PH-ID "/"
                           PH-PERIODO
           END-WRITE.
       WRITE-HIST-EXIT-PARA.
           EXIT.

      *ONE SLIP PAGE PER EMPLOYEE, THE PAYSLIPPRN PAGE SHAPE
       WRITE-SLIP-PARA.
           MOVE ALL "=" TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "13O SALARIO " DELIMITED BY SIZE
                  WS-ANO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TITULO DELIMITED BY "  "
                  INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "MATRICULA: " DELIMITED BY SIZE
                  EM-ID DELIMITED BY SIZE
                  "   NOME: " DELIMITED BY SIZE
                  EM-NOME DELIMITED BY SIZE
                  "   GRADE: " DELIMITED BY SIZE
                  EM-GRADE DELIMITED BY SIZE
                  INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           STRING "ADMISSAO: " DELIMITED BY SIZE
                  EM-ADMISSAO DELIMITED BY SIZE
                  "   AVOS: " DELIMITED BY SIZE
                  WS-AVOS DELIMITED BY SIZE
                  "/12" DELIMITED BY SIZE
                  INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE EM-SALARIO TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "SALARIO BASE ....... " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE WS-MEDIA-COM TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "MEDIA COMISSOES .... " WS-EDIT
                  "   (" WS-COM-MESES " MESES)"
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE WS-INTEGRAL TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "13O PROPORCIONAL ... " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           IF WS-PARCELA = 2
               PERFORM SLIP-SALDO-PARA THRU SLIP-SALDO-EXIT-PARA
           ELSE
               MOVE WS-BRUTO TO WS-EDIT
               MOVE SPACES TO SLIP-LINE
               STRING "ADIANTAMENTO (50%) . " WS-EDIT
                      DELIMITED BY SIZE INTO SLIP-LINE
               END-STRING
               WRITE SLIP-LINE
           END-IF.
           MOVE WS-LIQUIDO TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "LIQUIDO A RECEBER .. " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE ALL "=" TO SLIP-LINE.
           WRITE SLIP-LINE.
           MOVE SPACES TO SLIP-LINE.
           WRITE SLIP-LINE.
       WRITE-SLIP-EXIT-PARA.
           EXIT.

      *THE BALANCE: THE ADVANCE COMES OFF, THEN THE WITHHOLDINGS
       SLIP-SALDO-PARA.
           MOVE WS-ADIANT TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "(-) ADIANTAMENTO ... " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE WS-BRUTO TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "SALDO BRUTO ........ " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE WS-INSS TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "INSS ............... " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE WS-IRRF TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "IRRF ............... " WS-EDIT
                  "   (DEPENDENTES: " EM-DEPENDENTES ")"
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
           MOVE WS-DESCONTO TO WS-EDIT.
           MOVE SPACES TO SLIP-LINE.
           STRING "TOTAL DESCONTOS .... " WS-EDIT
                  DELIMITED BY SIZE INTO SLIP-LINE
           END-STRING.
           WRITE SLIP-LINE.
       SLIP-SALDO-EXIT-PARA.
           EXIT.

      *SEQUENCED DETAIL RECORD AND THE SAME TRANSFER ON THE BANK
      *BOOK AS MONEY OUT
       WRITE-NETPAY-PARA.
           ADD 1 TO WS-NET-SEQ.
           MOVE WS-LIQUIDO TO WS-NET-VALOR.
           ADD WS-NET-VALOR TO WS-NET-HASH.
           MOVE SPACES TO NETPAY-LINE.
           STRING "D" DELIMITED BY SIZE
                  WS-NET-SEQ DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EM-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EM-NOME DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-NET-VALOR DELIMITED BY SIZE
                  INTO NETPAY-LINE
           END-STRING.
           WRITE NETPAY-LINE.
           MOVE "G" TO WS-BMV-FUNC.
           MOVE "D" TO WS-BMV-DC.
           MOVE WS-DATA-SIS TO WS-BMV-DATA.
           MOVE WS-NET-VALOR TO WS-BMV-VALOR.
           MOVE SPACES TO WS-BMV-REFER.
           STRING "13SAL " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EM-ID DELIMITED BY SIZE
                  INTO WS-BMV-REFER
           END-STRING.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           IF WS-BMV-RC NOT = "00"
              ADD 1 TO WS-BMV-FALHAS
           END-IF.
       WRITE-NETPAY-EXIT-PARA.
           EXIT.

       NETPAY-HEADER-PARA.
           MOVE SPACES TO NETPAY-LINE.
           STRING "H" DELIMITED BY SIZE
                  WS-EMPRESA-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-EMPRESA-NOME DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO NETPAY-LINE
           END-STRING.
           WRITE NETPAY-LINE.
       NETPAY-HEADER-EXIT-PARA.
           EXIT.

      *TRAILER - RECORD COUNT AND NET-AMOUNT HASH, PLAIN DIGITS
       NETPAY-TRAILER-PARA.
           MOVE SPACES TO NETPAY-LINE.
           STRING "T" DELIMITED BY SIZE
                  WS-NET-SEQ DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-NET-HASH DELIMITED BY SIZE
                  INTO NETPAY-LINE
           END-STRING.
           WRITE NETPAY-LINE.
       NETPAY-TRAILER-EXIT-PARA.
           EXIT.
      *
      *A FINAL RUN MAY ONLY HAPPEN ONCE PER INSTALLMENT; THE BALANCE
      *ALSO WARNS WHEN NO ADVANCE RUN IS ON RECORD (THE WHOLE 13TH
      *IS THEN PAID NOW)
       CHECK-PAYCTL-PARA.
           OPEN INPUT PAYCTL-FILE.
           IF FS-PAYCTL NOT = "00"
               CLOSE PAYCTL-FILE
               GO TO CHECK-PAYCTL-FIM-PARA
           END-IF.
           MOVE "N" TO WS-CTL-EOF.
           PERFORM UNTIL WS-CTL-EOF = "Y"
               READ PAYCTL-FILE
                   AT END
                       MOVE "Y" TO WS-CTL-EOF
                   NOT AT END
                       IF PAYCTL-LINE(1:6) = WS-PER-ADIANT
                           MOVE "S" TO WS-ADIANT-PAGO
                       END-IF
                       IF PAYCTL-LINE(1:6) = WS-PERIODO
                          AND WS-FINAL = "S"
                           DISPLAY "PERIODO " WS-PERIODO
                                   " JA PAGO - FINAL RECUSADO"
                           DISPLAY "(RODE EM MODO TRIAL PARA "
                                   "CONFERIR NUMEROS)"
                           CLOSE PAYCTL-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYCTL-FILE.
       CHECK-PAYCTL-FIM-PARA.
           IF WS-PARCELA = 2 AND WS-ADIANT-PAGO NOT = "S"
               DISPLAY "AVISO: 1A PARCELA " WS-PER-ADIANT
                       " NAO CONSTA COMO PAGA - SEM ADIANTAMENTO"
                       " A DESCONTAR"
           END-IF.
       CHECK-PAYCTL-EXIT-PARA.
           EXIT.

       MARK-PAYCTL-PARA.
           OPEN EXTEND PAYCTL-FILE.
           IF FS-PAYCTL = "00" OR FS-PAYCTL = "05"
               MOVE SPACES TO PAYCTL-LINE
               STRING WS-PERIODO DELIMITED BY SIZE
                      ";PAGO" DELIMITED BY SIZE
                      INTO PAYCTL-LINE
               END-STRING
               WRITE PAYCTL-LINE
               CLOSE PAYCTL-FILE
           ELSE
               DISPLAY "PAYCTL.DAT OPEN FAILED: " FS-PAYCTL
           END-IF.
       MARK-PAYCTL-EXIT-PARA.
           EXIT.

      *TOTALS REGISTER - GROSS MINUS DEDUCTIONS MUST EQUAL NET
       REGISTER-PARA.
           DISPLAY "==========================================".
           DISPLAY " 13O SALARIO " WS-ANO " - REGISTRO DE TOTAIS".
           DISPLAY " " WS-TITULO.
           DISPLAY "==========================================".
           DISPLAY " FUNCIONARIOS PAGOS : " WS-PAID-COUNT.
           DISPLAY " PULADOS            : " WS-SKIP-COUNT.
           DISPLAY " JA PAGOS NO PERIODO: " WS-JA-PAGOS.
           DISPLAY " SEM DATA ADMISSAO  : " WS-SEM-ADM.
           IF WS-PARCELA = 2
               DISPLAY " SALDO NEGATIVO     : " WS-NEGATIVOS
           END-IF.
           MOVE WS-TOT-INTEGRAL TO WS-ED-TOT.
           DISPLAY " 13O PROPORCIONAL  : " WS-ED-TOT.
           IF WS-PARCELA = 2
               MOVE WS-TOT-ADIANT TO WS-ED-TOT
               DISPLAY " (-) ADIANTAMENTOS : " WS-ED-TOT
           END-IF.
           MOVE WS-TOT-BRUTO TO WS-ED-TOT.
           DISPLAY " TOTAL BRUTO       : " WS-ED-TOT.
           MOVE WS-TOT-DESCONTO TO WS-ED-TOT.
           DISPLAY " TOTAL DESCONTOS   : " WS-ED-TOT.
           MOVE WS-TOT-INSS TO WS-ED-TOT.
           DISPLAY "   (INSS           : " WS-ED-TOT ")".
           MOVE WS-TOT-IRRF TO WS-ED-TOT.
           DISPLAY "   (IRRF           : " WS-ED-TOT ")".
           MOVE WS-TOT-LIQUIDO TO WS-ED-TOT.
           DISPLAY " TOTAL LIQUIDO     : " WS-ED-TOT.
           DISPLAY " REMESSA NETPAY13.DAT: " WS-NET-SEQ
                   " REGISTROS".
           MOVE WS-NET-HASH TO WS-ED-HASH.
           DISPLAY " HASH DA REMESSA   : " WS-ED-HASH.
           COMPUTE WS-BALANCE = WS-TOT-BRUTO - WS-TOT-DESCONTO
               - WS-TOT-LIQUIDO.
           IF WS-BALANCE = ZERO
               DISPLAY " BALANCO ............ OK"
           ELSE
               DISPLAY " BALANCO ............ NAO FECHA!"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "==========================================".
       REGISTER-EXIT-PARA.
           EXIT.
