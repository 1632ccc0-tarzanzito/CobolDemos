      *        : net) that balances across the run.                    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-23                                            *
      *VERSION : 1.9.0                                                 *
      *NOTES   : GROSS = SALARY + ALLOWANCE + COMMISSION;              *
      *        : DEDUCTION = INSS + IRRF (SEE BELOW);                  *
      *        : NET = GROSS - DEDUCTION. TERMINATED EMPLOYEES AND     *
      *        : GRADES WITHOUT A RATE LINE ARE SKIPPED AND LISTED.    *
      *        : EACH RUN'S RESULTS ALSO GO TO THE PAYHIST.DAT         *
      *        : MARKS THE PERIOD PAID IN PAYCTL.DAT, REFUSES A        *
      *        : SECOND FINAL FOR THE PERIOD AND CONSUMES THE          *
      *        : COMISSUM.DAT FEED.                                    *
      *        : THE FINAL RUN ALSO MARKS THE COLLECTION-RELEASED      *
      *        : COMMISSION THE FEED CARRIED (COMPEND.DAT "E") AS PAID *
      *        : ("G"), SO SALESBATCH NEVER FEEDS IT AGAIN.            *
      *        : EACH NETPAY.DAT TRANSFER OF A FINAL RUN IS ALSO       *
      *        : RECORDED ON THE BANK BOOK MOVBANCO.DAT THROUGH        *
      *        : BANCOMOV (MONEY OUT, THE RUN DATE, FOLHA PERIOD AND   *
      *        : EMPLOYEE AS REFERENCE) FOR CONCBANC TO RECONCILE      *
      *        : AGAINST THE STATEMENT.                                *
      *        : INSS AND IRRF ARE WITHHELD FROM THE DATED TABLES      *
      *        : INSS.TAB (PROGRESSIVE BRACKETS, CAPPED AT THE         *
      *        : CEILING) AND IRRF.TAB (BRACKETS WITH THE AMOUNT TO    *
      *        : DEDUCT, PLUS THE DEDUCTION PER DEPENDANT FROM         *
      *        : EM-DEPENDENTES) - THE LINES IN FORCE ARE THOSE OF THE *
      *        : LATEST EFFECTIVE CCYYMM NOT AFTER THE RUN PERIOD, AND *
      *        : NO TABLE IN FORCE MEANS NO RUN. THE GRADRATE.TAB      *
      *        : DEDUCTION COLUMN IS NO LONGER APPLIED (THE ALLOWANCE  *
      *        : STILL IS). PAYSLIP.DAT GAINS ;INSS;IRRF;DEPENDANTS    *
      *        : AND PAYHIST.DAT THE BASES AND BOTH WITHHOLDINGS FOR   *
      *        : RELRETEN.                                             *
      *        : THE INSS/IRRF TABLE LOADING AND ARITHMETIC MOVED TO   *
      *        : THE CALLED ROUTINE CALCRET (CalcRetencao.cob), SHARED *
      *        : WITH THE 13TH-SALARY RUN PAY13 - THE FIGURES ARE      *
      *        : UNCHANGED.                                            *
      *        : VACATION: A SCHEDULE ON FERIAS.DAT (FERACUM BUILDS    *
      *        : THE PERIODS, FERPROG SCHEDULES) STARTING IN THE RUN   *
      *        : MONTH IS PAID IN THE RUN - SALARY PLUS THE AVERAGE    *
      *        : COMMISSION OF THE ACQUISITION PERIOD, PER DAY OVER    *
      *        : 30, DAYS PAST THE CONCESSION DEADLINE DOUBLED, PLUS   *
      *        : ONE THIRD - INSIDE THE GROSS THE WITHHOLDINGS APPLY   *
      *        : TO. THE FINAL RUN MARKS THE SCHEDULE PAID AND THE     *
      *        : DAYS TAKEN. DAYS ON VACATION IN THE RUN MONTH COME    *
      *        : OFF THE SALARY LIKE AN ABSENCE. PAYSLIP.DAT GAINS     *
      *        : ;FERIAS;TERCO.                                        *
      *        : COST CENTER: THE REGISTER ALSO TOTALS EMPLOYEES PAID, *
      *        : GROSS, DEDUCTIONS (INSS + IRRF) AND NET BY EM-CENTRO  *
      *        : (CCUSTO.DAT), BLANK CENTERS AS SEM CENTRO; THE CENTER *
      *        : LINES ADD UP TO THE RUN TOTALS.                       *
      *        : RETROACTIVE: THE DIFFERENCES DISSIDIO WRITES TO       *
      *        : RETROATV.DAT FOR MONTHS ALREADY PAID AT THE OLD       *
      *        : SALARY ARE PAID IN THE RUN AS AN EARNING OF THEIR     *
      *        : OWN, INSIDE THE GROSS THE WITHHOLDINGS APPLY TO;      *
      *        : PAYSLIP.DAT GAINS ;RETROATIVO. THE FINAL RUN KEEPS ON *
      *        : RETROATV.DAT ONLY THE DIFFERENCES OF EMPLOYEES IT DID *
      *        : NOT PAY.                                              *
      *        : OVERTIME: THE HOURS PONTO APPROVES ON HORAS.DAT ARE   *
      *        : PAID IN THE RUN AS EARNINGS OF THEIR OWN, ON THE      *
      *        : HOURLY RATE OF THE FULL SALARY OVER THE 220-HOUR      *
      *        : DIVISOR - 50% AND 100% OVERTIME AND THE 20% NIGHT     *
      *        : PREMIUM - INSIDE THE GROSS THE WITHHOLDINGS APPLY TO; *
      *        : PAYSLIP.DAT GAINS ;HE50;HE100;NOTURNO. THE FINAL RUN  *
      *        : KEEPS ON HORAS.DAT ONLY THE HOURS IT DID NOT PAY.     *
      *        : The run is logged through RUNLOG (completion code 0   *
      *        : or 8) and ends with GOBACK, so the month-end close    *
      *        : driver FECHAMES can CALL it as a step and take its    *
      *        : code from RUNLOG.DAT.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
           SELECT OPTIONAL AUS-FILE ASSIGN TO "AUSENCIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUS.
      *RETROACTIVE DIFFERENCES (DISSIDIO) FOR MONTHS ALREADY PAID -
      *PAID AS AN EARNING OF ITS OWN, CONSUMED BY THE FINAL RUN
           SELECT OPTIONAL RETRO-FILE ASSIGN TO "RETROATV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETRO.
      *OVERTIME AND NIGHT HOURS APPROVED ON PONTO - PAID AS EARNINGS
      *OF THEIR OWN, CONSUMED BY THE FINAL RUN
           SELECT OPTIONAL HORAS-FILE ASSIGN TO "HORAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HORAS.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PAYSLIP.
           ACCESS MODE             DYNAMIC
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
      *PENDING COMMISSION (COMLIBER) - THE RELEASED COMMISSION THE
      *FEED CARRIED ("E") IS MARKED PAID ("G") WHEN IT IS CONSUMED
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CP-CHAVE
           FILE STATUS             FS-PEND.
      *VACATION FILE (FERACUM/FERPROG) - A SCHEDULE STARTING IN THE
      *RUN MONTH IS PAID HERE (SALARY PLUS ONE THIRD) AND ITS DAYS
      *MARKED TAKEN; THE DAYS ON VACATION IN THE MONTH COME OFF THE
      *SALARY LIKE AN ABSENCE
           SELECT OPTIONAL FER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FE-CHAVE
           FILE STATUS             FS-FER.
      *
       DATA DIVISION.
       FILE SECTION.
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD RATE-FILE.
       01 RATE-LINE            PIC X(20).
       FD AUS-FILE.
       01 AUS-LINE             PIC X(20).

       FD RETRO-FILE.
       01 RETRO-LINE           PIC X(40).

       FD HORAS-FILE.
       01 HORAS-LINE           PIC X(40).

       FD PAYCTL-FILE.
       01 PAYCTL-LINE          PIC X(12).

      *ONE PAYSLIP DETAIL LINE PER EMPLOYEE:
      *ID;NAME;GRADE;SALARY;ALLOWANCE;COMMISSION;GROSS;DEDUCTION;NET;
      *INSS;IRRF;DEPENDANTS;VACATION;VACATION-THIRD;RETROACTIVE;
      *OVERTIME-50%;OVERTIME-100%;NIGHT-PREMIUM - DEDUCTION IS THE
      *SUM OF INSS AND IRRF
       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE         PIC X(200).

      *BANK REMITTANCE SHAPE - THE BARE DETAIL LINES WERE REJECTED
      *BY THE BANK'S UPLOAD. ONE "H" HEADER WITH OUR COMPANY DATA
          02 PH-COMISSAO       PIC S9(07)V99.
          02 PH-DESCONTO       PIC 9(07)V99.
          02 PH-LIQUIDO        PIC 9(07)V99.
      *THE WITHHOLDINGS BEHIND PH-DESCONTO AND THEIR BASES - RELRETEN
      *BUILDS THE MONTH'S GOVERNMENT-FILING SUMMARY FROM THESE. THE
      *RECORD GREW FROM 56 TO 94 BYTES - EMPDEPCV CONVERTS THE OLD
      *FILE ONCE AT CUTOVER
          02 PH-BASE-INSS      PIC 9(07)V99.
          02 PH-INSS           PIC 9(07)V99.
          02 PH-DEPENDENTES    PIC 9(02).
          02 PH-BASE-IRRF      PIC 9(07)V99.
          02 PH-IRRF           PIC 9(07)V99.

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
             88 CP-ENVIADA     VALUE "E".
          02 CP-DATA-LIB       PIC 9(08).
          02 CP-PROG-LIB       PIC X(08).

      *SAME LAYOUT FERACUM (VacAccrual.cob) BUILDS
       FD FER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FERIAS.DAT".
       01 REG-FERIAS.
          02 FE-CHAVE.
             03 FE-ID          PIC 9(05).
             03 FE-AQ-INICIO   PIC 9(08).
          02 FE-AQ-FIM         PIC 9(08).
          02 FE-LIMITE         PIC 9(08).
          02 FE-FALTAS         PIC 9(03).
          02 FE-DIREITO        PIC 9(02).
          02 FE-GOZADOS        PIC 9(02).
          02 FE-SITUACAO       PIC X(01).
             88 FE-AQUISITIVO  VALUE "A".
             88 FE-CONCESSIVO  VALUE "C".
             88 FE-QUITADO     VALUE "Q".
             88 FE-VENCIDO     VALUE "V".
             88 FE-PERDIDO     VALUE "P".
          02 FE-PROG-INICIO    PIC 9(08).
          02 FE-PROG-DIAS      PIC 9(02).
          02 FE-PROG-PAGO      PIC X(01).
             88 FE-PROG-PENDENTE VALUE "N".
          02 FE-PROG-PERIODO   PIC 9(06).
          02 FE-PROG-OPERADOR  PIC X(08).
          02 FE-ATUALIZADO     PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 FS-EMP               PIC X(02).
       01 FS-PAYSLIP           PIC X(02).
       01 FS-NETPAY            PIC X(02).
       01 FS-HIST              PIC X(02).
       01 FS-PEND              PIC X(02).
       01 WS-PEND-PAGAS        PIC 9(05) VALUE ZERO.
       01 FS-FER               PIC X(02).
       01 WS-FER-ABERTO        PIC X     VALUE "N".
       01 WS-FER-FIM           PIC X     VALUE "N".
       01 WS-EOF               PIC X VALUE "N".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-IN-DED            PIC X(06).
       01 WS-IN-ALL            PIC X(06).
      *
      *STATUTORY WITHHOLDINGS - CALCRET APPLIES THE DATED INSS.TAB
      *AND IRRF.TAB IN FORCE FOR THE RUN PERIOD
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
      *COMMISSION EARNINGS TABLE FROM COMISSUM.DAT
       01 WS-COMM-COUNT        PIC 9(03) VALUE ZERO.
      *SIGNED - A RETURN CLAWBACK FROM SalesBatch CAN MAKE THE
       01 WS-DIAS-AUS          PIC 9(02) VALUE ZERO.
       01 WS-PRORATADOS        PIC 9(05) VALUE ZERO.
      *
      *RETROACTIVE DIFFERENCES FROM RETROATV.DAT (ID;AMOUNT;REFERENCE)
      *- AN ENTRY IS MARKED WHEN ITS EMPLOYEE IS PAID, AND THE FINAL
      *RUN WRITES BACK ONLY THE ONES NOBODY WAS PAID
       01 FS-RETRO             PIC X(02).
       01 WS-RETRO-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-RETRO-TABLE.
          05 WS-RETRO-ENTRY OCCURS 200 TIMES.
             10 WS-RE-ID       PIC 9(05).
             10 WS-RE-VALOR    PIC 9(07)V99.
             10 WS-RE-REFER    PIC X(20).
             10 WS-RE-PAGO     PIC X(01).
       01 WS-RT                PIC 9(03).
       01 WS-IN-REFER          PIC X(20).
       01 WS-RETRO             PIC 9(07)V99 VALUE ZERO.
       01 WS-RETRO-PENDENTES   PIC 9(03) VALUE ZERO.
       01 WS-ED-RETRO          PIC 9(07).99.
      *
      *APPROVED HOURS FROM HORAS.DAT (ID;CCYYMM;MINUTES AT 50%;
      *MINUTES AT 100%;NIGHT MINUTES) - PAID ON THE HOURLY RATE OF
      *THE FULL SALARY OVER THE MONTHLY DIVISOR; NIGHT HOURS EARN THE
      *PREMIUM ONLY. MARKED AND CONSUMED LIKE THE RETROACTIVES
       01 FS-HORAS             PIC X(02).
       01 WS-DIVISOR-HORA      PIC 9(03) VALUE 220.
       01 WS-PCT-NOTURNO       PIC 9(02) VALUE 20.
       01 WS-HORAS-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-HORAS-TABLE.
          05 WS-HORAS-ENTRY OCCURS 200 TIMES.
             10 WS-HR-ID       PIC 9(05).
             10 WS-HR-PERIODO  PIC 9(06).
             10 WS-HR-HE50     PIC 9(05).
             10 WS-HR-HE100    PIC 9(05).
             10 WS-HR-NOTURNO  PIC 9(05).
             10 WS-HR-PAGO     PIC X(01).
       01 WS-H                 PIC 9(03).
       01 WS-IN-HORAS.
          05 WS-IH-ID          PIC X(06).
          05 WS-IH-PERIODO     PIC X(07).
          05 WS-IH-HE50        PIC X(06).
          05 WS-IH-HE100       PIC X(06).
          05 WS-IH-NOTURNO     PIC X(06).
       01 WS-HE50              PIC 9(07)V99 VALUE ZERO.
       01 WS-HE100             PIC 9(07)V99 VALUE ZERO.
       01 WS-NOTURNO           PIC 9(07)V99 VALUE ZERO.
       01 WS-HORAS-PENDENTES   PIC 9(03) VALUE ZERO.
       01 WS-ED-HE50           PIC 9(07).99.
       01 WS-ED-HE100          PIC 9(07).99.
       01 WS-ED-NOTURNO        PIC 9(07).99.
       01 WS-ED-MIN1           PIC 9(05).
       01 WS-ED-MIN2           PIC 9(05).
       01 WS-ED-MIN3           PIC 9(05).
      *
      *VACATION PAY - THE BASE IS THE SALARY PLUS THE AVERAGE
      *COMMISSION OF THE ACQUISITION PERIOD'S MONTHS ON THE HISTORY;
      *DAYS TAKEN PAST THE CONCESSION DEADLINE ARE PAID DOUBLE.
      *THE RUN MONTH'S FIRST AND LAST DAYS (AS INTEGER DATES) FIND
      *THE VACATION DAYS THAT FALL IN IT
       01 WS-FERIAS            PIC 9(07)V99 VALUE ZERO.
       01 WS-TERCO             PIC 9(07)V99 VALUE ZERO.
       01 WS-FER-BASE          PIC 9(07)V99 VALUE ZERO.
       01 WS-FER-COM-SOMA      PIC S9(09)V99 VALUE ZERO.
       01 WS-FER-COM-MESES     PIC 9(03) VALUE ZERO.
       01 WS-FER-VALOR         PIC 9(07)V99 VALUE ZERO.
       01 WS-FER-DOBRO         PIC 9(03) VALUE ZERO.
       01 WS-FER-DIAS-MES      PIC 9(03) VALUE ZERO.
       01 WS-FER-MES-INI       PIC 9(07) VALUE ZERO.
       01 WS-FER-MES-FIM       PIC 9(07) VALUE ZERO.
       01 WS-FER-PROX          PIC 9(08) VALUE ZERO.
       01 WS-FER-INI           PIC 9(07) VALUE ZERO.
       01 WS-FER-FIM-GOZO      PIC 9(07) VALUE ZERO.
       01 WS-FER-DE            PIC 9(07) VALUE ZERO.
       01 WS-FER-ATE           PIC 9(07) VALUE ZERO.
       01 WS-FER-PAGAS         PIC 9(05) VALUE ZERO.
      *
      *REMITTANCE CONTROL FIELDS - THE COMPANY BLOCK IS WHAT THE
      *BANK REGISTERED FOR OUR UPLOADS
       01 WS-EMPRESA-ID        PIC X(04) VALUE "0001".
       01 WS-NET-SEQ           PIC 9(06) VALUE ZERO.
       01 WS-NET-HASH          PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-VALOR         PIC 9(09)V99 VALUE ZERO.
      *BANK BOOK - EVERY NET-PAY TRANSFER OF A FINAL RUN IS RECORDED
      *ON MOVBANCO.DAT THROUGH BANCOMOV FOR CONCBANC TO RECONCILE
       01 WS-BMV-PEDIDO.
          05 WS-BMV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-BMV-PROGRAMA   PIC X(08) VALUE "PAYROLL".
          05 WS-BMV-DC         PIC X(01) VALUE SPACE.
          05 WS-BMV-DATA       PIC 9(08) VALUE ZERO.
          05 WS-BMV-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-BMV-REFER      PIC X(20) VALUE SPACES.
       01 WS-BMV-RESPOSTA.
          05 WS-BMV-RC         PIC X(02) VALUE SPACES.
       01 WS-BMV-FALHAS        PIC 9(05) VALUE ZERO.
       01 WS-ED-HASH           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-SALARIO           PIC 9(07)V99 VALUE ZERO.
       01 WS-BRUTO             PIC 9(07)V99 VALUE ZERO.
       01 WS-DESCONTO          PIC 9(07)V99 VALUE ZERO.
       01 WS-LIQUIDO           PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-INSS         PIC 9(07)V99 VALUE ZERO.
       01 WS-INSS              PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-IRRF         PIC 9(07)V99 VALUE ZERO.
       01 WS-IRRF              PIC 9(07)V99 VALUE ZERO.
      *
       01 WS-TOT-BRUTO         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-DESCONTO      PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-ABONO         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-COMISSAO      PIC S9(09)V99 VALUE ZERO.
       01 WS-TOT-LIQUIDO       PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-INSS          PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-IRRF          PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-FERIAS        PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-TERCO         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-RETRO         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-HE50          PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-HE100         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-NOTURNO       PIC 9(09)V99 VALUE ZERO.
       01 WS-BALANCE           PIC S9(09)V99 VALUE ZERO.
      *
      *LABOR COST BY COST CENTER (EM-CENTRO) - KEPT IN CODE ORDER,
      *BLANK (NO CENTER YET) FIRST
       01 WS-CC-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES.
             10 WS-CC-CODIGO   PIC X(04).
             10 WS-CC-FUNC     PIC 9(05).
             10 WS-CC-BRUTO    PIC 9(09)V99.
             10 WS-CC-DESCONTO PIC 9(09)V99.
             10 WS-CC-LIQUIDO  PIC 9(09)V99.
       01 WS-K                 PIC 9(03).
       01 WS-K2                PIC 9(03).
       01 WS-CC-CHAVE          PIC X(04).
       01 WS-CC-ROTULO         PIC X(10).
       01 WS-ED-CC-FUNC        PIC ZZZZ9.
       01 WS-ED-CC-BRUTO       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-CC-DESC        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-CC-LIQ         PIC ZZZ,ZZZ,ZZ9.99.
      *
       01 WS-PAID-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-SKIP-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-ED-VAL3           PIC 9(07).99.
       01 WS-ED-ABONO          PIC 9(07).99.
       01 WS-ED-COMISSAO       PIC -9(07).99.
       01 WS-ED-INSS           PIC 9(07).99.
       01 WS-ED-IRRF           PIC 9(07).99.
       01 WS-ED-FERIAS         PIC 9(07).99.
       01 WS-ED-TERCO          PIC 9(07).99.
       01 WS-ED-TOT            PIC ZZZ,ZZZ,ZZ9.99.
      *
      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
      *RUN-LOG FIELDS - TRIAL AND FINAL RUNS ARE LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "PAYROLL".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINE) TO WS-PARM-LINE.
           IF WS-PARM-LINE(1:5) = "TRIAL"
           PERFORM LOAD-RATES-PARA THRU LOAD-RATES-EXIT-PARA.
           IF WS-RATE-COUNT = ZERO
               DISPLAY "GRADRATE.TAB EMPTY OR MISSING - NO RUN"
               MOVE 8 TO WS-RC
               GO TO ENCERRA-PARA
           END-IF.
           PERFORM LOAD-COMM-PARA THRU LOAD-COMM-EXIT-PARA.
           PERFORM LOAD-RETRO-PARA THRU LOAD-RETRO-EXIT-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           PERFORM LOAD-AUS-PARA THRU LOAD-AUS-EXIT-PARA.
           PERFORM LOAD-HORAS-PARA THRU LOAD-HORAS-EXIT-PARA.
           PERFORM MES-LIMITES-PARA THRU MES-LIMITES-EXIT-PARA.
           MOVE "T" TO WS-CRT-FUNC.
           MOVE WS-PERIODO TO WS-CRT-PERIODO.
           CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA.
           IF WS-CRT-RC = "10"
               DISPLAY "INSS.TAB SEM TABELA EM VIGOR PARA "
                       WS-PERIODO " - NO RUN"
               MOVE 8 TO WS-RC
               GO TO ENCERRA-PARA
           END-IF.
           IF WS-CRT-RC NOT = "00"
               DISPLAY "IRRF.TAB SEM TABELA EM VIGOR PARA "
                       WS-PERIODO " - NO RUN"
               MOVE 8 TO WS-RC
               GO TO ENCERRA-PARA
           END-IF.
           DISPLAY "TABELAS EM VIGOR: INSS " WS-CRT-INSS-VIG
                   "  IRRF " WS-CRT-IRRF-VIG.
      *    FINAL MAY ONLY RUN ONCE PER PERIOD - THE HALF-PAID-MONTH
      *    UNPICKING WAS THE WHOLE POINT OF THE MODES
           IF WS-FINAL = "S"
           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
               DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
               MOVE 8 TO WS-RC
               GO TO ENCERRA-PARA
           END-IF.
           IF WS-FINAL = "S"
               OPEN OUTPUT PAYSLIP-FILE
           END-IF.
           IF FS-HIST NOT = "00"
               DISPLAY "PAYHIST.DAT OPEN FAILED: " FS-HIST
               MOVE 8 TO WS-RC
               GO TO ENCERRA-PARA
           END-IF.
      *    NO VACATION FILE YET MEANS NO VACATION IN THE RUN
           IF WS-FINAL = "S"
               OPEN I-O FER-FILE
           ELSE
               OPEN INPUT FER-FILE
           END-IF.
           IF FS-FER = "00"
               MOVE "S" TO WS-FER-ABERTO
           ELSE
               CLOSE FER-FILE
           END-IF.

           PERFORM PAY-PARA UNTIL WS-EOF = "Y".
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
           CLOSE HIST-FILE.
           IF WS-FER-ABERTO = "S"
               CLOSE FER-FILE
           END-IF.

           PERFORM REGISTER-PARA THRU REGISTER-EXIT-PARA.
           IF WS-FINAL = "S"
               PERFORM MARK-PAYCTL-PARA THRU MARK-PAYCTL-EXIT-PARA
               PERFORM CONSUME-COMM-PARA THRU CONSUME-COMM-EXIT-PARA
               PERFORM CONSUME-RETRO-PARA
                  THRU CONSUME-RETRO-EXIT-PARA
               PERFORM CONSUME-HORAS-PARA
                  THRU CONSUME-HORAS-EXIT-PARA
           ELSE
               DISPLAY "MODO TRIAL - NETPAY.DAT E PAYSLIP.DAT NAO"
               DISPLAY "GRAVADOS, COMISSUM.DAT NAO CONSUMIDO"
           END-IF.
       ENCERRA-PARA.
           MOVE WS-PAID-COUNT TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER THE MONTH-END DRIVER AS WELL AS RUN STANDALONE
           GOBACK.
      *
       LOAD-RATES-PARA.
           OPEN INPUT RATE-FILE.
               FUNCTION NUMVAL(WS-IN-VALOR).
       LOAD-ONE-COMM-EXIT-PARA.
           EXIT.

       LOAD-RETRO-PARA.
           OPEN INPUT RETRO-FILE.
           IF FS-RETRO NOT = "00"
               GO TO LOAD-RETRO-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-RETRO NOT = "00"
               READ RETRO-FILE
                   AT END
                       MOVE "10" TO FS-RETRO
                   NOT AT END
                       PERFORM LOAD-ONE-RETRO-PARA
                          THRU LOAD-ONE-RETRO-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE RETRO-FILE.
       LOAD-RETRO-EXIT-PARA.
           EXIT.

       LOAD-ONE-RETRO-PARA.
           MOVE SPACES TO WS-IN-ID WS-IN-VALOR WS-IN-REFER.
           UNSTRING RETRO-LINE DELIMITED BY ";"
               INTO WS-IN-ID WS-IN-VALOR WS-IN-REFER
           END-UNSTRING.
           IF WS-IN-ID IS NOT NUMERIC
              OR FUNCTION TEST-NUMVAL(WS-IN-VALOR) NOT = ZERO
               DISPLAY "RETROATV.DAT LINHA INVALIDA: " RETRO-LINE
               GO TO LOAD-ONE-RETRO-EXIT-PARA
           END-IF.
           IF WS-RETRO-COUNT >= 200
               DISPLAY "RETROATV.DAT CHEIO - FICA PARA O PROXIMO "
                       "MES: " RETRO-LINE
               GO TO LOAD-ONE-RETRO-EXIT-PARA
           END-IF.
           ADD 1 TO WS-RETRO-COUNT.
           MOVE WS-IN-ID TO WS-RE-ID(WS-RETRO-COUNT).
           COMPUTE WS-RE-VALOR(WS-RETRO-COUNT) =
               FUNCTION NUMVAL(WS-IN-VALOR).
           MOVE WS-IN-REFER TO WS-RE-REFER(WS-RETRO-COUNT).
           MOVE "N" TO WS-RE-PAGO(WS-RETRO-COUNT).
       LOAD-ONE-RETRO-EXIT-PARA.
           EXIT.

       LOAD-HORAS-PARA.
           OPEN INPUT HORAS-FILE.
           IF FS-HORAS NOT = "00"
               GO TO LOAD-HORAS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-HORAS NOT = "00"
               READ HORAS-FILE
                   AT END
                       MOVE "10" TO FS-HORAS
                   NOT AT END
                       PERFORM LOAD-ONE-HORAS-PARA
                          THRU LOAD-ONE-HORAS-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE HORAS-FILE.
       LOAD-HORAS-EXIT-PARA.
           EXIT.

      *A MONTH LATER THAN THE RUN'S WAITS FOR ITS OWN RUN - IT STAYS
      *IN THE TABLE UNMARKED AND IS WRITTEN BACK
       LOAD-ONE-HORAS-PARA.
           MOVE SPACES TO WS-IN-HORAS.
           UNSTRING HORAS-LINE DELIMITED BY ";"
               INTO WS-IH-ID WS-IH-PERIODO WS-IH-HE50 WS-IH-HE100
                    WS-IH-NOTURNO
           END-UNSTRING.
           IF WS-IH-ID(1:5) IS NOT NUMERIC
              OR WS-IH-PERIODO(1:6) IS NOT NUMERIC
              OR WS-IH-HE50(1:5) IS NOT NUMERIC
              OR WS-IH-HE100(1:5) IS NOT NUMERIC
              OR WS-IH-NOTURNO(1:5) IS NOT NUMERIC
               DISPLAY "HORAS.DAT LINHA INVALIDA: " HORAS-LINE
               GO TO LOAD-ONE-HORAS-EXIT-PARA
           END-IF.
           IF WS-HORAS-COUNT >= 200
               DISPLAY "HORAS.DAT CHEIO - FICA PARA O PROXIMO "
                       "MES: " HORAS-LINE
               GO TO LOAD-ONE-HORAS-EXIT-PARA
           END-IF.
           ADD 1 TO WS-HORAS-COUNT.
           MOVE WS-IH-ID(1:5) TO WS-HR-ID(WS-HORAS-COUNT).
           MOVE WS-IH-PERIODO(1:6) TO WS-HR-PERIODO(WS-HORAS-COUNT).
           MOVE WS-IH-HE50(1:5) TO WS-HR-HE50(WS-HORAS-COUNT).
           MOVE WS-IH-HE100(1:5) TO WS-HR-HE100(WS-HORAS-COUNT).
           MOVE WS-IH-NOTURNO(1:5) TO WS-HR-NOTURNO(WS-HORAS-COUNT).
           MOVE "N" TO WS-HR-PAGO(WS-HORAS-COUNT).
       LOAD-ONE-HORAS-EXIT-PARA.
           EXIT.
      *
       PAY-PARA.
           READ EMP-MASTER NEXT RECORD
           END-IF.

           MOVE EM-SALARIO TO WS-SALARIO.
      *    VACATION STARTING THIS MONTH IS PAID NOW; ITS DAYS IN THE
      *    MONTH ARE NOT PAID AS SALARY
           MOVE ZERO TO WS-FERIAS WS-TERCO WS-FER-DIAS-MES.
           IF WS-FER-ABERTO = "S"
               PERFORM FERIAS-PARA THRU FERIAS-EXIT-PARA
           END-IF.
      *    UNPAID ABSENCE DAYS PRORATE THE SALARY OVER A 30-DAY
      *    MONTH BEFORE ANY PERCENTAGE TOUCHES IT
           MOVE ZERO TO WS-DIAS-AUS.
                   ADD WS-AU-DIAS(WS-A) TO WS-DIAS-AUS
               END-IF
           END-PERFORM.
           IF WS-DIAS-AUS + WS-FER-DIAS-MES > 30
               MOVE 30 TO WS-DIAS-AUS
           ELSE
               ADD WS-FER-DIAS-MES TO WS-DIAS-AUS
           END-IF.
           IF WS-DIAS-AUS > ZERO
               COMPUTE WS-SALARIO ROUNDED =
                   ADD WS-CM-VALOR(WS-C) TO WS-COMISSAO
               END-IF
           END-PERFORM.
      *    RETROACTIVE DIFFERENCES OF MONTHS ALREADY PAID COME IN
      *    WHOLE - THE ABSENCES OF THE RUN MONTH DO NOT TOUCH THEM
           MOVE ZERO TO WS-RETRO.
           PERFORM VARYING WS-RT FROM 1 BY 1
                   UNTIL WS-RT > WS-RETRO-COUNT
               IF WS-RE-ID(WS-RT) = EM-ID
                   ADD WS-RE-VALOR(WS-RT) TO WS-RETRO
                   MOVE "S" TO WS-RE-PAGO(WS-RT)
               END-IF
           END-PERFORM.
      *    APPROVED OVERTIME AND NIGHT HOURS, ON THE FULL SALARY'S
      *    HOURLY RATE
           MOVE ZERO TO WS-HE50 WS-HE100 WS-NOTURNO.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HORAS-COUNT
               IF WS-HR-ID(WS-H) = EM-ID
                  AND WS-HR-PERIODO(WS-H) NOT > WS-PERIODO
                   PERFORM HORAS-VALOR-PARA THRU HORAS-VALOR-EXIT-PARA
               END-IF
           END-PERFORM.
           COMPUTE WS-BRUTO = WS-SALARIO + WS-ABONO + WS-COMISSAO
               + WS-FERIAS + WS-TERCO + WS-RETRO
               + WS-HE50 + WS-HE100 + WS-NOTURNO.
      *    THE WITHHOLDINGS REPLACE THE GRADE DEDUCTION PERCENTAGE -
      *    INSS ON THE GROSS, IRRF ON THE GROSS LESS INSS AND THE
      *    DEPENDANTS' DEDUCTION
           PERFORM CALC-RETENCAO-PARA THRU CALC-RETENCAO-EXIT-PARA.
           COMPUTE WS-DESCONTO = WS-INSS + WS-IRRF.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTO.

           ADD WS-BRUTO    TO WS-TOT-BRUTO.
           ADD WS-ABONO    TO WS-TOT-ABONO.
           ADD WS-COMISSAO TO WS-TOT-COMISSAO.
           ADD WS-DESCONTO TO WS-TOT-DESCONTO.
           ADD WS-INSS     TO WS-TOT-INSS.
           ADD WS-IRRF     TO WS-TOT-IRRF.
           ADD WS-FERIAS   TO WS-TOT-FERIAS.
           ADD WS-TERCO    TO WS-TOT-TERCO.
           ADD WS-RETRO    TO WS-TOT-RETRO.
           ADD WS-HE50     TO WS-TOT-HE50.
           ADD WS-HE100    TO WS-TOT-HE100.
           ADD WS-NOTURNO  TO WS-TOT-NOTURNO.
           ADD WS-LIQUIDO  TO WS-TOT-LIQUIDO.
           ADD 1 TO WS-PAID-COUNT.
           PERFORM CENTRO-SOMA-PARA THRU CENTRO-SOMA-EXIT-PARA.

           IF WS-FINAL = "S"
               PERFORM WRITE-PAYSLIP-PARA
       PAY-ONE-EXIT-PARA.
           EXIT.

      *ONE APPROVED MONTH OF HOURS - MINUTES TIMES THE HOURLY RATE
      *(SALARY / DIVISOR / 60) AT 150%, 200% AND THE NIGHT PREMIUM
       HORAS-VALOR-PARA.
           COMPUTE WS-HE50 ROUNDED = WS-HE50
               + EM-SALARIO * WS-HR-HE50(WS-H) * 1.5
                 / (WS-DIVISOR-HORA * 60).
           COMPUTE WS-HE100 ROUNDED = WS-HE100
               + EM-SALARIO * WS-HR-HE100(WS-H) * 2
                 / (WS-DIVISOR-HORA * 60).
           COMPUTE WS-NOTURNO ROUNDED = WS-NOTURNO
               + EM-SALARIO * WS-HR-NOTURNO(WS-H) * WS-PCT-NOTURNO
                 / (WS-DIVISOR-HORA * 60 * 100).
           MOVE "S" TO WS-HR-PAGO(WS-H).
       HORAS-VALOR-EXIT-PARA.
           EXIT.

      *THE RUN MONTH'S FIRST AND LAST DAYS AS INTEGER DATES
       MES-LIMITES-PARA.
           COMPUTE WS-FER-PROX = WS-PERIODO * 100 + 1.
           COMPUTE WS-FER-MES-INI =
               FUNCTION INTEGER-OF-DATE(WS-FER-PROX).
           COMPUTE WS-FER-PROX =
               FUNCTION DATE-OF-INTEGER(WS-FER-MES-INI + 31).
           MOVE "01" TO WS-FER-PROX(7:2).
           COMPUTE WS-FER-MES-FIM =
               FUNCTION INTEGER-OF-DATE(WS-FER-PROX) - 1.
       MES-LIMITES-EXIT-PARA.
           EXIT.

      *EVERY ACQUISITION PERIOD OF THE EMPLOYEE ON FERIAS.DAT
       FERIAS-PARA.
           MOVE EM-ID TO FE-ID.
           MOVE ZERO TO FE-AQ-INICIO.
           START FER-FILE KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   GO TO FERIAS-EXIT-PARA
           END-START.
           MOVE "N" TO WS-FER-FIM.
           PERFORM UNTIL WS-FER-FIM = "S"
               READ FER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FER-FIM
                   NOT AT END
                       IF FE-ID NOT = EM-ID
                           MOVE "S" TO WS-FER-FIM
                       ELSE
                           IF FE-PROG-DIAS > ZERO
                               PERFORM FERIAS-UMA-PARA
                                  THRU FERIAS-UMA-EXIT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       FERIAS-EXIT-PARA.
           EXIT.

      *ONE SCHEDULE - ITS DAYS INSIDE THE RUN MONTH, PAID OR NOT,
      *COME OFF THE SALARY; A PENDING ONE STARTING BY THE RUN MONTH
      *IS PAID
       FERIAS-UMA-PARA.
           COMPUTE WS-FER-INI =
               FUNCTION INTEGER-OF-DATE(FE-PROG-INICIO).
           COMPUTE WS-FER-FIM-GOZO = WS-FER-INI + FE-PROG-DIAS - 1.
           MOVE WS-FER-INI TO WS-FER-DE.
           IF WS-FER-DE < WS-FER-MES-INI
               MOVE WS-FER-MES-INI TO WS-FER-DE
           END-IF.
           MOVE WS-FER-FIM-GOZO TO WS-FER-ATE.
           IF WS-FER-ATE > WS-FER-MES-FIM
               MOVE WS-FER-MES-FIM TO WS-FER-ATE
           END-IF.
           IF WS-FER-ATE NOT < WS-FER-DE
               COMPUTE WS-FER-DIAS-MES =
                   WS-FER-DIAS-MES + WS-FER-ATE - WS-FER-DE + 1
           END-IF.
           IF NOT FE-PROG-PENDENTE
              OR FE-PROG-INICIO(1:6) > WS-PERIODO
               GO TO FERIAS-UMA-EXIT-PARA
           END-IF.
           IF FE-PROG-INICIO(1:6) < WS-PERIODO
               DISPLAY "FERIAS DE " FE-PROG-INICIO " DO FUNCIONARIO "
                       EM-ID " PAGAS COM ATRASO"
           END-IF.
      *    DAYS PAST THE CONCESSION DEADLINE ARE PAID TWICE
           MOVE ZERO TO WS-FER-DOBRO.
           COMPUTE WS-FER-DE = FUNCTION INTEGER-OF-DATE(FE-LIMITE) + 1.
           IF WS-FER-DE < WS-FER-INI
               MOVE WS-FER-INI TO WS-FER-DE
           END-IF.
           IF WS-FER-FIM-GOZO NOT < WS-FER-DE
               COMPUTE WS-FER-DOBRO = WS-FER-FIM-GOZO - WS-FER-DE + 1
               DISPLAY "FERIAS DO FUNCIONARIO " EM-ID " COM "
                       WS-FER-DOBRO " DIAS EM DOBRO"
           END-IF.
           PERFORM FERIAS-MEDIA-PARA THRU FERIAS-MEDIA-EXIT-PARA.
           COMPUTE WS-FER-VALOR ROUNDED =
               WS-FER-BASE * (FE-PROG-DIAS + WS-FER-DOBRO) / 30.
           ADD WS-FER-VALOR TO WS-FERIAS.
           COMPUTE WS-FER-VALOR ROUNDED = WS-FER-VALOR / 3.
           ADD WS-FER-VALOR TO WS-TERCO.
           ADD 1 TO WS-FER-PAGAS.
           IF WS-FINAL = "S"
               MOVE "S" TO FE-PROG-PAGO
               MOVE WS-PERIODO TO FE-PROG-PERIODO
               ADD FE-PROG-DIAS TO FE-GOZADOS
               IF FE-GOZADOS NOT < FE-DIREITO
                   MOVE "Q" TO FE-SITUACAO
               END-IF
               REWRITE REG-FERIAS
                   INVALID KEY
                       DISPLAY "FERIAS.DAT REWRITE FAILED: " FE-ID
                               "/" FE-AQ-INICIO
               END-REWRITE
           END-IF.
       FERIAS-UMA-EXIT-PARA.
           EXIT.

      *SALARY PLUS THE AVERAGE COMMISSION OF THE ACQUISITION PERIOD'S
      *MONTHS ON THE HISTORY (13TH-SALARY PERIODS LEFT OUT); A
      *NEGATIVE AVERAGE COUNTS AS ZERO
       FERIAS-MEDIA-PARA.
           MOVE ZERO TO WS-FER-COM-SOMA WS-FER-COM-MESES.
           MOVE EM-ID TO PH-ID.
           MOVE FE-AQ-INICIO(1:6) TO PH-PERIODO.
           START HIST-FILE KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-HIST
           END-START.
           PERFORM UNTIL FS-HIST NOT = "00"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-HIST
                   NOT AT END
                       IF PH-ID NOT = EM-ID
                          OR PH-PERIODO > FE-AQ-FIM(1:6)
                           MOVE "10" TO FS-HIST
                       ELSE
                           IF PH-PERIODO(5:2) NOT > "12"
                               ADD PH-COMISSAO TO WS-FER-COM-SOMA
                               ADD 1 TO WS-FER-COM-MESES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-HIST.
           MOVE EM-SALARIO TO WS-FER-BASE.
           IF WS-FER-COM-MESES > ZERO AND WS-FER-COM-SOMA > ZERO
               COMPUTE WS-FER-BASE ROUNDED = EM-SALARIO
                   + WS-FER-COM-SOMA / WS-FER-COM-MESES
           END-IF.
       FERIAS-MEDIA-EXIT-PARA.
           EXIT.

      *THE WITHHOLDINGS OF ONE EMPLOYEE - CALCRET ANSWERS BOTH BASES
      *AND BOTH AMOUNTS
       CALC-RETENCAO-PARA.
           MOVE "C" TO WS-CRT-FUNC.
           MOVE WS-PERIODO TO WS-CRT-PERIODO.
           MOVE WS-BRUTO TO WS-CRT-BRUTO.
           MOVE EM-DEPENDENTES TO WS-CRT-DEPENDENTES.
           CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA.
           MOVE WS-CRT-BASE-INSS TO WS-BASE-INSS.
           MOVE WS-CRT-INSS TO WS-INSS.
           MOVE WS-CRT-BASE-IRRF TO WS-BASE-IRRF.
           MOVE WS-CRT-IRRF TO WS-IRRF.
       CALC-RETENCAO-EXIT-PARA.
           EXIT.

       WRITE-HIST-PARA.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PERIODO TO PH-PERIODO.
           MOVE WS-COMISSAO TO PH-COMISSAO.
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
           MOVE WS-LIQUIDO TO WS-ED-VAL3.
           MOVE WS-ABONO TO WS-ED-ABONO.
           MOVE WS-COMISSAO TO WS-ED-COMISSAO.
           MOVE WS-INSS TO WS-ED-INSS.
           MOVE WS-IRRF TO WS-ED-IRRF.
           MOVE WS-FERIAS TO WS-ED-FERIAS.
           MOVE WS-TERCO TO WS-ED-TERCO.
           MOVE WS-RETRO TO WS-ED-RETRO.
           MOVE WS-HE50 TO WS-ED-HE50.
           MOVE WS-HE100 TO WS-ED-HE100.
           MOVE WS-NOTURNO TO WS-ED-NOTURNO.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING EM-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-VAL2 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-VAL3 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-INSS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-IRRF DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  EM-DEPENDENTES DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-FERIAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-TERCO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-RETRO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-HE50 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-HE100 DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-NOTURNO DELIMITED BY SIZE
                  INTO PAYSLIP-LINE
           END-STRING.
           WRITE PAYSLIP-LINE.
                  INTO NETPAY-LINE
           END-STRING.
           WRITE NETPAY-LINE.
      *    THE SAME TRANSFER GOES ON THE BANK BOOK AS MONEY OUT
           MOVE "G" TO WS-BMV-FUNC.
           MOVE "D" TO WS-BMV-DC.
           MOVE WS-DATA-SIS TO WS-BMV-DATA.
           MOVE WS-NET-VALOR TO WS-BMV-VALOR.
           MOVE SPACES TO WS-BMV-REFER.
           STRING "FOLHA " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EM-ID DELIMITED BY SIZE
                  INTO WS-BMV-REFER
           END-STRING.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           IF WS-BMV-RC NOT = "00"
              ADD 1 TO WS-BMV-FALHAS
           END-IF.
       WRITE-PAYSLIP-EXIT-PARA.
           EXIT.

                           DISPLAY "(RODE EM MODO TRIAL PARA "
                                   "CONFERIR NUMEROS)"
                           CLOSE PAYCTL-FILE
                           MOVE 8 TO WS-RC
                           GO TO ENCERRA-PARA
                       END-IF
               END-READ
           END-PERFORM.
       CONSUME-COMM-PARA.
           OPEN OUTPUT COMM-FILE.
           CLOSE COMM-FILE.
      *    THE COLLECTION-RELEASED COMMISSION THE FEED CARRIED IS
      *    NOW PAID - SalesBatch WILL NOT PUT IT IN A FEED AGAIN
           OPEN I-O PEND-FILE.
           IF FS-PEND NOT = "00"
              CLOSE PEND-FILE
              GO TO CONSUME-COMM-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PEND NOT = "00"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-PEND
                   NOT AT END
                       IF CP-ENVIADA
                          MOVE "G" TO CP-SITUACAO
                          REWRITE REG-PEND
                          ADD 1 TO WS-PEND-PAGAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           DISPLAY "COMISSOES POR RECEBIMENTO PAGAS: " WS-PEND-PAGAS.
       CONSUME-COMM-EXIT-PARA.
           EXIT.

      *THE RETROACTIVE DIFFERENCES PAID IN THE RUN ARE CONSUMED -
      *ONLY THOSE OF EMPLOYEES NOT PAID (SKIPPED, ALREADY PAID IN THE
      *PERIOD OR TERMINATED) ARE WRITTEN BACK FOR THE NEXT RUN
       CONSUME-RETRO-PARA.
           IF WS-RETRO-COUNT = ZERO
               GO TO CONSUME-RETRO-EXIT-PARA
           END-IF.
           OPEN OUTPUT RETRO-FILE.
           PERFORM VARYING WS-RT FROM 1 BY 1
                   UNTIL WS-RT > WS-RETRO-COUNT
               IF WS-RE-PAGO(WS-RT) NOT = "S"
                   ADD 1 TO WS-RETRO-PENDENTES
                   MOVE WS-RE-VALOR(WS-RT) TO WS-ED-RETRO
                   MOVE SPACES TO RETRO-LINE
                   STRING WS-RE-ID(WS-RT) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-RETRO DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-RE-REFER(WS-RT) DELIMITED BY SIZE
                          INTO RETRO-LINE
                   END-STRING
                   WRITE RETRO-LINE
               END-IF
           END-PERFORM.
           CLOSE RETRO-FILE.
           IF WS-RETRO-PENDENTES > ZERO
               DISPLAY "RETROATIVOS NAO PAGOS, MANTIDOS EM "
                       "RETROATV.DAT: " WS-RETRO-PENDENTES
           END-IF.
       CONSUME-RETRO-EXIT-PARA.
           EXIT.

      *THE APPROVED HOURS PAID IN THE RUN ARE CONSUMED - THOSE OF
      *EMPLOYEES NOT PAID, OR OF A LATER MONTH, ARE WRITTEN BACK
       CONSUME-HORAS-PARA.
           IF WS-HORAS-COUNT = ZERO
               GO TO CONSUME-HORAS-EXIT-PARA
           END-IF.
           OPEN OUTPUT HORAS-FILE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HORAS-COUNT
               IF WS-HR-PAGO(WS-H) NOT = "S"
                   ADD 1 TO WS-HORAS-PENDENTES
                   MOVE WS-HR-HE50(WS-H) TO WS-ED-MIN1
                   MOVE WS-HR-HE100(WS-H) TO WS-ED-MIN2
                   MOVE WS-HR-NOTURNO(WS-H) TO WS-ED-MIN3
                   MOVE SPACES TO HORAS-LINE
                   STRING WS-HR-ID(WS-H) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-HR-PERIODO(WS-H) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-MIN1 DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-MIN2 DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-MIN3 DELIMITED BY SIZE
                          INTO HORAS-LINE
                   END-STRING
                   WRITE HORAS-LINE
               END-IF
           END-PERFORM.
           CLOSE HORAS-FILE.
           IF WS-HORAS-PENDENTES > ZERO
               DISPLAY "HORAS NAO PAGAS, MANTIDAS EM HORAS.DAT: "
                       WS-HORAS-PENDENTES
           END-IF.
       CONSUME-HORAS-EXIT-PARA.
           EXIT.

      *TOTALS REGISTER - GROSS MINUS DEDUCTIONS MUST EQUAL NET
       REGISTER-PARA.
           DISPLAY "==========================================".
           DISPLAY " PULADOS            : " WS-SKIP-COUNT.
           DISPLAY " JA PAGOS NO PERIODO: " WS-JA-PAGOS.
           DISPLAY " PRORATADOS (AUSENCIA): " WS-PRORATADOS.
           DISPLAY " FERIAS PAGAS       : " WS-FER-PAGAS.
           MOVE WS-TOT-BRUTO TO WS-ED-TOT.
           DISPLAY " TOTAL BRUTO       : " WS-ED-TOT.
           MOVE WS-TOT-ABONO TO WS-ED-TOT.
           DISPLAY "   (ABONOS         : " WS-ED-TOT ")".
           MOVE WS-TOT-COMISSAO TO WS-ED-TOT.
           DISPLAY "   (COMISSOES      : " WS-ED-TOT ")".
           MOVE WS-TOT-FERIAS TO WS-ED-TOT.
           DISPLAY "   (FERIAS         : " WS-ED-TOT ")".
           MOVE WS-TOT-TERCO TO WS-ED-TOT.
           DISPLAY "   (1/3 FERIAS     : " WS-ED-TOT ")".
           MOVE WS-TOT-RETRO TO WS-ED-TOT.
           DISPLAY "   (RETROATIVOS    : " WS-ED-TOT ")".
           MOVE WS-TOT-HE50 TO WS-ED-TOT.
           DISPLAY "   (HORAS EXTRAS 50: " WS-ED-TOT ")".
           MOVE WS-TOT-HE100 TO WS-ED-TOT.
           DISPLAY "   (HORAS EXT. 100 : " WS-ED-TOT ")".
           MOVE WS-TOT-NOTURNO TO WS-ED-TOT.
           DISPLAY "   (ADIC. NOTURNO  : " WS-ED-TOT ")".
           MOVE WS-TOT-DESCONTO TO WS-ED-TOT.
           DISPLAY " TOTAL DESCONTOS   : " WS-ED-TOT.
           MOVE WS-TOT-INSS TO WS-ED-TOT.
           DISPLAY "   (INSS           : " WS-ED-TOT ")".
           MOVE WS-TOT-IRRF TO WS-ED-TOT.
           DISPLAY "   (IRRF           : " WS-ED-TOT ")".
           MOVE WS-TOT-LIQUIDO TO WS-ED-TOT.
           DISPLAY " TOTAL LIQUIDO     : " WS-ED-TOT.
           DISPLAY " REMESSA NETPAY.DAT: " WS-NET-SEQ
               DISPLAY " BALANCO ............ OK"
           ELSE
               DISPLAY " BALANCO ............ NAO FECHA!"
               MOVE 8 TO WS-RC
           END-IF.
           DISPLAY "==========================================".
           DISPLAY " TOTAIS POR CENTRO DE CUSTO".
           DISPLAY " CENTRO      FUNC          BRUTO      DESCONTOS"
                   "        LIQUIDO".
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CC-COUNT
               IF WS-CC-CODIGO(WS-K) = SPACES
                   MOVE "SEM CENTRO" TO WS-CC-ROTULO
               ELSE
                   MOVE WS-CC-CODIGO(WS-K) TO WS-CC-ROTULO
               END-IF
               MOVE WS-CC-FUNC(WS-K) TO WS-ED-CC-FUNC
               MOVE WS-CC-BRUTO(WS-K) TO WS-ED-CC-BRUTO
               MOVE WS-CC-DESCONTO(WS-K) TO WS-ED-CC-DESC
               MOVE WS-CC-LIQUIDO(WS-K) TO WS-ED-CC-LIQ
               DISPLAY " " WS-CC-ROTULO " " WS-ED-CC-FUNC " "
                       WS-ED-CC-BRUTO " " WS-ED-CC-DESC " "
                       WS-ED-CC-LIQ
           END-PERFORM.
           DISPLAY "==========================================".
       REGISTER-EXIT-PARA.
           EXIT.

      *ADDS THE EMPLOYEE JUST PAID TO THE TOTALS OF THAT COST CENTER,
      *OPENING ITS ENTRY IN CODE ORDER THE FIRST TIME IT APPEARS; A
      *101ST CENTER IS TOTALLED UNDER THE LAST ENTRY AND REPORTED
       CENTRO-SOMA-PARA.
           MOVE EM-CENTRO TO WS-CC-CHAVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CC-COUNT
                      OR WS-CC-CODIGO(WS-K) NOT < WS-CC-CHAVE
               CONTINUE
           END-PERFORM.
           IF WS-K <= WS-CC-COUNT
              AND WS-CC-CODIGO(WS-K) = WS-CC-CHAVE
               GO TO CENTRO-SOMA-ACUMULA-PARA
           END-IF.
           IF WS-CC-COUNT >= 100
               DISPLAY "MAIS DE 100 CENTROS - " WS-CC-CHAVE
                       " TOTALIZADO EM " WS-CC-CODIGO(100)
               MOVE 100 TO WS-K
               GO TO CENTRO-SOMA-ACUMULA-PARA
           END-IF.
           PERFORM VARYING WS-K2 FROM WS-CC-COUNT BY -1
                   UNTIL WS-K2 < WS-K
               MOVE WS-CC-ENTRY(WS-K2) TO WS-CC-ENTRY(WS-K2 + 1)
           END-PERFORM.
           ADD 1 TO WS-CC-COUNT.
           MOVE WS-CC-CHAVE TO WS-CC-CODIGO(WS-K).
           MOVE ZERO TO WS-CC-FUNC(WS-K) WS-CC-BRUTO(WS-K)
                        WS-CC-DESCONTO(WS-K) WS-CC-LIQUIDO(WS-K).
       CENTRO-SOMA-ACUMULA-PARA.
           ADD 1 TO WS-CC-FUNC(WS-K).
           ADD WS-BRUTO TO WS-CC-BRUTO(WS-K).
           ADD WS-DESCONTO TO WS-CC-DESCONTO(WS-K).
           ADD WS-LIQUIDO TO WS-CC-LIQUIDO(WS-K).
       CENTRO-SOMA-EXIT-PARA.
           EXIT.
