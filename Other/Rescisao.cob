      ******************************************************************
      *DESC    : Employment termination (rescisao) settlement for one  *
      *        : employee - takes the EM-ID, the termination date and  *
      *        : the termination type and computes the salary balance  *
      *        : for the days worked in the month (with the grade      *
      *        : allowance and the commission still on COMISSUM.DAT),  *
      *        : the indemnified notice, the proportional 13th less    *
      *        : the advance PAY13 paid, the vacation owed on          *
      *        : FERIAS.DAT plus the proportional vacation, the one    *
      *        : third on both, and INSS/IRRF through CALCRET. Prints  *
      *        : the settlement statement RESCISAO.TXT, writes the     *
      *        : transfer to NETPAYRC.DAT (the NETPAY.DAT H/D/T shape) *
      *        : and MOVBANCO.DAT, posts the PAYHIST.DAT record for    *
      *        : the termination month, and only then marks the        *
      *        : employee "T" on EMPMAST.DAT with an EMPAUDIT.LOG line.*
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command line: ID CCYYMMDD TYPE [TRIAL] - the ID with  *
      *        : its 5 digits; TYPE S dismissal without cause, J       *
      *        : dismissal for cause, P resignation, A agreement (CLT  *
      *        : art. 484-A). TRIAL prints the statement (marked       *
      *        : SIMULACAO) and writes nothing else; the final run     *
      *        : signs on through OPERSIGN, supervisors only.          *
      *        : Notice (S): 30 days plus 3 per complete year of       *
      *        : service, up to 90; A gets half; P and J none (a       *
      *        : resignation's notice is taken as worked). The notice  *
      *        : days project the date the 13th and the proportional   *
      *        : vacation count to. J loses the proportional 13th and  *
      *        : vacation. The 13th is 1/12 per calendar month with 15 *
      *        : days worked in the year (the PAY13 rule); the         *
      *        : proportional vacation 1/12 per month of the open      *
      *        : acquisition period, a fraction over 14 days counting, *
      *        : on the CLT art. 130 days for its absences. Base:      *
      *        : EM-SALARIO plus the average commission of the last 12 *
      *        : months on PAYHIST.DAT. INSS/IRRF are withheld on the  *
      *        : salary balance and, apart, on the 13th; the notice    *
      *        : and the vacation are indemnities and are not taxed.   *
      *        : Refused (RC 8): the month already paid by PAYROLL for *
      *        : the employee, a date in the future or before the hire *
      *        : date, no hire date, a terminated employee, no         *
      *        : FERIAS.DAT (run FERACUM first) or a negative net.     *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT OPTIONAL EMPAUDIT-FILE ASSIGN TO "EMPAUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
           SELECT RATE-FILE ASSIGN TO "GRADRATE.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RATE.
           SELECT OPTIONAL COMM-FILE ASSIGN TO "COMISSUM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COMM.
           SELECT OPTIONAL AUS-FILE ASSIGN TO "AUSENCIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUS.
           SELECT TERMO-FILE ASSIGN TO "RESCISAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TERMO.
           SELECT NETPAY-FILE ASSIGN TO "NETPAYRC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-NETPAY.
      *THE MONTHS' HISTORY GIVES THE AVERAGE COMMISSION AND THE 13TH
      *ADVANCE; THE SETTLEMENT IS POSTED UNDER THE TERMINATION MONTH,
      *WHICH ALSO KEEPS PAYROLL FROM PAYING THAT MONTH AGAIN
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
           SELECT FER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FE-CHAVE
           FILE STATUS             FS-FER.
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

      *SAME LAYOUT EMPMAINT WRITES
       FD EMPAUDIT-FILE.
       01 EMPAUDIT-RECORD.
          02 EA-DATE           PIC 9(08).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-ACTION         PIC X(09).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-ID             PIC 9(05).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-BEFORE         PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-AFTER          PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-OPERATOR       PIC X(08).

       FD RATE-FILE.
       01 RATE-LINE            PIC X(20).

       FD COMM-FILE.
       01 COMM-LINE            PIC X(40).

       FD AUS-FILE.
       01 AUS-LINE             PIC X(20).

       FD TERMO-FILE.
       01 TERMO-LINE           PIC X(80).

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
       01 FS-AUDIT             PIC X(02).
       01 FS-RATE              PIC X(02).
       01 FS-COMM              PIC X(02).
       01 FS-AUS               PIC X(02).
       01 FS-TERMO             PIC X(02).
       01 FS-NETPAY            PIC X(02).
       01 FS-HIST              PIC X(02).
       01 FS-FER               PIC X(02).
       01 WS-FER-FIM           PIC X     VALUE "N".
       01 WS-HIST-FIM          PIC X     VALUE "N".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-OPERADOR          PIC X(08) VALUE SPACES.
       01 WS-REG-ANTES         PIC X(58) VALUE SPACES.
      *
      *COMMAND LINE - EMPLOYEE, TERMINATION DATE, TYPE AND MODE
       01 WS-PARM-LINE         PIC X(40) VALUE SPACES.
       01 WS-P-ID              PIC X(06) VALUE SPACES.
       01 WS-P-DATA            PIC X(09) VALUE SPACES.
       01 WS-P-TIPO            PIC X(02) VALUE SPACES.
       01 WS-P-MODO            PIC X(05) VALUE SPACES.
       01 WS-FINAL             PIC X     VALUE "S".
       01 WS-ID                PIC 9(05) VALUE ZERO.
       01 WS-TIPO              PIC X(01) VALUE SPACE.
          88 WS-SEM-JUSTA-CAUSA VALUE "S".
          88 WS-JUSTA-CAUSA    VALUE "J".
          88 WS-PEDIDO         VALUE "P".
          88 WS-ACORDO         VALUE "A".
       01 WS-TIPO-DESC         PIC X(30) VALUE SPACES.
      *
      *THE DATES - TERMINATION, HIRE, AND THE TERMINATION PROJECTED
      *BY THE INDEMNIFIED NOTICE; THE TERMINATION MONTH IS THE
      *PERIOD THE SETTLEMENT IS POSTED UNDER
       01 WS-DESLIG            PIC 9(08) VALUE ZERO.
       01 WS-DESLIG-R REDEFINES WS-DESLIG.
          05 WS-DSL-ANO        PIC 9(04).
          05 WS-DSL-MES        PIC 9(02).
          05 WS-DSL-DIA        PIC 9(02).
       01 WS-ADM               PIC 9(08) VALUE ZERO.
       01 WS-ADM-R REDEFINES WS-ADM.
          05 WS-ADM-ANO        PIC 9(04).
          05 WS-ADM-MES        PIC 9(02).
          05 WS-ADM-DIA        PIC 9(02).
       01 WS-PROJ              PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-INI           PIC 9(06) VALUE ZERO.
       01 WS-MESES-ABS         PIC 9(06) VALUE ZERO.
       01 WS-ANOS-SERV         PIC 9(02) VALUE ZERO.
       01 WS-DIAS-AVISO        PIC 9(02) VALUE ZERO.
      *
      *DATE ARITHMETIC WORK FIELDS
       01 WS-D-AUX             PIC 9(08) VALUE ZERO.
       01 WS-D-AUX-R REDEFINES WS-D-AUX.
          05 WS-AUX-ANO        PIC 9(04).
          05 WS-AUX-MES        PIC 9(02).
          05 WS-AUX-DIA        PIC 9(02).
       01 WS-D-INI             PIC 9(08) VALUE ZERO.
       01 WS-D-INI-R REDEFINES WS-D-INI.
          05 WS-INI-ANO        PIC 9(04).
          05 WS-INI-MES        PIC 9(02).
          05 WS-INI-DIA        PIC 9(02).
       01 WS-D-FIM             PIC 9(08) VALUE ZERO.
       01 WS-D-FIM-R REDEFINES WS-D-FIM.
          05 WS-FIM-ANO        PIC 9(04).
          05 WS-FIM-MES        PIC 9(02).
          05 WS-FIM-DIA        PIC 9(02).
       01 WS-MES-CUR           PIC 9(08) VALUE ZERO.
       01 WS-MES-SEG           PIC 9(08) VALUE ZERO.
       01 WS-INT-DE            PIC 9(07) VALUE ZERO.
       01 WS-INT-ATE           PIC 9(07) VALUE ZERO.
       01 WS-MESES             PIC S9(04) VALUE ZERO.
      *
      *STATUTORY WITHHOLDINGS - CALCRET, THE TABLES IN FORCE FOR THE
      *TERMINATION MONTH
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
      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.
      *
      *INPUT FIELDS OF THE GRADE, COMMISSION AND ABSENCE FILES
       01 WS-IN-GRADE          PIC X(02).
       01 WS-IN-DED            PIC X(06).
       01 WS-IN-ALL            PIC X(06).
       01 WS-ALL-PCT           PIC 9(02)V99 VALUE ZERO.
       01 WS-RATE-FOUND        PIC X     VALUE "N".
       01 WS-IN-ID             PIC X(05).
       01 WS-IN-VALOR          PIC X(12).
       01 WS-IN-AUS.
          05 WS-IA-ID          PIC X(05).
          05 WS-IA-PERIODO     PIC X(06).
          05 WS-IA-DIAS        PIC X(02).
          05 WS-IA-DIAS-N REDEFINES WS-IA-DIAS PIC 9(02).
          05 WS-IA-TIPO        PIC X(01).
       01 WS-DIAS-AUS          PIC 9(03) VALUE ZERO.
      *
      *AVERAGE MONTHLY COMMISSION OF THE LAST 12 MONTHS - SIGNED, A
      *CLAWBACK MONTH CAN BE NEGATIVE; A NEGATIVE AVERAGE COUNTS AS 0
       01 WS-COM-SOMA          PIC S9(09)V99 VALUE ZERO.
       01 WS-COM-MESES         PIC 9(02) VALUE ZERO.
       01 WS-MEDIA-COM         PIC S9(07)V99 VALUE ZERO.
       01 WS-BASE              PIC 9(07)V99 VALUE ZERO.
      *
      *SALARY BALANCE
       01 WS-DIAS-SALDO        PIC 9(02) VALUE ZERO.
       01 WS-SALDO-SAL         PIC 9(07)V99 VALUE ZERO.
       01 WS-ABONO             PIC 9(07)V99 VALUE ZERO.
       01 WS-COMISSAO          PIC S9(07)V99 VALUE ZERO.
       01 WS-VERBA-SAL         PIC S9(07)V99 VALUE ZERO.
      *NOTICE
       01 WS-AVISO             PIC 9(07)V99 VALUE ZERO.
      *13TH
       01 WS-AVOS-13           PIC 9(02) VALUE ZERO.
       01 WS-13-INTEGRAL       PIC 9(07)V99 VALUE ZERO.
       01 WS-13-ADIANT         PIC 9(07)V99 VALUE ZERO.
       01 WS-13-QUITADO        PIC X     VALUE "N".
      *VACATION - OWED PERIODS, THE OPEN ONE, AND THE THIRD ON BOTH
       01 WS-FER-VENC          PIC 9(07)V99 VALUE ZERO.
       01 WS-FER-VENC-DIAS     PIC 9(03) VALUE ZERO.
       01 WS-FER-DOBRO-DIAS    PIC 9(03) VALUE ZERO.
       01 WS-FER-PROP          PIC 9(07)V99 VALUE ZERO.
       01 WS-FER-TERCO         PIC 9(07)V99 VALUE ZERO.
       01 WS-AVOS-FER          PIC 9(02) VALUE ZERO.
       01 WS-FALTAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA            PIC 9(02) VALUE ZERO.
       01 WS-FER-SALDO         PIC 9(02) VALUE ZERO.
       01 WS-FER-REGS          PIC 9(03) VALUE ZERO.
       01 WS-FER-DESATUAL      PIC X     VALUE "N".
       01 WS-ULT-INICIO        PIC 9(08) VALUE ZERO.
       01 WS-ULT-FIM           PIC 9(08) VALUE ZERO.
       01 WS-ULT-SIT           PIC X(01) VALUE SPACE.
       01 WS-ULT-FALTAS        PIC 9(03) VALUE ZERO.
      *WITHHOLDINGS - ON THE SALARY BALANCE, AND APART ON THE 13TH
       01 WS-INSS-SAL          PIC 9(07)V99 VALUE ZERO.
       01 WS-IRRF-SAL          PIC 9(07)V99 VALUE ZERO.
       01 WS-INSS-13           PIC 9(07)V99 VALUE ZERO.
       01 WS-IRRF-13           PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-INSS         PIC 9(07)V99 VALUE ZERO.
       01 WS-BASE-IRRF         PIC 9(07)V99 VALUE ZERO.
      *TOTALS - THE 13TH ADVANCE COMES OFF THE GROSS, SO THE
      *DEDUCTION ON PAYHIST.DAT IS INSS PLUS IRRF AS EVERYWHERE ELSE
       01 WS-PROVENTOS         PIC S9(07)V99 VALUE ZERO.
       01 WS-BRUTO             PIC S9(07)V99 VALUE ZERO.
       01 WS-DESCONTO          PIC 9(07)V99 VALUE ZERO.
       01 WS-LIQUIDO           PIC S9(07)V99 VALUE ZERO.
      *
      *REMITTANCE CONTROL FIELDS - THE COMPANY BLOCK IS WHAT THE
      *BANK REGISTERED FOR OUR UPLOADS
       01 WS-EMPRESA-ID        PIC X(04) VALUE "0001".
       01 WS-EMPRESA-NOME      PIC X(25)
                               VALUE "COMERCIAL EXEMPLO LTDA".
       01 WS-NET-SEQ           PIC 9(06) VALUE ZERO.
       01 WS-NET-HASH          PIC 9(13)V99 VALUE ZERO.
       01 WS-NET-VALOR         PIC 9(09)V99 VALUE ZERO.
      *BANK BOOK - THE TRANSFER IS RECORDED ON MOVBANCO.DAT THROUGH
      *BANCOMOV FOR CONCBANC TO RECONCILE
       01 WS-BMV-PEDIDO.
          05 WS-BMV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-BMV-PROGRAMA   PIC X(08) VALUE "RESCISAO".
          05 WS-BMV-DC         PIC X(01) VALUE SPACE.
          05 WS-BMV-DATA       PIC 9(08) VALUE ZERO.
          05 WS-BMV-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-BMV-REFER      PIC X(20) VALUE SPACES.
       01 WS-BMV-RESPOSTA.
          05 WS-BMV-RC         PIC X(02) VALUE SPACES.
      *
       01 WS-EDIT              PIC -Z,ZZZ,ZZ9.99.
       01 WS-ROTULO            PIC X(21) VALUE SPACES.
       01 WS-OBS               PIC X(30) VALUE SPACES.
      *
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RESCISAO".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RESCISAO.TXT".
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
           IF WS-DESLIG > WS-DATA-SIS
               DISPLAY "DATA DE DESLIGAMENTO " WS-DESLIG
                       " NO FUTURO - NO RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DESLIG(1:6) TO WS-PERIODO.
           MOVE "T" TO WS-CRT-FUNC.
           MOVE WS-PERIODO TO WS-CRT-PERIODO.
           CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA.
           IF WS-CRT-RC = "10"
               DISPLAY "INSS.TAB SEM TABELA EM VIGOR PARA "
                       WS-PERIODO " - NO RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CRT-RC NOT = "00"
               DISPLAY "IRRF.TAB SEM TABELA EM VIGOR PARA "
                       WS-PERIODO " - NO RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FINAL = "S"
               MOVE "S" TO WS-OPS-NIVEL-MIN
               CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA
               IF WS-OPS-RC NOT = "00"
                   DISPLAY "RESCISAO CANCELADA - SOMENTE SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-OPS-ID TO WS-OPERADOR
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM CHECK-EMP-PARA THRU CHECK-EMP-EXIT-PARA.

           PERFORM AVISO-PARA THRU AVISO-EXIT-PARA.
           PERFORM MEDIA-COM-PARA THRU MEDIA-COM-EXIT-PARA.
           PERFORM SALDO-PARA THRU SALDO-EXIT-PARA.
           PERFORM DECIMO-PARA THRU DECIMO-EXIT-PARA.
           PERFORM FERIAS-PARA THRU FERIAS-EXIT-PARA.
           PERFORM TOTAIS-PARA THRU TOTAIS-EXIT-PARA.
           IF WS-LIQUIDO < ZERO
               DISPLAY "LIQUIDO DA RESCISAO NEGATIVO - ACERTAR A MAO"
               PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TERMO-PARA THRU TERMO-EXIT-PARA.

           IF WS-FINAL = "S"
               PERFORM WRITE-HIST-PARA THRU WRITE-HIST-EXIT-PARA
               PERFORM WRITE-NETPAY-PARA THRU WRITE-NETPAY-EXIT-PARA
               PERFORM BAIXA-FERIAS-PARA THRU BAIXA-FERIAS-EXIT-PARA
               PERFORM DESLIGA-PARA THRU DESLIGA-EXIT-PARA
           ELSE
               DISPLAY "MODO TRIAL - RESCISAO.TXT E SIMULACAO; NADA"
               DISPLAY "MAIS GRAVADO, FUNCIONARIO NAO DESLIGADO"
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE WS-LIQUIDO TO WS-EDIT.
           DISPLAY "RESCISAO " WS-ID " " WS-TIPO-DESC.
           DISPLAY "LIQUIDO A RECEBER: " WS-EDIT.
           IF WS-FER-DESATUAL = "S"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      *ID, DATE AND TYPE, THEN TRIAL IF WANTED
       PARM-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINE) TO WS-PARM-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-P-ID WS-P-DATA WS-P-TIPO WS-P-MODO
           END-UNSTRING.
           IF WS-P-ID(1:5) IS NOT NUMERIC OR WS-P-ID(6:1) NOT = SPACE
              OR WS-P-DATA(1:8) IS NOT NUMERIC
              OR WS-P-DATA(9:1) NOT = SPACE
              OR WS-P-TIPO(2:1) NOT = SPACE
               GO TO PARM-USO-PARA
           END-IF.
           MOVE WS-P-ID(1:5) TO WS-ID.
           MOVE WS-P-DATA(1:8) TO WS-DESLIG.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DESLIG) NOT = ZERO
               DISPLAY "DATA DE DESLIGAMENTO INVALIDA: " WS-P-DATA
               GO TO PARM-USO-PARA
           END-IF.
           MOVE WS-P-TIPO(1:1) TO WS-TIPO.
           EVALUATE TRUE
               WHEN WS-SEM-JUSTA-CAUSA
                   MOVE "DISPENSA SEM JUSTA CAUSA" TO WS-TIPO-DESC
               WHEN WS-JUSTA-CAUSA
                   MOVE "DISPENSA POR JUSTA CAUSA" TO WS-TIPO-DESC
               WHEN WS-PEDIDO
                   MOVE "PEDIDO DE DEMISSAO" TO WS-TIPO-DESC
               WHEN WS-ACORDO
                   MOVE "ACORDO (ART. 484-A CLT)" TO WS-TIPO-DESC
               WHEN OTHER
                   GO TO PARM-USO-PARA
           END-EVALUATE.
           IF WS-P-MODO = "TRIAL"
               MOVE "N" TO WS-FINAL
               DISPLAY "MODO TRIAL - NADA SERA GRAVADO"
           ELSE
               DISPLAY "MODO FINAL"
           END-IF.
           GO TO PARM-EXIT-PARA.
       PARM-USO-PARA.
           DISPLAY "USO: RESCISAO MATRICULA AAAAMMDD TIPO [TRIAL]".
           DISPLAY "  TIPO S = DISPENSA SEM JUSTA CAUSA".
           DISPLAY "       J = DISPENSA POR JUSTA CAUSA".
           DISPLAY "       P = PEDIDO DE DEMISSAO".
           DISPLAY "       A = ACORDO (ART. 484-A CLT)".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       PARM-EXIT-PARA.
           EXIT.
      *
       OPEN-PARA.
           IF WS-FINAL = "S"
               OPEN I-O EMP-MASTER
           ELSE
               OPEN INPUT EMP-MASTER
           END-IF.
           IF FS-EMP NOT = "00"
               DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FINAL = "S"
               OPEN I-O FER-FILE
           ELSE
               OPEN INPUT FER-FILE
           END-IF.
           IF FS-FER NOT = "00"
               DISPLAY "FERIAS.DAT OPEN FAILED: " FS-FER
                       " (RODE O FERACUM)"
               CLOSE EMP-MASTER
               CLOSE HIST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TERMO-FILE.
           IF WS-FINAL = "S"
               OPEN EXTEND EMPAUDIT-FILE
      *        "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
               IF FS-AUDIT NOT = "00" AND FS-AUDIT NOT = "05"
                   DISPLAY "EMPAUDIT.LOG OPEN FAILED: " FS-AUDIT
                   CLOSE EMP-MASTER
                   CLOSE HIST-FILE
                   CLOSE FER-FILE
                   CLOSE TERMO-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT NETPAY-FILE
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE EMP-MASTER.
           CLOSE HIST-FILE.
           CLOSE FER-FILE.
           CLOSE TERMO-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-FINAL = "S"
               CLOSE EMPAUDIT-FILE
               CLOSE NETPAY-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

      *THE EMPLOYEE MUST BE ACTIVE, WITH A HIRE DATE NOT AFTER THE
      *TERMINATION, AND THE TERMINATION MONTH NOT YET PAID BY PAYROLL
       CHECK-EMP-PARA.
           MOVE WS-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                   DISPLAY "FUNCIONARIO " WS-ID " NAO CADASTRADO"
                   GO TO CHECK-EMP-RECUSA-PARA
           END-READ.
           IF EM-TERMINATED
               DISPLAY "FUNCIONARIO " WS-ID " JA DESLIGADO"
               GO TO CHECK-EMP-RECUSA-PARA
           END-IF.
           IF EM-ADMISSAO = ZERO
               DISPLAY "FUNCIONARIO " WS-ID " SEM DATA DE ADMISSAO"
                       " - INFORMAR NO EMPMAINT"
               GO TO CHECK-EMP-RECUSA-PARA
           END-IF.
           IF EM-ADMISSAO > WS-DESLIG
               DISPLAY "DESLIGAMENTO " WS-DESLIG " ANTES DA ADMISSAO "
                       EM-ADMISSAO
               GO TO CHECK-EMP-RECUSA-PARA
           END-IF.
           MOVE EM-ADMISSAO TO WS-ADM.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PERIODO TO PH-PERIODO.
           READ HIST-FILE KEY IS PH-CHAVE
               INVALID KEY
                   GO TO CHECK-EMP-EXIT-PARA
           END-READ.
           DISPLAY "FOLHA DE " WS-PERIODO " JA PAGA AO FUNCIONARIO "
                   WS-ID " - ACERTAR A MAO".
       CHECK-EMP-RECUSA-PARA.
           DISPLAY "RESCISAO RECUSADA".
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       CHECK-EMP-EXIT-PARA.
           EXIT.

      *NOTICE DAYS BY TYPE (LEI 12.506: 30 PLUS 3 PER COMPLETE YEAR,
      *UP TO 90) AND THE DATE THEY PROJECT THE CONTRACT TO
       AVISO-PARA.
           COMPUTE WS-ANOS-SERV = WS-DSL-ANO - WS-ADM-ANO.
           IF WS-DESLIG(5:4) < WS-ADM(5:4)
               SUBTRACT 1 FROM WS-ANOS-SERV
           END-IF.
           MOVE ZERO TO WS-DIAS-AVISO.
           IF WS-SEM-JUSTA-CAUSA OR WS-ACORDO
               IF WS-ANOS-SERV > 20
                   MOVE 90 TO WS-DIAS-AVISO
               ELSE
                   COMPUTE WS-DIAS-AVISO = 30 + 3 * WS-ANOS-SERV
               END-IF
           END-IF.
           IF WS-ACORDO
               COMPUTE WS-DIAS-AVISO = WS-DIAS-AVISO / 2
           END-IF.
           COMPUTE WS-PROJ = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DESLIG) + WS-DIAS-AVISO).
       AVISO-EXIT-PARA.
           EXIT.

      *AVERAGE OF THE COMMISSION PAID IN THE 12 MONTHS UP TO THE
      *TERMINATION MONTH (13TH-SALARY PERIODS LEFT OUT); THE BASE OF
      *THE NOTICE, THE 13TH AND THE VACATION
       MEDIA-COM-PARA.
           MOVE ZERO TO WS-COM-SOMA WS-COM-MESES WS-MEDIA-COM.
           COMPUTE WS-MESES-ABS = WS-DSL-ANO * 12 + WS-DSL-MES - 12.
           MOVE ZERO TO WS-D-AUX.
           COMPUTE WS-AUX-ANO = WS-MESES-ABS / 12.
           COMPUTE WS-AUX-MES = FUNCTION MOD(WS-MESES-ABS, 12) + 1.
           MOVE WS-D-AUX(1:6) TO WS-PER-INI.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PER-INI TO PH-PERIODO.
           START HIST-FILE KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   GO TO MEDIA-COM-BASE-PARA
           END-START.
           MOVE "N" TO WS-HIST-FIM.
           PERFORM UNTIL WS-HIST-FIM = "S"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-HIST-FIM
                   NOT AT END
                       IF PH-ID NOT = EM-ID
                          OR PH-PERIODO > WS-PERIODO
                           MOVE "S" TO WS-HIST-FIM
                       ELSE
                           IF PH-PERIODO(5:2) NOT > "12"
                               ADD PH-COMISSAO TO WS-COM-SOMA
                               ADD 1 TO WS-COM-MESES
                           END-IF
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
       MEDIA-COM-BASE-PARA.
           COMPUTE WS-BASE = EM-SALARIO + WS-MEDIA-COM.
           COMPUTE WS-AVISO ROUNDED = WS-BASE * WS-DIAS-AVISO / 30.
       MEDIA-COM-EXIT-PARA.
           EXIT.

      *DAYS WORKED IN THE TERMINATION MONTH OVER A 30-DAY MONTH (THE
      *LAST DAY OF THE MONTH CLOSES IT AT 30), LESS THE UNPAID
      *ABSENCES OF THE MONTH; THE GRADE ALLOWANCE ON IT AND THE
      *COMMISSION STILL ON THE FEED, WHICH PAYROLL WILL NOT PAY A
      *TERMINATED EMPLOYEE
       SALDO-PARA.
           MOVE WS-DSL-DIA TO WS-DIAS-SALDO.
           COMPUTE WS-D-AUX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DESLIG) + 1).
           IF WS-AUX-DIA = 01 OR WS-DIAS-SALDO > 30
               MOVE 30 TO WS-DIAS-SALDO
           END-IF.
           IF WS-ADM(1:6) = WS-PERIODO
               COMPUTE WS-DIAS-SALDO = WS-DIAS-SALDO - WS-ADM-DIA + 1
           END-IF.
           PERFORM LOAD-AUS-PARA THRU LOAD-AUS-EXIT-PARA.
           IF WS-DIAS-AUS NOT < WS-DIAS-SALDO
               MOVE ZERO TO WS-DIAS-SALDO
           ELSE
               SUBTRACT WS-DIAS-AUS FROM WS-DIAS-SALDO
           END-IF.
           COMPUTE WS-SALDO-SAL ROUNDED =
               EM-SALARIO * WS-DIAS-SALDO / 30.
           PERFORM LOAD-RATE-PARA THRU LOAD-RATE-EXIT-PARA.
           COMPUTE WS-ABONO ROUNDED = WS-SALDO-SAL * WS-ALL-PCT / 100.
           PERFORM LOAD-COMM-PARA THRU LOAD-COMM-EXIT-PARA.
       SALDO-EXIT-PARA.
           EXIT.

       LOAD-AUS-PARA.
           MOVE ZERO TO WS-DIAS-AUS.
           OPEN INPUT AUS-FILE.
           IF FS-AUS NOT = "00"
               GO TO LOAD-AUS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ AUS-FILE
                   AT END
                       MOVE "10" TO FS-AUS
                   NOT AT END
                       MOVE SPACES TO WS-IN-AUS
                       UNSTRING AUS-LINE DELIMITED BY ";"
                           INTO WS-IA-ID WS-IA-PERIODO WS-IA-DIAS
                                WS-IA-TIPO
                       END-UNSTRING
                       IF WS-IA-ID IS NUMERIC
                          AND WS-IA-DIAS IS NUMERIC
                          AND WS-IA-ID = EM-ID
                          AND WS-IA-PERIODO = WS-PERIODO
                          AND WS-IA-TIPO NOT = "J"
                           ADD WS-IA-DIAS-N TO WS-DIAS-AUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUS-FILE.
       LOAD-AUS-EXIT-PARA.
           EXIT.

      *THE ALLOWANCE PERCENTAGE OF THE EMPLOYEE'S GRADE
       LOAD-RATE-PARA.
           MOVE ZERO TO WS-ALL-PCT.
           MOVE "N" TO WS-RATE-FOUND.
           OPEN INPUT RATE-FILE.
           IF FS-RATE NOT = "00"
               GO TO LOAD-RATE-AVISO-PARA
           END-IF.
           PERFORM UNTIL FS-RATE NOT = "00"
               READ RATE-FILE
                   AT END
                       MOVE "10" TO FS-RATE
                   NOT AT END
                       IF RATE-LINE NOT = SPACES
                          AND RATE-LINE(1:1) NOT = "*"
                           MOVE SPACES TO WS-IN-GRADE WS-IN-DED
                                          WS-IN-ALL
                           UNSTRING RATE-LINE DELIMITED BY ";"
                               INTO WS-IN-GRADE WS-IN-DED WS-IN-ALL
                           END-UNSTRING
                           IF WS-IN-GRADE(1:1) = EM-GRADE
                               MOVE "S" TO WS-RATE-FOUND
                               COMPUTE WS-ALL-PCT =
                                   FUNCTION NUMVAL(WS-IN-ALL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       LOAD-RATE-AVISO-PARA.
           IF WS-RATE-FOUND NOT = "S"
               DISPLAY "SEM TAXA PARA GRADE [" EM-GRADE
                       "] - SALDO SEM ABONO"
           END-IF.
       LOAD-RATE-EXIT-PARA.
           EXIT.

       LOAD-COMM-PARA.
           MOVE ZERO TO WS-COMISSAO.
           OPEN INPUT COMM-FILE.
           IF FS-COMM NOT = "00"
               GO TO LOAD-COMM-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-COMM NOT = "00"
               READ COMM-FILE
                   AT END
                       MOVE "10" TO FS-COMM
                   NOT AT END
                       MOVE SPACES TO WS-IN-ID WS-IN-VALOR
                       UNSTRING COMM-LINE DELIMITED BY ";"
                           INTO WS-IN-ID WS-IN-VALOR
                       END-UNSTRING
                       IF WS-IN-ID IS NUMERIC AND WS-IN-ID = EM-ID
                           COMPUTE WS-COMISSAO = WS-COMISSAO
                               + FUNCTION NUMVAL(WS-IN-VALOR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMM-FILE.
       LOAD-COMM-EXIT-PARA.
           EXIT.

      *PROPORTIONAL 13TH OF THE TERMINATION YEAR - NOTHING FOR CAUSE
      *OR WHEN PAY13 ALREADY PAID THE BALANCE; THE ADVANCE PAID
      *COMES OFF
       DECIMO-PARA.
           MOVE ZERO TO WS-AVOS-13 WS-13-INTEGRAL WS-13-ADIANT.
           IF WS-JUSTA-CAUSA
               GO TO DECIMO-EXIT-PARA
           END-IF.
           MOVE EM-ID TO PH-ID.
           COMPUTE PH-PERIODO = WS-DSL-ANO * 100 + 14.
           READ HIST-FILE KEY IS PH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-13-QUITADO
                   DISPLAY "13O SALARIO DE " WS-DSL-ANO
                           " JA QUITADO PELO PAY13"
                   GO TO DECIMO-EXIT-PARA
           END-READ.
           COMPUTE PH-PERIODO = WS-DSL-ANO * 100 + 13.
           READ HIST-FILE KEY IS PH-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PH-LIQUIDO TO WS-13-ADIANT
           END-READ.
      *    FROM THE LATER OF 1 JANUARY AND THE HIRE DATE TO THE
      *    EARLIER OF THE PROJECTED DATE AND 31 DECEMBER
           COMPUTE WS-D-INI = WS-DSL-ANO * 10000 + 0101.
           IF WS-ADM > WS-D-INI
               MOVE WS-ADM TO WS-D-INI
           END-IF.
           COMPUTE WS-D-FIM = WS-DSL-ANO * 10000 + 1231.
           IF WS-PROJ < WS-D-FIM
               MOVE WS-PROJ TO WS-D-FIM
           END-IF.
           COMPUTE WS-MES-CUR = WS-INI-ANO * 10000 + WS-INI-MES * 100
               + 1.
           PERFORM AVO-MES-PARA THRU AVO-MES-EXIT-PARA
               UNTIL WS-MES-CUR > WS-D-FIM.
           COMPUTE WS-13-INTEGRAL ROUNDED = WS-BASE * WS-AVOS-13 / 12.
       DECIMO-EXIT-PARA.
           EXIT.

      *ONE CALENDAR MONTH - AN AVO WHEN 15 OR MORE OF ITS DAYS FALL
      *BETWEEN THE START AND THE END
       AVO-MES-PARA.
           MOVE WS-MES-CUR TO WS-D-AUX.
           IF WS-AUX-MES = 12
               COMPUTE WS-MES-SEG = (WS-AUX-ANO + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-MES-SEG = WS-MES-CUR + 100
           END-IF.
           COMPUTE WS-INT-DE = FUNCTION INTEGER-OF-DATE(WS-MES-CUR).
           IF WS-D-INI > WS-MES-CUR
               COMPUTE WS-INT-DE = FUNCTION INTEGER-OF-DATE(WS-D-INI)
           END-IF.
           COMPUTE WS-INT-ATE =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEG) - 1.
           IF WS-D-FIM < WS-MES-SEG
               COMPUTE WS-INT-ATE = FUNCTION INTEGER-OF-DATE(WS-D-FIM)
           END-IF.
           IF WS-INT-ATE - WS-INT-DE + 1 >= 15
               ADD 1 TO WS-AVOS-13
           END-IF.
           MOVE WS-MES-SEG TO WS-MES-CUR.
       AVO-MES-EXIT-PARA.
           EXIT.

      *VACATION - EVERY COMPLETE PERIOD STILL OWING DAYS IS PAID
      *(DOUBLE WHEN THE CONCESSION DEADLINE PASSED), AND BUT FOR
      *CAUSE THE OPEN PERIOD IS PAID PROPORTIONALLY; ONE THIRD ON
      *BOTH
       FERIAS-PARA.
           MOVE ZERO TO WS-FER-VENC WS-FER-PROP WS-FER-TERCO
                        WS-FER-VENC-DIAS WS-FER-DOBRO-DIAS
                        WS-AVOS-FER WS-FER-REGS.
           MOVE ZERO TO WS-ULT-INICIO WS-ULT-FIM WS-ULT-FALTAS.
           MOVE SPACE TO WS-ULT-SIT.
           MOVE EM-ID TO FE-ID.
           MOVE ZERO TO FE-AQ-INICIO.
           START FER-FILE KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FER-FIM
               NOT INVALID KEY
                   MOVE "N" TO WS-FER-FIM
           END-START.
           PERFORM UNTIL WS-FER-FIM = "S"
               READ FER-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FER-FIM
                   NOT AT END
                       IF FE-ID NOT = EM-ID
                           MOVE "S" TO WS-FER-FIM
                       ELSE
                           PERFORM FERIAS-UM-PARA
                              THRU FERIAS-UM-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FER-REGS = ZERO
               DISPLAY "FUNCIONARIO " EM-ID " SEM PERIODOS NO "
                       "FERIAS.DAT - RODE O FERACUM"
               MOVE "S" TO WS-FER-DESATUAL
           END-IF.
           IF WS-FER-DESATUAL = "S" AND WS-FER-REGS > ZERO
               DISPLAY "AVISO: FERIAS.DAT NAO ATUALIZADO NESTE MES"
                       " - RODE O FERACUM E CONFIRA"
           END-IF.
           COMPUTE WS-FER-VENC ROUNDED = WS-BASE
               * (WS-FER-VENC-DIAS + WS-FER-DOBRO-DIAS) / 30.
           IF NOT WS-JUSTA-CAUSA
               PERFORM FERIAS-PROP-PARA THRU FERIAS-PROP-EXIT-PARA
           END-IF.
           COMPUTE WS-FER-TERCO ROUNDED =
               (WS-FER-VENC + WS-FER-PROP) / 3.
       FERIAS-EXIT-PARA.
           EXIT.

       FERIAS-UM-PARA.
           ADD 1 TO WS-FER-REGS.
           IF FE-ATUALIZADO(1:6) < WS-DATA-SIS(1:6)
               MOVE "S" TO WS-FER-DESATUAL
           END-IF.
           MOVE FE-AQ-INICIO TO WS-ULT-INICIO.
           MOVE FE-AQ-FIM TO WS-ULT-FIM.
           MOVE FE-SITUACAO TO WS-ULT-SIT.
           MOVE FE-FALTAS TO WS-ULT-FALTAS.
           IF (FE-CONCESSIVO OR FE-VENCIDO)
              AND FE-GOZADOS < FE-DIREITO
               COMPUTE WS-FER-SALDO = FE-DIREITO - FE-GOZADOS
               ADD WS-FER-SALDO TO WS-FER-VENC-DIAS
               IF FE-LIMITE < WS-DESLIG
                   ADD WS-FER-SALDO TO WS-FER-DOBRO-DIAS
               END-IF
           END-IF.
       FERIAS-UM-EXIT-PARA.
           EXIT.

      *THE OPEN PERIOD RUNS FROM THE START OF THE "A" RECORD, OR THE
      *DAY AFTER THE LAST COMPLETE ONE, TO THE PROJECTED DATE - ONE
      *TWELFTH OF ITS ART. 130 DAYS PER MONTH, A FRACTION OVER 14
      *DAYS COUNTING AS A MONTH
       FERIAS-PROP-PARA.
           MOVE ZERO TO WS-FALTAS.
           EVALUATE TRUE
               WHEN WS-ULT-SIT = "A"
                   MOVE WS-ULT-INICIO TO WS-D-INI
                   MOVE WS-ULT-FALTAS TO WS-FALTAS
               WHEN WS-FER-REGS > ZERO
                   COMPUTE WS-D-INI = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ULT-FIM) + 1)
               WHEN OTHER
                   MOVE WS-ADM TO WS-D-INI
           END-EVALUATE.
           IF WS-D-INI > WS-PROJ
               GO TO FERIAS-PROP-EXIT-PARA
           END-IF.
           MOVE WS-PROJ TO WS-D-FIM.
           COMPUTE WS-MESES = (WS-FIM-ANO - WS-INI-ANO) * 12
               + WS-FIM-MES - WS-INI-MES.
           IF WS-FIM-DIA < WS-INI-DIA
               SUBTRACT 1 FROM WS-MESES
           END-IF.
      *    THE MONTH-ANNIVERSARY AFTER THE COMPLETE MONTHS (THE DAY
      *    PULLED BACK WHERE THE MONTH IS SHORTER) - FROM IT TO THE
      *    PROJECTED DATE IS THE FRACTION
           COMPUTE WS-MESES-ABS = WS-INI-ANO * 12 + WS-INI-MES - 1
               + WS-MESES.
           COMPUTE WS-AUX-ANO = WS-MESES-ABS / 12.
           COMPUTE WS-AUX-MES = FUNCTION MOD(WS-MESES-ABS, 12) + 1.
           MOVE WS-INI-DIA TO WS-AUX-DIA.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-D-AUX) = ZERO
               SUBTRACT 1 FROM WS-AUX-DIA
           END-PERFORM.
           IF FUNCTION INTEGER-OF-DATE(WS-D-FIM)
              - FUNCTION INTEGER-OF-DATE(WS-D-AUX) + 1 >= 15
               ADD 1 TO WS-MESES
           END-IF.
           IF WS-MESES > 12
               MOVE 12 TO WS-MESES
           END-IF.
           IF WS-MESES > ZERO
               MOVE WS-MESES TO WS-AVOS-FER
           END-IF.
           PERFORM TABELA-PARA THRU TABELA-EXIT-PARA.
           COMPUTE WS-FER-PROP ROUNDED =
               WS-BASE * WS-TABELA * WS-AVOS-FER / 12 / 30.
       FERIAS-PROP-EXIT-PARA.
           EXIT.

      *CLT ART. 130 - VACATION DAYS BY UNPAID ABSENCE DAYS
       TABELA-PARA.
           EVALUATE TRUE
               WHEN WS-FALTAS <= 5
                   MOVE 30 TO WS-TABELA
               WHEN WS-FALTAS <= 14
                   MOVE 24 TO WS-TABELA
               WHEN WS-FALTAS <= 23
                   MOVE 18 TO WS-TABELA
               WHEN WS-FALTAS <= 32
                   MOVE 12 TO WS-TABELA
               WHEN OTHER
                   MOVE ZERO TO WS-TABELA
           END-EVALUATE.
       TABELA-EXIT-PARA.
           EXIT.

      *THE WITHHOLDINGS - INSS AND IRRF ON THE SALARY BALANCE, AND
      *APART ON THE 13TH (TAXED ON ITS OWN, AS IN PAY13); THE NOTICE
      *AND THE VACATION ARE INDEMNITIES AND ARE NOT TAXED
       TOTAIS-PARA.
           MOVE ZERO TO WS-INSS-SAL WS-IRRF-SAL WS-INSS-13 WS-IRRF-13
                        WS-BASE-INSS WS-BASE-IRRF.
           COMPUTE WS-VERBA-SAL = WS-SALDO-SAL + WS-ABONO
               + WS-COMISSAO.
           MOVE "C" TO WS-CRT-FUNC.
           MOVE WS-PERIODO TO WS-CRT-PERIODO.
           MOVE EM-DEPENDENTES TO WS-CRT-DEPENDENTES.
           IF WS-VERBA-SAL > ZERO
               MOVE WS-VERBA-SAL TO WS-CRT-BRUTO
               CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA
               MOVE WS-CRT-INSS TO WS-INSS-SAL
               MOVE WS-CRT-IRRF TO WS-IRRF-SAL
               ADD WS-CRT-BASE-INSS TO WS-BASE-INSS
               ADD WS-CRT-BASE-IRRF TO WS-BASE-IRRF
           END-IF.
           IF WS-13-INTEGRAL > ZERO
               MOVE WS-13-INTEGRAL TO WS-CRT-BRUTO
               CALL "CALCRET" USING WS-CRT-PEDIDO, WS-CRT-RESPOSTA
               MOVE WS-CRT-INSS TO WS-INSS-13
               MOVE WS-CRT-IRRF TO WS-IRRF-13
               ADD WS-CRT-BASE-INSS TO WS-BASE-INSS
               ADD WS-CRT-BASE-IRRF TO WS-BASE-IRRF
           END-IF.
           COMPUTE WS-PROVENTOS = WS-VERBA-SAL + WS-AVISO
               + WS-13-INTEGRAL + WS-FER-VENC + WS-FER-PROP
               + WS-FER-TERCO.
           COMPUTE WS-BRUTO = WS-PROVENTOS - WS-13-ADIANT.
           COMPUTE WS-DESCONTO = WS-INSS-SAL + WS-IRRF-SAL
               + WS-INSS-13 + WS-IRRF-13.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESCONTO.
       TOTAIS-EXIT-PARA.
           EXIT.

      *THE SETTLEMENT STATEMENT - ONE PAGE, THE PAYSLIPPRN SHAPE,
      *WITH THE SIGNATURE LINES
       TERMO-PARA.
           MOVE ALL "=" TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           IF WS-FINAL = "S"
               MOVE "TERMO DE RESCISAO DO CONTRATO DE TRABALHO"
                   TO TERMO-LINE
           ELSE
               MOVE "TERMO DE RESCISAO - SIMULACAO, SEM VALOR"
                   TO TERMO-LINE
           END-IF.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           STRING "MATRICULA: " DELIMITED BY SIZE
                  EM-ID DELIMITED BY SIZE
                  "   NOME: " DELIMITED BY SIZE
                  EM-NOME DELIMITED BY SIZE
                  "   GRADE: " DELIMITED BY SIZE
                  EM-GRADE DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           STRING "ADMISSAO: " DELIMITED BY SIZE
                  EM-ADMISSAO DELIMITED BY SIZE
                  "   DESLIGAMENTO: " DELIMITED BY SIZE
                  WS-DESLIG DELIMITED BY SIZE
                  "   PROJETADO: " DELIMITED BY SIZE
                  WS-PROJ DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           STRING "MOTIVO: " DELIMITED BY SIZE
                  WS-TIPO-DESC DELIMITED BY SIZE
                  "   ANOS DE SERVICO: " DELIMITED BY SIZE
                  WS-ANOS-SERV DELIMITED BY SIZE
                  INTO TERMO-LINE
           END-STRING.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE EM-SALARIO TO WS-EDIT.
           MOVE SPACES TO TERMO-LINE.
           STRING "SALARIO BASE ....... " WS-EDIT
                  DELIMITED BY SIZE INTO TERMO-LINE
           END-STRING.
           WRITE TERMO-LINE.
           MOVE WS-MEDIA-COM TO WS-EDIT.
           MOVE SPACES TO TERMO-LINE.
           STRING "MEDIA COMISSOES .... " WS-EDIT
                  "   (" WS-COM-MESES " MESES)"
                  DELIMITED BY SIZE INTO TERMO-LINE
           END-STRING.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "PROVENTOS" TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "SALDO DE SALARIO ..." TO WS-ROTULO.
           MOVE WS-SALDO-SAL TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           STRING "(" WS-DIAS-SALDO " DIAS)"
                  DELIMITED BY SIZE INTO WS-OBS
           END-STRING.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "ABONO .............." TO WS-ROTULO.
           MOVE WS-ABONO TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "COMISSOES .........." TO WS-ROTULO.
           MOVE WS-COMISSAO TO WS-EDIT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "AVISO PREVIO INDEN. " TO WS-ROTULO.
           MOVE WS-AVISO TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           STRING "(" WS-DIAS-AVISO " DIAS)"
                  DELIMITED BY SIZE INTO WS-OBS
           END-STRING.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "13O PROPORCIONAL ..." TO WS-ROTULO.
           MOVE WS-13-INTEGRAL TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           IF WS-13-QUITADO = "S"
               MOVE "(QUITADO PELO PAY13)" TO WS-OBS
           ELSE
               STRING "(" WS-AVOS-13 "/12)"
                      DELIMITED BY SIZE INTO WS-OBS
               END-STRING
           END-IF.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "FERIAS VENCIDAS ...." TO WS-ROTULO.
           MOVE WS-FER-VENC TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           STRING "(" WS-FER-VENC-DIAS " DIAS, " WS-FER-DOBRO-DIAS
                  " EM DOBRO)" DELIMITED BY SIZE INTO WS-OBS
           END-STRING.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "FERIAS PROPORCIONAIS" TO WS-ROTULO.
           MOVE WS-FER-PROP TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           STRING "(" WS-AVOS-FER "/12 DE " WS-TABELA " DIAS)"
                  DELIMITED BY SIZE INTO WS-OBS
           END-STRING.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "1/3 FERIAS ........." TO WS-ROTULO.
           MOVE WS-FER-TERCO TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "TOTAL PROVENTOS ...." TO WS-ROTULO.
           MOVE WS-PROVENTOS TO WS-EDIT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE SPACES TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "DESCONTOS" TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "ADIANTAMENTO 13O ..." TO WS-ROTULO.
           MOVE WS-13-ADIANT TO WS-EDIT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "INSS S/ SALARIO ...." TO WS-ROTULO.
           MOVE WS-INSS-SAL TO WS-EDIT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "INSS S/ 13O ........" TO WS-ROTULO.
           MOVE WS-INSS-13 TO WS-EDIT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "IRRF S/ SALARIO ...." TO WS-ROTULO.
           MOVE WS-IRRF-SAL TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           STRING "(DEPENDENTES: " EM-DEPENDENTES ")"
                  DELIMITED BY SIZE INTO WS-OBS
           END-STRING.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "IRRF S/ 13O ........" TO WS-ROTULO.
           MOVE WS-IRRF-13 TO WS-EDIT.
           MOVE SPACES TO WS-OBS.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE "TOTAL DESCONTOS ...." TO WS-ROTULO.
           COMPUTE WS-EDIT = WS-DESCONTO + WS-13-ADIANT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE SPACES TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "LIQUIDO A RECEBER .." TO WS-ROTULO.
           MOVE WS-LIQUIDO TO WS-EDIT.
           PERFORM TERMO-LINHA-PARA THRU TERMO-LINHA-EXIT-PARA.
           MOVE SPACES TO TERMO-LINE.
           WRITE TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "______________________________    ____________________"
               TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE "EMPREGADOR                        EMPREGADO"
               TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE SPACES TO TERMO-LINE.
           WRITE TERMO-LINE.
           MOVE ALL "=" TO TERMO-LINE.
           WRITE TERMO-LINE.
       TERMO-EXIT-PARA.
           EXIT.

      *ONE LABELLED MONEY LINE - WS-OBS RIDES ALONG UNTIL CLEARED
       TERMO-LINHA-PARA.
           MOVE SPACES TO TERMO-LINE.
           STRING WS-ROTULO " " WS-EDIT "   " WS-OBS
                  DELIMITED BY SIZE INTO TERMO-LINE
           END-STRING.
           WRITE TERMO-LINE.
       TERMO-LINHA-EXIT-PARA.
           EXIT.

      *THE SETTLEMENT GOES ON THE HISTORY UNDER THE TERMINATION MONTH
      *- PAYROLL'S GUARD THEN SKIPS THE EMPLOYEE FOR THE MONTH, AND
      *GLINTF BOOKS IT WITH THE MONTH'S PAYROLL. NOTHING FURTHER IS
      *WRITTEN IF THE POSTING FAILS
       WRITE-HIST-PARA.
           MOVE EM-ID TO PH-ID.
           MOVE WS-PERIODO TO PH-PERIODO.
           MOVE WS-BRUTO TO PH-BRUTO.
           MOVE WS-ABONO TO PH-ABONO.
           MOVE WS-COMISSAO TO PH-COMISSAO.
           MOVE WS-DESCONTO TO PH-DESCONTO.
           MOVE WS-LIQUIDO TO PH-LIQUIDO.
           MOVE WS-BASE-INSS TO PH-BASE-INSS.
           MOVE WS-INSS-SAL TO PH-INSS.
           ADD WS-INSS-13 TO PH-INSS.
           MOVE EM-DEPENDENTES TO PH-DEPENDENTES.
           MOVE WS-BASE-IRRF TO PH-BASE-IRRF.
           MOVE WS-IRRF-SAL TO PH-IRRF.
           ADD WS-IRRF-13 TO PH-IRRF.
           WRITE REG-HIST
               INVALID KEY
                   DISPLAY "HISTORICO JA EXISTE: " PH-ID "/"
                           PH-PERIODO " - RESCISAO NAO GRAVADA"
                   PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       WRITE-HIST-EXIT-PARA.
           EXIT.

      *THE REMITTANCE (ONE DETAIL) AND THE SAME TRANSFER ON THE BANK
      *BOOK AS MONEY OUT
       WRITE-NETPAY-PARA.
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
           MOVE SPACES TO NETPAY-LINE.
           STRING "T" DELIMITED BY SIZE
                  WS-NET-SEQ DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-NET-HASH DELIMITED BY SIZE
                  INTO NETPAY-LINE
           END-STRING.
           WRITE NETPAY-LINE.
           MOVE "G" TO WS-BMV-FUNC.
           MOVE "D" TO WS-BMV-DC.
           MOVE WS-DATA-SIS TO WS-BMV-DATA.
           MOVE WS-NET-VALOR TO WS-BMV-VALOR.
           MOVE SPACES TO WS-BMV-REFER.
           STRING "RESCIS " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EM-ID DELIMITED BY SIZE
                  INTO WS-BMV-REFER
           END-STRING.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           IF WS-BMV-RC NOT = "00"
               DISPLAY "*** TRANSFERENCIA FORA DO MOVBANCO.DAT ***"
           END-IF.
           MOVE "X" TO WS-BMV-FUNC.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
       WRITE-NETPAY-EXIT-PARA.
           EXIT.

      *THE PERIODS PAID OFF ARE CLOSED ("Q") AND A SCHEDULE NOT YET
      *TAKEN IS CANCELLED
       BAIXA-FERIAS-PARA.
           MOVE EM-ID TO FE-ID.
           MOVE ZERO TO FE-AQ-INICIO.
           START FER-FILE KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY
                   GO TO BAIXA-FERIAS-EXIT-PARA
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
                           IF FE-CONCESSIVO OR FE-VENCIDO
                              OR FE-AQUISITIVO
                               MOVE "Q" TO FE-SITUACAO
                           END-IF
                           IF FE-PROG-PENDENTE
                               MOVE ZERO TO FE-PROG-INICIO
                               MOVE ZERO TO FE-PROG-DIAS
                               MOVE SPACE TO FE-PROG-PAGO
                               MOVE WS-OPERADOR TO FE-PROG-OPERADOR
                           END-IF
                           MOVE WS-DATA-SIS TO FE-ATUALIZADO
                           REWRITE REG-FERIAS
                               INVALID KEY
                                   DISPLAY "FERIAS.DAT REWRITE "
                                           "FAILED: " FE-ID "/"
                                           FE-AQ-INICIO
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
       BAIXA-FERIAS-EXIT-PARA.
           EXIT.

      *ONLY NOW THE EMPLOYEE IS MARKED TERMINATED, WITH THE BEFORE
      *AND AFTER IMAGES ON THE EMPLOYEE AUDIT TRAIL
       DESLIGA-PARA.
           MOVE REG-EMP TO WS-REG-ANTES.
           MOVE "T" TO EM-SITUACAO.
           REWRITE REG-EMP
               INVALID KEY
                   DISPLAY "EMPMAST.DAT REWRITE FAILED: " EM-ID
                           " - MARCAR T NO EMPMAINT"
                   MOVE 8 TO RETURN-CODE
                   GO TO DESLIGA-EXIT-PARA
           END-REWRITE.
           MOVE WS-DATA-SIS TO EA-DATE.
           MOVE "RESCISAO" TO EA-ACTION.
           MOVE EM-ID TO EA-ID.
           MOVE WS-REG-ANTES TO EA-BEFORE.
           MOVE REG-EMP TO EA-AFTER.
           MOVE WS-OPERADOR TO EA-OPERATOR.
           WRITE EMPAUDIT-RECORD.
       DESLIGA-EXIT-PARA.
           EXIT.
