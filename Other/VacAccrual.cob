      ******************************************************************
      *DESC    : Vacation accrual - keeps FERIAS.DAT, one record per   *
      *        : employee and acquisition period (the periodo          *
      *        : aquisitivo, each year from the hire date              *
      *        : EM-ADMISSAO), with the unpaid absence days counted in *
      *        : it, the vacation days earned, the days taken and the  *
      *        : concession deadline (the end of the following year -  *
      *        : days still owed after it are paid double). Run        *
      *        : monthly before PAYROLL and RELFERIAS; it rebuilds     *
      *        : every figure but the days taken and the schedule, so  *
      *        : reruns are safe.                                      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Days earned by the unpaid ("N") absence days of       *
      *        : AUSENCIA.DAT whose month falls in the period (CLT     *
      *        : art. 130): up to 5 = 30 days, 6-14 = 24, 15-23 = 18,  *
      *        : 24-32 = 12, more = none (situacao P). A period still  *
      *        : running shows the share earned so far, 1/12 of that   *
      *        : per complete month (situacao A). A complete period is *
      *        : C (to be granted), Q (all taken) or V (deadline       *
      *        : passed with days owed). Terminated employees and      *
      *        : employees without a hire date are left alone.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERACUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT OPTIONAL AUS-FILE ASSIGN TO "AUSENCIA.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AUS.
      *ONE RECORD PER EMPLOYEE AND ACQUISITION PERIOD
           SELECT FER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FE-CHAVE
           FILE STATUS             FS-FER.

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

      *SAME LAYOUT AUSENTRY WRITES - ID;CCYYMM;DIAS;TIPO
       FD AUS-FILE.
       01 AUS-LINE             PIC X(20).

      *VACATION FILE - THE PERIOD'S FIGURES ARE REBUILT HERE; THE
      *DAYS TAKEN AND THE SCHEDULE BELONG TO FERPROG AND PAYROLL
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

       WORKING-STORAGE SECTION.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-AUS               PIC X(02) VALUE SPACES.
       77 FS-FER               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-NOVO              PIC X     VALUE "N".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HOJE-R REDEFINES WS-DATA-SIS.
          05 WS-HOJE-ANO       PIC 9(04).
          05 WS-HOJE-MES       PIC 9(02).
          05 WS-HOJE-DIA       PIC 9(02).

      *UNPAID ABSENCES FROM AUSENCIA.DAT - JUSTIFIED ("J") ONES DO
      *NOT REDUCE THE ENTITLEMENT
       01 WS-AUS-COUNT         PIC 9(04) VALUE ZERO.
       01 WS-AUS-TABLE.
          05 WS-AUS-ENTRY OCCURS 2000 TIMES.
             10 WS-AU-ID       PIC 9(05).
             10 WS-AU-PERIODO  PIC 9(06).
             10 WS-AU-DIAS     PIC 9(02).
       01 WS-A                 PIC 9(04).
       01 WS-AUS-PERDIDAS      PIC 9(05) VALUE ZERO.
       01 WS-IN-AUS.
          05 WS-IA-ID          PIC X(05).
          05 WS-IA-PERIODO     PIC X(06).
          05 WS-IA-DIAS        PIC X(02).
          05 WS-IA-TIPO        PIC X(01).

      *THE ACQUISITION PERIOD BEING BUILT - START, END, THE NEXT
      *PERIOD'S START, AND THE DATE ARITHMETIC WORK AREA
       01 WS-INI               PIC 9(08) VALUE ZERO.
       01 WS-INI-R REDEFINES WS-INI.
          05 WS-INI-ANO        PIC 9(04).
          05 WS-INI-MES        PIC 9(02).
          05 WS-INI-DIA        PIC 9(02).
       01 WS-FIM               PIC 9(08) VALUE ZERO.
       01 WS-PROX              PIC 9(08) VALUE ZERO.
       01 WS-LIMITE            PIC 9(08) VALUE ZERO.
       01 WS-D-BASE            PIC 9(08) VALUE ZERO.
       01 WS-D-FIM             PIC 9(08) VALUE ZERO.
       01 WS-D-AUX             PIC 9(08) VALUE ZERO.
       01 WS-D-AUX-R REDEFINES WS-D-AUX.
          05 WS-AUX-ANO        PIC 9(04).
          05 WS-AUX-MES        PIC 9(02).
          05 WS-AUX-DIA        PIC 9(02).
       01 WS-FALTAS            PIC 9(03) VALUE ZERO.
       01 WS-TABELA            PIC 9(02) VALUE ZERO.
       01 WS-MESES             PIC S9(03) VALUE ZERO.

       01 WS-EMP-LIDOS         PIC 9(05) VALUE ZERO.
       01 WS-EMP-SEM-ADM       PIC 9(05) VALUE ZERO.
       01 WS-CRIADOS           PIC 9(05) VALUE ZERO.
       01 WS-ATUALIZADOS       PIC 9(05) VALUE ZERO.
       01 WS-VENCIDOS          PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "ACUMULO DE FERIAS EM " WS-DATA-SIS.
           PERFORM LOAD-AUS-PARA THRU LOAD-AUS-FIM.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
              DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O FER-FILE.
           IF FS-FER = "35"
              OPEN OUTPUT FER-FILE
              CLOSE FER-FILE
              OPEN I-O FER-FILE
           END-IF.
           IF FS-FER NOT = "00"
              DISPLAY "FERIAS.DAT OPEN FAILED: " FS-FER
              CLOSE EMP-MASTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM EMP-PARA THRU EMP-FIM
               END-READ
           END-PERFORM.
           CLOSE EMP-MASTER.
           CLOSE FER-FILE.
           DISPLAY "FUNCIONARIOS LIDOS ......: " WS-EMP-LIDOS.
           DISPLAY "SEM DATA DE ADMISSAO ....: " WS-EMP-SEM-ADM.
           DISPLAY "PERIODOS CRIADOS ........: " WS-CRIADOS.
           DISPLAY "PERIODOS ATUALIZADOS ....: " WS-ATUALIZADOS.
           DISPLAY "PERIODOS VENCIDOS .......: " WS-VENCIDOS.
           IF WS-AUS-PERDIDAS > ZERO
              DISPLAY "*** AUSENCIAS NAO CONSIDERADAS (TABELA CHEIA): "
                      WS-AUS-PERDIDAS " ***"
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EMP-SEM-ADM > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-AUS-PARA.
           OPEN INPUT AUS-FILE.
           IF FS-AUS NOT = "00"
              GO TO LOAD-AUS-FIM
           END-IF.
           PERFORM UNTIL FS-AUS NOT = "00"
               READ AUS-FILE
                   AT END
                       MOVE "10" TO FS-AUS
                   NOT AT END
                       PERFORM LOAD-ONE-AUS-PARA THRU LOAD-ONE-AUS-FIM
               END-READ
           END-PERFORM.
           CLOSE AUS-FILE.
       LOAD-AUS-FIM.
           EXIT.

       LOAD-ONE-AUS-PARA.
           MOVE SPACES TO WS-IN-AUS.
           UNSTRING AUS-LINE DELIMITED BY ";"
               INTO WS-IA-ID WS-IA-PERIODO WS-IA-DIAS WS-IA-TIPO
           END-UNSTRING.
           IF WS-IA-ID IS NOT NUMERIC
              OR WS-IA-PERIODO IS NOT NUMERIC
              OR WS-IA-DIAS IS NOT NUMERIC
              OR WS-IA-TIPO = "J"
              GO TO LOAD-ONE-AUS-FIM
           END-IF.
           IF WS-AUS-COUNT >= 2000
              ADD 1 TO WS-AUS-PERDIDAS
              GO TO LOAD-ONE-AUS-FIM
           END-IF.
           ADD 1 TO WS-AUS-COUNT.
           MOVE WS-IA-ID TO WS-AU-ID(WS-AUS-COUNT).
           MOVE WS-IA-PERIODO TO WS-AU-PERIODO(WS-AUS-COUNT).
           MOVE WS-IA-DIAS TO WS-AU-DIAS(WS-AUS-COUNT).
       LOAD-ONE-AUS-FIM.
           EXIT.

      *EVERY ACQUISITION PERIOD FROM THE HIRE DATE THAT HAS STARTED
      *BY TODAY
       EMP-PARA.
           IF EM-TERMINATED
              GO TO EMP-FIM
           END-IF.
           ADD 1 TO WS-EMP-LIDOS.
           IF EM-ADMISSAO = ZERO
              ADD 1 TO WS-EMP-SEM-ADM
              DISPLAY "FUNCIONARIO " EM-ID " SEM DATA DE ADMISSAO"
                      " - FERIAS NAO CALCULADAS"
              GO TO EMP-FIM
           END-IF.
           MOVE EM-ADMISSAO TO WS-INI.
           PERFORM PERIODO-PARA THRU PERIODO-FIM
               UNTIL WS-INI > WS-DATA-SIS.
       EMP-FIM.
           EXIT.

       PERIODO-PARA.
           MOVE WS-INI TO WS-D-BASE.
           PERFORM FIM-AQ-PARA THRU FIM-AQ-FIM.
           MOVE WS-D-FIM TO WS-FIM.
           COMPUTE WS-PROX = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FIM) + 1).
           MOVE WS-PROX TO WS-D-BASE.
           PERFORM FIM-AQ-PARA THRU FIM-AQ-FIM.
           MOVE WS-D-FIM TO WS-LIMITE.
      *    EACH ABSENCE MONTH BELONGS TO ONE PERIOD - FROM THE START
      *    MONTH UP TO (NOT INCLUDING) THE NEXT PERIOD'S START MONTH
           MOVE ZERO TO WS-FALTAS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AUS-COUNT
               IF WS-AU-ID(WS-A) = EM-ID
                  AND WS-AU-PERIODO(WS-A) >= WS-INI(1:6)
                  AND WS-AU-PERIODO(WS-A) < WS-PROX(1:6)
                   ADD WS-AU-DIAS(WS-A) TO WS-FALTAS
               END-IF
           END-PERFORM.
           PERFORM TABELA-PARA THRU TABELA-FIM.

           MOVE EM-ID TO FE-ID.
           MOVE WS-INI TO FE-AQ-INICIO.
           MOVE "N" TO WS-NOVO.
           READ FER-FILE KEY IS FE-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-NOVO
                   INITIALIZE REG-FERIAS
                   MOVE EM-ID TO FE-ID
                   MOVE WS-INI TO FE-AQ-INICIO
                   MOVE SPACE TO FE-PROG-PAGO
           END-READ.
           MOVE WS-FIM TO FE-AQ-FIM.
           MOVE WS-LIMITE TO FE-LIMITE.
           MOVE WS-FALTAS TO FE-FALTAS.
           MOVE WS-DATA-SIS TO FE-ATUALIZADO.
           IF WS-FIM >= WS-DATA-SIS
      *        STILL RUNNING - 1/12 OF THE DAYS PER COMPLETE MONTH
               COMPUTE WS-MESES =
                   (WS-HOJE-ANO - WS-INI-ANO) * 12
                 + WS-HOJE-MES - WS-INI-MES
               IF WS-HOJE-DIA < WS-INI-DIA
                   SUBTRACT 1 FROM WS-MESES
               END-IF
               IF WS-MESES < ZERO
                   MOVE ZERO TO WS-MESES
               END-IF
               COMPUTE FE-DIREITO = WS-TABELA * WS-MESES / 12
               MOVE "A" TO FE-SITUACAO
           ELSE
               MOVE WS-TABELA TO FE-DIREITO
               EVALUATE TRUE
                   WHEN FE-DIREITO = ZERO
                       MOVE "P" TO FE-SITUACAO
                   WHEN FE-GOZADOS >= FE-DIREITO
                       MOVE "Q" TO FE-SITUACAO
                   WHEN WS-DATA-SIS > FE-LIMITE
                       MOVE "V" TO FE-SITUACAO
                       ADD 1 TO WS-VENCIDOS
                   WHEN OTHER
                       MOVE "C" TO FE-SITUACAO
               END-EVALUATE
           END-IF.
           IF WS-NOVO = "S"
               WRITE REG-FERIAS
                   INVALID KEY
                       DISPLAY "FERIAS.DAT JA TEM " FE-ID "/"
                               FE-AQ-INICIO
                   NOT INVALID KEY
                       ADD 1 TO WS-CRIADOS
               END-WRITE
           ELSE
               REWRITE REG-FERIAS
                   INVALID KEY
                       DISPLAY "FERIAS.DAT REGRAVACAO FALHOU: " FE-ID
                               "/" FE-AQ-INICIO
                   NOT INVALID KEY
                       ADD 1 TO WS-ATUALIZADOS
               END-REWRITE
           END-IF.
           MOVE WS-PROX TO WS-INI.
       PERIODO-FIM.
           EXIT.

      *ONE YEAR FROM WS-D-BASE, LESS A DAY - A 29 FEBRUARY START
      *RUNS TO THE 28TH
       FIM-AQ-PARA.
           MOVE WS-D-BASE TO WS-D-AUX.
           ADD 1 TO WS-AUX-ANO.
           IF WS-AUX-MES = 02 AND WS-AUX-DIA = 29
               MOVE 03 TO WS-AUX-MES
               MOVE 01 TO WS-AUX-DIA
           END-IF.
           COMPUTE WS-D-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-D-AUX) - 1).
       FIM-AQ-FIM.
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
       TABELA-FIM.
           EXIT.
