      ******************************************************************
      *DESC    : Monthly headcount and labor cost by cost center -     *
      *        : for each department (EM-CENTRO, CCUSTO.DAT) lists the *
      *        : active headcount at the start and end of the month,   *
      *        : the movement in between (joiners, leavers, transfers  *
      *        : in and out) and the gross payroll (PAYHIST.DAT) of    *
      *        : the month against the previous one. Written to        *
      *        : DEPTO.TXT and the totals displayed.                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Period (CCYYMM) from the command line, default the    *
      *        : current month. The center and situation each          *
      *        : employee had at each month end are rebuilt from       *
      *        : EMPMAST.DAT going back through EMPAUDIT.LOG (the      *
      *        : image before the first change after that date), so a  *
      *        : past month can be run again later. Joiners are hires  *
      *        : (EM-ADMISSAO) in the month; leavers the terminations  *
      *        : (situation to T) and exclusions of active employees;  *
      *        : transfers the changes from one center to another.     *
      *        : Cost goes to the center the employee was on at the    *
      *        : end of each month. No EMPAUDIT.LOG is RC 4 (the       *
      *        : centers are today's and no movement is shown); no     *
      *        : EMPMAST.DAT is RC 8.                                  *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDEPTO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT OPTIONAL EMPAUDIT-FILE ASSIGN TO "EMPAUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CCU-CODIGO
           FILE STATUS             FS-CCU.
           SELECT REL-FILE ASSIGN TO "DEPTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

      *SAME LAYOUT EMPMAINT WRITES - THE IMAGES ARE REG-EMP, SO THE
      *SITUATION IS AT 44, THE HIRE DATE AT 47 AND THE CENTER AT 55
       FD EMPAUDIT-FILE.
       01 EMPAUDIT-RECORD.
          02 EA-DATE           PIC 9(08).
          02 FILLER            PIC X.
          02 EA-ACTION         PIC X(09).
          02 FILLER            PIC X.
          02 EA-ID             PIC 9(05).
          02 FILLER            PIC X.
          02 EA-BEFORE         PIC X(58).
          02 FILLER            PIC X.
          02 EA-AFTER          PIC X(58).
          02 FILLER            PIC X.
          02 EA-OPERATOR       PIC X(08).

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

      *SAME LAYOUT CCMAINT MAINTAINS
       FD CCUSTO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REG-CCUSTO.
          02 CCU-CODIGO       PIC X(04).
          02 CCU-NOME         PIC X(30).
          02 CCU-SITUACAO     PIC X(01).
             88 CCU-ATIVO     VALUE "A".
             88 CCU-SIT-OK    VALUE "A", "I".

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-AUDIT             PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-CCU               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-TEM-AUDIT         PIC X     VALUE "N".
       77 WS-TEM-CCU           PIC X     VALUE "N".
       77 WS-ACHOU             PIC X     VALUE "N".

       01 WS-PARM              PIC X(06) VALUE SPACES.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PER-ANO        PIC 9(04).
          05 WS-PER-MES        PIC 9(02).
       01 WS-PER-ANT           PIC 9(06) VALUE ZERO.
       01 WS-PER-ANT-R REDEFINES WS-PER-ANT.
          05 WS-ANT-ANO        PIC 9(04).
          05 WS-ANT-MES        PIC 9(02).
      *MONTH ENDS AS CCYYMM99 - (1) THE PREVIOUS MONTH, THE START OF
      *THE PERIOD, (2) THE PERIOD ITSELF
       01 WS-LIMITES.
          05 WS-LIMITE         PIC 9(08) OCCURS 2 TIMES.
       01 WS-S                 PIC 9(01) VALUE ZERO.

      *EVERY EMPLOYEE ON EMPMAST.DAT, PLUS ANY EXCLUDED SINCE WHO
      *TURNS UP IN THE AUDIT TRAIL, WITH WHAT THEY LOOKED LIKE AT
      *EACH OF THE TWO MONTH ENDS. AN EMPLOYEE STARTS AS TODAY'S
      *RECORD; THE FIRST AUDIT ENTRY AFTER A MONTH END REPLACES THAT
      *MONTH END'S VIEW WITH ITS BEFORE IMAGE AND SETTLES IT
       01 WS-E-COUNT           PIC 9(04) VALUE ZERO.
       01 WS-E-TABLE.
          05 WS-E-ENTRY OCCURS 5000 TIMES.
             10 WS-E-ID        PIC 9(05).
             10 WS-E-VISTA OCCURS 2 TIMES.
                15 WS-E-FIXO   PIC X(01).
                15 WS-E-EXISTE PIC X(01).
                15 WS-E-SIT    PIC X(01).
                15 WS-E-ADM    PIC 9(08).
                15 WS-E-CENTRO PIC X(04).
       01 WS-I                 PIC 9(04) VALUE ZERO.
       01 WS-ID-CHAVE          PIC 9(05) VALUE ZERO.
       01 WS-IMG-ADM           PIC X(08) VALUE SPACES.

      *ONE ENTRY PER CENTER, KEPT IN CODE ORDER - BLANK (EMPLOYEES
      *WITHOUT A CENTER) SORTS FIRST AND PRINTS AS SEM CENTRO
       01 WS-CC-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES.
             10 WS-CC-CODIGO   PIC X(04).
             10 WS-CC-INICIO   PIC 9(05).
             10 WS-CC-ADMIT    PIC 9(05).
             10 WS-CC-DESLIG   PIC 9(05).
             10 WS-CC-TR-ENT   PIC 9(05).
             10 WS-CC-TR-SAI   PIC 9(05).
             10 WS-CC-FIM      PIC 9(05).
             10 WS-CC-CUSTO-ANT PIC 9(09)V99.
             10 WS-CC-CUSTO    PIC 9(09)V99.
       01 WS-K                 PIC 9(03) VALUE ZERO.
       01 WS-K2                PIC 9(03) VALUE ZERO.
       01 WS-CC-CHAVE          PIC X(04) VALUE SPACES.

       01 WS-TOTAIS.
          05 WS-T-INICIO       PIC 9(05) VALUE ZERO.
          05 WS-T-ADMIT        PIC 9(05) VALUE ZERO.
          05 WS-T-DESLIG       PIC 9(05) VALUE ZERO.
          05 WS-T-TR-ENT       PIC 9(05) VALUE ZERO.
          05 WS-T-TR-SAI       PIC 9(05) VALUE ZERO.
          05 WS-T-FIM          PIC 9(05) VALUE ZERO.
          05 WS-T-CUSTO-ANT    PIC 9(09)V99 VALUE ZERO.
          05 WS-T-CUSTO        PIC 9(09)V99 VALUE ZERO.
       01 WS-VARIACAO          PIC S9(09)V99 VALUE ZERO.

      *ONE DETAIL LINE OF THE REPORT
       01 WS-DET.
          05 WS-D-CENTRO       PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-INICIO       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-ADMIT        PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-DESLIG       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-TR-ENT       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-TR-SAI       PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-FIM          PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-CUSTO-ANT    PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-CUSTO        PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-VARIACAO     PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-EDIT              PIC ZZ,ZZ9.
       01 WS-ED-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VARIACAO       PIC -ZZZ,ZZZ,ZZ9.99.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELDEPTO".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "DEPTO.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM IS NUMERIC
              AND WS-PARM(5:2) >= "01" AND WS-PARM(5:2) <= "12"
              MOVE WS-PARM TO WS-PERIODO
           ELSE
              ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PER-MES = 01
              COMPUTE WS-ANT-ANO = WS-PER-ANO - 1
              MOVE 12 TO WS-ANT-MES
           ELSE
              MOVE WS-PER-ANO TO WS-ANT-ANO
              COMPUTE WS-ANT-MES = WS-PER-MES - 1
           END-IF.
           COMPUTE WS-LIMITE(1) = WS-PER-ANT * 100 + 99.
           COMPUTE WS-LIMITE(2) = WS-PERIODO * 100 + 99.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
              DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "DEPTO.TXT OPEN FAILED: " FS-REL
              CLOSE EMP-MASTER
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARGA-EMP-PARA THRU CARGA-EMP-FIM.
           CLOSE EMP-MASTER.
           PERFORM AUDIT-PARA THRU AUDIT-FIM.
           PERFORM QUADRO-PARA THRU QUADRO-FIM.
           PERFORM CUSTO-PARA THRU CUSTO-FIM.
           OPEN INPUT CCUSTO-FILE.
           IF FS-CCU = "00"
              MOVE "S" TO WS-TEM-CCU
           END-IF.
           PERFORM CABECALHO-PARA THRU CABECALHO-FIM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-CC-COUNT
               PERFORM DETALHE-PARA THRU DETALHE-FIM
           END-PERFORM.
           PERFORM TOTAIS-PARA THRU TOTAIS-FIM.
           IF WS-TEM-CCU = "S"
              CLOSE CCUSTO-FILE
           END-IF.
           CLOSE REL-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-TEM-AUDIT NOT = "S"
              DISPLAY "EMPAUDIT.LOG AUSENTE - CENTROS DE HOJE, SEM "
                      "MOVIMENTACAO"
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *TODAY'S RECORD IS BOTH MONTH ENDS' VIEW UNTIL THE AUDIT TRAIL
      *SAYS OTHERWISE
       CARGA-EMP-PARA.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE EM-ID TO WS-ID-CHAVE
                       PERFORM EMP-NOVO-PARA THRU EMP-NOVO-FIM
                       IF WS-ACHOU = "S"
                          PERFORM VARYING WS-S FROM 1 BY 1
                                  UNTIL WS-S > 2
                              MOVE "S" TO WS-E-EXISTE(WS-I, WS-S)
                              MOVE EM-SITUACAO TO WS-E-SIT(WS-I, WS-S)
                              MOVE EM-ADMISSAO TO WS-E-ADM(WS-I, WS-S)
                              MOVE EM-CENTRO
                                TO WS-E-CENTRO(WS-I, WS-S)
                          END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
       CARGA-EMP-FIM.
           EXIT.

      *ADDS WS-ID-CHAVE TO THE TABLE AS NOT EXISTING AT EITHER MONTH
      *END - WS-I POINTS AT IT, WS-ACHOU "N" WHEN THE TABLE IS FULL
       EMP-NOVO-PARA.
           MOVE "N" TO WS-ACHOU.
           IF WS-E-COUNT >= 5000
              DISPLAY "MAIS DE 5000 FUNCIONARIOS - " WS-ID-CHAVE
                      " IGNORADO"
              GO TO EMP-NOVO-FIM
           END-IF.
           ADD 1 TO WS-E-COUNT.
           MOVE WS-E-COUNT TO WS-I.
           MOVE WS-ID-CHAVE TO WS-E-ID(WS-I).
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               MOVE "N" TO WS-E-FIXO(WS-I, WS-S)
               MOVE "N" TO WS-E-EXISTE(WS-I, WS-S)
               MOVE SPACE TO WS-E-SIT(WS-I, WS-S)
               MOVE ZERO TO WS-E-ADM(WS-I, WS-S)
               MOVE SPACES TO WS-E-CENTRO(WS-I, WS-S)
           END-PERFORM.
           MOVE "S" TO WS-ACHOU.
       EMP-NOVO-FIM.
           EXIT.

      *FINDS WS-ID-CHAVE IN THE TABLE - WS-I AND WS-ACHOU "S"
       EMP-ACHA-PARA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-E-COUNT
                      OR WS-E-ID(WS-I) = WS-ID-CHAVE
               CONTINUE
           END-PERFORM.
           IF WS-I <= WS-E-COUNT
              MOVE "S" TO WS-ACHOU
           END-IF.
       EMP-ACHA-FIM.
           EXIT.

      *EMPAUDIT.LOG IS APPENDED IN DATE ORDER, SO THE FIRST ENTRY
      *PAST A MONTH END FOR AN EMPLOYEE CARRIES, AS ITS BEFORE IMAGE,
      *THE RECORD AS IT STOOD AT THAT MONTH END
       AUDIT-PARA.
           OPEN INPUT EMPAUDIT-FILE.
           IF FS-AUDIT NOT = "00"
              GO TO AUDIT-FIM
           END-IF.
           MOVE "S" TO WS-TEM-AUDIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPAUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM AUDIT-REG-PARA THRU AUDIT-REG-FIM
               END-READ
           END-PERFORM.
           CLOSE EMPAUDIT-FILE.
       AUDIT-FIM.
           EXIT.

       AUDIT-REG-PARA.
           IF EA-DATE NOT > WS-LIMITE(1)
              GO TO AUDIT-REG-FIM
           END-IF.
           MOVE EA-ID TO WS-ID-CHAVE.
           PERFORM EMP-ACHA-PARA THRU EMP-ACHA-FIM.
           IF WS-ACHOU NOT = "S"
              PERFORM EMP-NOVO-PARA THRU EMP-NOVO-FIM
              IF WS-ACHOU NOT = "S"
                 GO TO AUDIT-REG-FIM
              END-IF
           END-IF.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
               IF EA-DATE > WS-LIMITE(WS-S)
                  AND WS-E-FIXO(WS-I, WS-S) NOT = "S"
                  PERFORM VISTA-PARA THRU VISTA-FIM
               END-IF
           END-PERFORM.
           IF EA-DATE > WS-LIMITE(2)
              GO TO AUDIT-REG-FIM
           END-IF.
           PERFORM MOVIMENTO-PARA THRU MOVIMENTO-FIM.
       AUDIT-REG-FIM.
           EXIT.

      *SETTLES MONTH END WS-S OF EMPLOYEE WS-I FROM THE BEFORE IMAGE -
      *A BLANK ONE (AN INCLUSION) MEANS NOT ON THE MASTER YET
       VISTA-PARA.
           MOVE "S" TO WS-E-FIXO(WS-I, WS-S).
           IF EA-BEFORE = SPACES
              MOVE "N" TO WS-E-EXISTE(WS-I, WS-S)
              GO TO VISTA-FIM
           END-IF.
           MOVE "S" TO WS-E-EXISTE(WS-I, WS-S).
           MOVE EA-BEFORE(44:1) TO WS-E-SIT(WS-I, WS-S).
           MOVE EA-BEFORE(47:8) TO WS-IMG-ADM.
           IF WS-IMG-ADM IS NUMERIC
              MOVE WS-IMG-ADM TO WS-E-ADM(WS-I, WS-S)
           ELSE
              MOVE ZERO TO WS-E-ADM(WS-I, WS-S)
           END-IF.
           MOVE EA-BEFORE(55:4) TO WS-E-CENTRO(WS-I, WS-S).
       VISTA-FIM.
           EXIT.

      *A CHANGE DATED IN THE PERIOD - A TERMINATION OR THE EXCLUSION
      *OF AN ACTIVE EMPLOYEE IS A LEAVER ON THE CENTER THEY LEFT; A
      *CHANGE BETWEEN TWO CENTERS OF AN EMPLOYEE STILL ACTIVE IS A
      *TRANSFER OUT OF ONE AND INTO THE OTHER
       MOVIMENTO-PARA.
           IF EA-BEFORE = SPACES OR EA-BEFORE(44:1) = "T"
              GO TO MOVIMENTO-FIM
           END-IF.
           IF EA-ACTION = "EXCLUSAO" OR EA-AFTER(44:1) = "T"
              MOVE EA-BEFORE(55:4) TO WS-CC-CHAVE
              PERFORM CENTRO-ACHA-PARA THRU CENTRO-ACHA-FIM
              ADD 1 TO WS-CC-DESLIG(WS-K)
              GO TO MOVIMENTO-FIM
           END-IF.
           IF EA-BEFORE(55:4) = SPACES
              OR EA-AFTER(55:4) = EA-BEFORE(55:4)
              GO TO MOVIMENTO-FIM
           END-IF.
           MOVE EA-BEFORE(55:4) TO WS-CC-CHAVE.
           PERFORM CENTRO-ACHA-PARA THRU CENTRO-ACHA-FIM.
           ADD 1 TO WS-CC-TR-SAI(WS-K).
           MOVE EA-AFTER(55:4) TO WS-CC-CHAVE.
           PERFORM CENTRO-ACHA-PARA THRU CENTRO-ACHA-FIM.
           ADD 1 TO WS-CC-TR-ENT(WS-K).
       MOVIMENTO-FIM.
           EXIT.

      *HEADCOUNT AT EACH MONTH END - ON THE MASTER, NOT TERMINATED AND
      *ALREADY HIRED - AND THE HIRES OF THE PERIOD
       QUADRO-PARA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-E-COUNT
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 2
                   IF WS-E-EXISTE(WS-I, WS-S) = "S"
                      AND WS-E-SIT(WS-I, WS-S) NOT = "T"
                      AND WS-E-ADM(WS-I, WS-S) NOT > WS-LIMITE(WS-S)
                      MOVE WS-E-CENTRO(WS-I, WS-S) TO WS-CC-CHAVE
                      PERFORM CENTRO-ACHA-PARA THRU CENTRO-ACHA-FIM
                      IF WS-S = 1
                         ADD 1 TO WS-CC-INICIO(WS-K)
                      ELSE
                         ADD 1 TO WS-CC-FIM(WS-K)
                      END-IF
                   END-IF
               END-PERFORM
               IF WS-E-EXISTE(WS-I, 2) = "S"
                  AND WS-E-ADM(WS-I, 2) > WS-LIMITE(1)
                  AND WS-E-ADM(WS-I, 2) NOT > WS-LIMITE(2)
                  MOVE WS-E-CENTRO(WS-I, 2) TO WS-CC-CHAVE
                  PERFORM CENTRO-ACHA-PARA THRU CENTRO-ACHA-FIM
                  ADD 1 TO WS-CC-ADMIT(WS-K)
               END-IF
           END-PERFORM.
       QUADRO-FIM.
           EXIT.

      *GROSS PAY OF THE PERIOD AND OF THE MONTH BEFORE, EACH ON THE
      *CENTER THE EMPLOYEE WAS ON AT THAT MONTH'S END. THE 13TH
      *SALARY PSEUDO-PERIODS (CCYY13/14) NEVER MATCH A MONTH
       CUSTO-PARA.
           OPEN INPUT HIST-FILE.
           IF FS-HIST NOT = "00"
              DISPLAY "PAYHIST.DAT AUSENTE - SEM CUSTO"
              GO TO CUSTO-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CUSTO-REG-PARA THRU CUSTO-REG-FIM
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
       CUSTO-FIM.
           EXIT.

       CUSTO-REG-PARA.
           IF PH-PERIODO = WS-PER-ANT
              MOVE 1 TO WS-S
           ELSE
              IF PH-PERIODO = WS-PERIODO
                 MOVE 2 TO WS-S
              ELSE
                 GO TO CUSTO-REG-FIM
              END-IF
           END-IF.
           MOVE PH-ID TO WS-ID-CHAVE.
           PERFORM EMP-ACHA-PARA THRU EMP-ACHA-FIM.
           IF WS-ACHOU = "S"
              MOVE WS-E-CENTRO(WS-I, WS-S) TO WS-CC-CHAVE
           ELSE
              MOVE SPACES TO WS-CC-CHAVE
           END-IF.
           PERFORM CENTRO-ACHA-PARA THRU CENTRO-ACHA-FIM.
           IF WS-S = 1
              ADD PH-BRUTO TO WS-CC-CUSTO-ANT(WS-K)
           ELSE
              ADD PH-BRUTO TO WS-CC-CUSTO(WS-K)
           END-IF.
       CUSTO-REG-FIM.
           EXIT.

      *POINTS WS-K AT THE ENTRY FOR WS-CC-CHAVE, INSERTING IT IN CODE
      *ORDER THE FIRST TIME IT IS SEEN
       CENTRO-ACHA-PARA.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CC-COUNT
                      OR WS-CC-CODIGO(WS-K) NOT < WS-CC-CHAVE
               CONTINUE
           END-PERFORM.
           IF WS-K <= WS-CC-COUNT
              AND WS-CC-CODIGO(WS-K) = WS-CC-CHAVE
               GO TO CENTRO-ACHA-FIM
           END-IF.
           IF WS-CC-COUNT >= 100
               DISPLAY "MAIS DE 100 CENTROS - " WS-CC-CHAVE
                       " TOTALIZADO EM " WS-CC-CODIGO(100)
               MOVE 100 TO WS-K
               GO TO CENTRO-ACHA-FIM
           END-IF.
           PERFORM VARYING WS-K2 FROM WS-CC-COUNT BY -1
                   UNTIL WS-K2 < WS-K
               MOVE WS-CC-ENTRY(WS-K2) TO WS-CC-ENTRY(WS-K2 + 1)
           END-PERFORM.
           ADD 1 TO WS-CC-COUNT.
           MOVE WS-CC-CHAVE TO WS-CC-CODIGO(WS-K).
           MOVE ZERO TO WS-CC-INICIO(WS-K) WS-CC-ADMIT(WS-K)
                        WS-CC-DESLIG(WS-K) WS-CC-TR-ENT(WS-K)
                        WS-CC-TR-SAI(WS-K) WS-CC-FIM(WS-K)
                        WS-CC-CUSTO-ANT(WS-K) WS-CC-CUSTO(WS-K).
       CENTRO-ACHA-FIM.
           EXIT.

       CABECALHO-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "QUADRO E CUSTO DE PESSOAL POR CENTRO - PERIODO "
                  DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " (ANTERIOR " DELIMITED BY SIZE
                  WS-PER-ANT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "CENTRO     NOME                   INI   ADM  DESL "
                  DELIMITED BY SIZE
                  "TRENT TRSAI   FIM      CUSTO ANT      CUSTO MES"
                  DELIMITED BY SIZE
                  "        VARIACAO" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
       CABECALHO-FIM.
           EXIT.

      *ONE LINE PER CENTER WS-K, NAMED FROM CCUSTO.DAT
       DETALHE-PARA.
           MOVE SPACES TO WS-D-NOME.
           IF WS-CC-CODIGO(WS-K) = SPACES
              MOVE "SEM CENTRO" TO WS-D-CENTRO
           ELSE
              MOVE WS-CC-CODIGO(WS-K) TO WS-D-CENTRO
              IF WS-TEM-CCU = "S"
                 MOVE WS-CC-CODIGO(WS-K) TO CCU-CODIGO
                 READ CCUSTO-FILE
                    INVALID KEY
                       MOVE "(FORA DO CADASTRO)" TO WS-D-NOME
                    NOT INVALID KEY
                       MOVE CCU-NOME TO WS-D-NOME
                 END-READ
              END-IF
           END-IF.
           MOVE WS-CC-INICIO(WS-K) TO WS-D-INICIO.
           MOVE WS-CC-ADMIT(WS-K) TO WS-D-ADMIT.
           MOVE WS-CC-DESLIG(WS-K) TO WS-D-DESLIG.
           MOVE WS-CC-TR-ENT(WS-K) TO WS-D-TR-ENT.
           MOVE WS-CC-TR-SAI(WS-K) TO WS-D-TR-SAI.
           MOVE WS-CC-FIM(WS-K) TO WS-D-FIM.
           MOVE WS-CC-CUSTO-ANT(WS-K) TO WS-D-CUSTO-ANT.
           MOVE WS-CC-CUSTO(WS-K) TO WS-D-CUSTO.
           COMPUTE WS-VARIACAO =
               WS-CC-CUSTO(WS-K) - WS-CC-CUSTO-ANT(WS-K).
           MOVE WS-VARIACAO TO WS-D-VARIACAO.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
           ADD WS-CC-INICIO(WS-K) TO WS-T-INICIO.
           ADD WS-CC-ADMIT(WS-K) TO WS-T-ADMIT.
           ADD WS-CC-DESLIG(WS-K) TO WS-T-DESLIG.
           ADD WS-CC-TR-ENT(WS-K) TO WS-T-TR-ENT.
           ADD WS-CC-TR-SAI(WS-K) TO WS-T-TR-SAI.
           ADD WS-CC-FIM(WS-K) TO WS-T-FIM.
           ADD WS-CC-CUSTO-ANT(WS-K) TO WS-T-CUSTO-ANT.
           ADD WS-CC-CUSTO(WS-K) TO WS-T-CUSTO.
       DETALHE-FIM.
           EXIT.

      *THE TOTAL LINE IN THE REPORT'S COLUMNS, THEN THE SAME FIGURES
      *TO THE REPORT AND THE CONSOLE
       TOTAIS-PARA.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE "TOTAL" TO WS-D-CENTRO.
           MOVE SPACES TO WS-D-NOME.
           MOVE WS-T-INICIO TO WS-D-INICIO.
           MOVE WS-T-ADMIT TO WS-D-ADMIT.
           MOVE WS-T-DESLIG TO WS-D-DESLIG.
           MOVE WS-T-TR-ENT TO WS-D-TR-ENT.
           MOVE WS-T-TR-SAI TO WS-D-TR-SAI.
           MOVE WS-T-FIM TO WS-D-FIM.
           MOVE WS-T-CUSTO-ANT TO WS-D-CUSTO-ANT.
           MOVE WS-T-CUSTO TO WS-D-CUSTO.
           COMPUTE WS-VARIACAO = WS-T-CUSTO - WS-T-CUSTO-ANT.
           MOVE WS-VARIACAO TO WS-D-VARIACAO.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-T-INICIO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "QUADRO NO INICIO ...........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-ADMIT TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  ADMISSOES ................: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-DESLIG TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  DESLIGAMENTOS ............: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-TR-ENT TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  TRANSFERENCIAS ...........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-FIM TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "QUADRO NO FIM ..............: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-CUSTO TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "CUSTO BRUTO DO PERIODO .....: " DELIMITED BY SIZE
                  WS-ED-VALOR DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-VARIACAO TO WS-ED-VARIACAO.
           MOVE SPACES TO REL-LINE.
           STRING "  VARIACAO SOBRE O ANTERIOR : " DELIMITED BY SIZE
                  WS-ED-VARIACAO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
       TOTAIS-FIM.
           EXIT.

       GRAVA-TOTAL-PARA.
           WRITE REL-LINE.
           DISPLAY REL-LINE(1:80).
       GRAVA-TOTAL-FIM.
           EXIT.
