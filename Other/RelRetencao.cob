      ******************************************************************
      *DESC    : Monthly withholding summary for the accountant's      *
      *        : government filings - reads the PAYHIST.DAT history    *
      *        : PAYROLL writes and lists, for one paid period, each   *
      *        : employee's gross, INSS base and contribution,         *
      *        : dependants, IRRF base and tax, with the month's       *
      *        : totals: the INSS withheld from the employees (GPS /   *
      *        : eSocial) and the IRRF on salaries, DARF code 0561.    *
      *        : Written to RETENCAO.TXT and the totals displayed.     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Period (CCYYMM) from the command line, default the    *
      *        : current month. Names come from EMPMAST.DAT when the   *
      *        : employee is still on it. INSS + IRRF must equal the   *
      *        : deduction PAYROLL posted - a record that does not     *
      *        : (a month paid before the withholdings were split) is  *
      *        : listed SEM DETALHE and the run ends RC 4; no history  *
      *        : for the period is RC 8.                               *
      *        : The period may also be CCYY13 or CCYY14 - the 13th    *
      *        : salary's installments PAY13 posted; the balance (14)  *
      *        : carries the 13th's INSS and IRRF, filed with          *
      *        : December's.                                           *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRETEN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT REL-FILE ASSIGN TO "RETENCAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.

       DATA DIVISION.
       FILE SECTION.
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

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-TEM-EMP           PIC X     VALUE "N".

       01 WS-PARM              PIC X(06) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-NOME              PIC X(30) VALUE SPACES.

       01 WS-QTD               PIC 9(05) VALUE ZERO.
       01 WS-QTD-IRRF          PIC 9(05) VALUE ZERO.
       01 WS-SEM-DETALHE       PIC 9(05) VALUE ZERO.
       01 WS-TOTAIS.
          05 WS-T-BRUTO        PIC 9(09)V99 VALUE ZERO.
          05 WS-T-BASE-INSS    PIC 9(09)V99 VALUE ZERO.
          05 WS-T-INSS         PIC 9(09)V99 VALUE ZERO.
          05 WS-T-BASE-IRRF    PIC 9(09)V99 VALUE ZERO.
          05 WS-T-IRRF         PIC 9(09)V99 VALUE ZERO.
          05 WS-T-DESCONTO     PIC 9(09)V99 VALUE ZERO.

      *ONE DETAIL LINE OF THE REPORT
       01 WS-DET.
          05 WS-D-ID           PIC 9(05).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(30).
          05 WS-D-BRUTO        PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-D-BASE-INSS    PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-D-INSS         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-D-DEP          PIC Z9.
          05 WS-D-BASE-IRRF    PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-D-IRRF         PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-OBS          PIC X(12).

       01 WS-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELRETEN".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RETENCAO.TXT".
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
              AND WS-PARM(5:2) >= "01" AND WS-PARM(5:2) <= "14"
              MOVE WS-PARM TO WS-PERIODO
           ELSE
              ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           OPEN INPUT HIST-FILE.
           IF FS-HIST NOT = "00"
              DISPLAY "PAYHIST.DAT OPEN FAILED: " FS-HIST
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-TEM-EMP
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RETENCAO.TXT OPEN FAILED: " FS-REL
              CLOSE HIST-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CABECALHO-PARA THRU CABECALHO-FIM.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-REG-PARA THRU TRATA-REG-FIM
               END-READ
           END-PERFORM.
           PERFORM TOTAIS-PARA THRU TOTAIS-FIM.
           CLOSE HIST-FILE.
           IF WS-TEM-EMP = "S"
              CLOSE EMP-MASTER
           END-IF.
           CLOSE REL-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-QTD = ZERO
              DISPLAY "NENHUM PAGAMENTO NO PERIODO " WS-PERIODO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-SEM-DETALHE > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       CABECALHO-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "RESUMO DE RETENCOES DA FOLHA - PERIODO "
                  DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "ID    NOME                                   BRUTO"
                  DELIMITED BY SIZE
                  "     BASE INSS          INSS DEP     BASE IRRF"
                  DELIMITED BY SIZE
                  "          IRRF" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
       CABECALHO-FIM.
           EXIT.

      *THE FILE IS KEYED EMPLOYEE+PERIOD, SO THE PERIOD'S RECORDS ARE
      *SPREAD THROUGH IT - EVERY RECORD IS READ AND THE OTHERS SKIPPED
       TRATA-REG-PARA.
           IF PH-PERIODO NOT = WS-PERIODO
              GO TO TRATA-REG-FIM
           END-IF.
           ADD 1 TO WS-QTD.
           MOVE SPACES TO WS-NOME.
           IF WS-TEM-EMP = "S"
              MOVE PH-ID TO EM-ID
              READ EMP-MASTER
                 INVALID KEY
                    MOVE "(FORA DO CADASTRO)" TO WS-NOME
                 NOT INVALID KEY
                    MOVE EM-NOME TO WS-NOME
              END-READ
           END-IF.
           MOVE PH-ID TO WS-D-ID.
           MOVE WS-NOME TO WS-D-NOME.
           MOVE PH-BRUTO TO WS-D-BRUTO.
           MOVE PH-BASE-INSS TO WS-D-BASE-INSS.
           MOVE PH-INSS TO WS-D-INSS.
           MOVE PH-DEPENDENTES TO WS-D-DEP.
           MOVE PH-BASE-IRRF TO WS-D-BASE-IRRF.
           MOVE PH-IRRF TO WS-D-IRRF.
           MOVE SPACES TO WS-D-OBS.
           IF PH-INSS + PH-IRRF NOT = PH-DESCONTO
              MOVE "SEM DETALHE" TO WS-D-OBS
              ADD 1 TO WS-SEM-DETALHE
           END-IF.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
           ADD PH-BRUTO TO WS-T-BRUTO.
           ADD PH-BASE-INSS TO WS-T-BASE-INSS.
           ADD PH-INSS TO WS-T-INSS.
           ADD PH-BASE-IRRF TO WS-T-BASE-IRRF.
           ADD PH-IRRF TO WS-T-IRRF.
           ADD PH-DESCONTO TO WS-T-DESCONTO.
           IF PH-IRRF > ZERO
              ADD 1 TO WS-QTD-IRRF
           END-IF.
       TRATA-REG-FIM.
           EXIT.

      *THE FIGURES THE ACCOUNTANT FILES - THE SAME LINES GO TO THE
      *REPORT AND THE CONSOLE
       TOTAIS-PARA.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "FUNCIONARIOS NO PERIODO ........: " DELIMITED BY SIZE
                  WS-QTD DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-BRUTO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "TOTAL BRUTO ....................: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-BASE-INSS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "BASE DE CONTRIBUICAO INSS ......: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-INSS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "INSS RETIDO (GPS / ESOCIAL) ....: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-BASE-IRRF TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "BASE DE CALCULO IRRF ...........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-IRRF TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "IRRF RETIDO (DARF 0561) ........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-QTD-IRRF DELIMITED BY SIZE
                  " FUNCIONARIOS)" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-DESCONTO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "DESCONTOS DA FOLHA (CONFERENCIA): " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           IF WS-SEM-DETALHE > ZERO
              MOVE SPACES TO REL-LINE
              STRING "*** " DELIMITED BY SIZE
                     WS-SEM-DETALHE DELIMITED BY SIZE
                     " REGISTRO(S) SEM DETALHE DE RETENCAO - "
                     DELIMITED BY SIZE
                     "PAGOS ANTES DA SEPARACAO INSS/IRRF ***"
                     DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM
           END-IF.
       TOTAIS-FIM.
           EXIT.

       GRAVA-TOTAL-PARA.
           WRITE REL-LINE.
           DISPLAY REL-LINE(1:80).
       GRAVA-TOTAL-FIM.
           EXIT.
