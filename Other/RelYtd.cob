      *        : commission, deductions and net for the year.          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Year (CCYY) from the first command-line parameter,   *
      *        : default the current year. The file is keyed by       *
      *        : employee+period so one employee's months arrive      *
      *        : together - a control break, the RELAGING shape.      *
      *        : The 13th salary PAY13 posts under CCYY13/CCYY14 is    *
      *        : left out of the months and their totals and printed   *
      *        : on its own 13O SAL line (gross, deduction, net) under *
      *        : the employee.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELYTD.
          02 PH-COMISSAO       PIC S9(07)V99.
          02 PH-DESCONTO       PIC 9(07)V99.
          02 PH-LIQUIDO        PIC 9(07)V99.
          02 PH-BASE-INSS      PIC 9(07)V99.
          02 PH-INSS           PIC 9(07)V99.
          02 PH-DEPENDENTES    PIC 9(02).
          02 PH-BASE-IRRF      PIC 9(07)V99.
          02 PH-IRRF           PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-HIST              PIC X(02) VALUE SPACES.
          05 WS-A-COMISSAO     PIC S9(09)V99 VALUE ZERO.
          05 WS-A-DESCONTO     PIC 9(09)V99 VALUE ZERO.
          05 WS-A-LIQUIDO      PIC 9(09)V99 VALUE ZERO.
      *THE 13TH SALARY (PAY13 PSEUDO-PERIODS CCYY13 AND CCYY14) IS
      *ACCUMULATED APART AND PRINTED ON ITS OWN LINE
       01 WS-EMP-13            PIC X     VALUE "N".
       01 WS-ACUM-13.
          05 WS-A13-BRUTO      PIC 9(09)V99 VALUE ZERO.
          05 WS-A13-DESCONTO   PIC 9(09)V99 VALUE ZERO.
          05 WS-A13-LIQUIDO    PIC 9(09)V99 VALUE ZERO.

       01 WS-EDIT              PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-LISTADOS          PIC 9(05) VALUE ZERO.
              MOVE "S" TO WS-EMP-TEM
              MOVE ZERO TO WS-EMP-MESES
              INITIALIZE WS-ACUM
              INITIALIZE WS-ACUM-13
              MOVE "N" TO WS-EMP-13
           END-IF.
           IF PH-PERIODO(5:2) > "12"
              MOVE "S" TO WS-EMP-13
              ADD PH-BRUTO TO WS-A13-BRUTO
              ADD PH-DESCONTO TO WS-A13-DESCONTO
              ADD PH-LIQUIDO TO WS-A13-LIQUIDO
              GO TO TRATA-MES-FIM
           END-IF.
           ADD 1 TO WS-EMP-MESES.
           ADD PH-BRUTO TO WS-A-BRUTO.
           DISPLAY " " WS-EDIT WITH NO ADVANCING.
           MOVE WS-A-LIQUIDO TO WS-EDIT.
           DISPLAY " " WS-EDIT.
           IF WS-EMP-13 = "S"
              MOVE WS-A13-BRUTO TO WS-EDIT
              DISPLAY "  13O SAL " WS-EDIT WITH NO ADVANCING
              DISPLAY "                              " WITH NO ADVANCING
              MOVE WS-A13-DESCONTO TO WS-EDIT
              DISPLAY " " WS-EDIT WITH NO ADVANCING
              MOVE WS-A13-LIQUIDO TO WS-EDIT
              DISPLAY " " WS-EDIT
           END-IF.
           ADD 1 TO WS-LISTADOS.
           MOVE "N" TO WS-EMP-TEM.
       IMPRIME-EMP-FIM.
