      *        : wins) and listed.                                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-23                                            *
      *VERSION : 1.3.0                                                 *
      *NOTES   : New employees start with situation "A" (ATIVO);       *
      *        : EMPMAINT can mark a leaver "T" (TERMINATED), which    *
      *        : the commission validation honors.                     *
      *        : Dependants (EM-DEPENDENTES) load as zero - the CSV    *
      *        : does not carry them; they are keyed on EMPMAINT.      *
      *        : The hire date (EM-ADMISSAO) loads as zero the same    *
      *        : way.                                                  *
      *        : The cost center (EM-CENTRO) loads blank - EMPMAINT    *
      *        : asks for one on the employee's next alteration.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCONV.
      *SITUATION - "A"=ATIVO, "T"=TERMINATED (LEAVERS KEEP THEIR
      *RECORD SO OLD COMMISSION LINES STILL RESOLVE)
          02 EM-SITUACAO      PIC X(01).
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).
      *
       WORKING-STORAGE SECTION.
       01 WS-STATUS            PIC X(02).
           MOVE GRADE          TO EM-GRADE.
           MOVE SALARY         TO EM-SALARIO.
           MOVE "A"            TO EM-SITUACAO.
           MOVE ZERO           TO EM-DEPENDENTES.
           MOVE ZERO           TO EM-ADMISSAO.
           MOVE SPACES         TO EM-CENTRO.
           IF NOT GRADE-OK
               ADD 1 TO WS-BADGRADE-COUNT
               DISPLAY "GRADE [" GRADE "] TO REVIEW - EMPLOYEE "
