          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       WORKING-STORAGE SECTION.
      *FALLBACK COMMISSION RATE - USED WHEN NO TABLE RATE RESOLVES
