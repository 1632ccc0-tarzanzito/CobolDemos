          02 FD-FILIAL        PIC 9(02).
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

       FD ARQCLI-TEST LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI-TEST.DAT".
       01 REG-TEST.
          02 TD-CODIGO        PIC 9(06).
          02 TD-RESTO         PIC X(198).

      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD EMP-TEST LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST-TEST.DAT".
       01 REG-EMP-TEST.
          02 TE-ID            PIC 9(05).
          02 TE-RESTO         PIC X(53).

       WORKING-STORAGE SECTION.
       77 FS-IN                PIC X(02) VALUE SPACES.
               TO WS-PARA-MAIUSC.
           INSPECT FD-EMAIL CONVERTING WS-DE-MINUSC
               TO WS-PARA-MINUSC.
           INSPECT FD-CPF-CNPJ CONVERTING WS-DE-MAIUSC
               TO WS-PARA-MAIUSC.
       MASCARA-NOME-FIM.
           EXIT.

