      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
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
      *SAME LAYOUT CIDMAINT (CidadeMaint.cob) MAINTAINS
       FD CIDADE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CIDADE.DAT".
