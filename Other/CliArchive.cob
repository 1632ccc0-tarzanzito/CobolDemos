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

      *HISTORY FILE - SAME LAYOUT AS THE LIVE MASTER
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI-HIST.DAT".
       01 REG-HIST.
          02 HIST-CODIGO      PIC 9(06).
          02 HIST-RESTO       PIC X(198).

      *SAME AUDIT TRAIL LAYOUT Test.cob AND FileInx.cob WRITE
       FD AUDIT-FILE.
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X VALUE SPACE.
      *OPERATOR COLUMN - BATCH JOBS RECORD THE PROGRAM NAME
          02 AUDIT-OPERATOR    PIC X(08).
