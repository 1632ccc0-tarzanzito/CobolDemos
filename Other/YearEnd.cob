      *        : resumes at step four; the run closes through RUNLOG.  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Force a clean rerun from the top with CKPTUTIL       *
      *        : (reset the YEAREND entry) if the half-run outputs    *
      *        : should be rebuilt.                                    *
      *        : Credit notes (CR-STATUS C/U) are kept out of the      *
      *        : year's billing and receipts totals.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
      *CREDIT NOTE - NEITHER BILLING NOR CASH RECEIVED
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 PH-COMISSAO       PIC S9(07)V99.
          02 PH-DESCONTO       PIC 9(07)V99.
          02 PH-LIQUIDO        PIC 9(07)V99.
          02 PH-BASE-INSS      PIC 9(07)V99.
          02 PH-INSS           PIC 9(07)V99.
          02 PH-DEPENDENTES    PIC 9(02).
          02 PH-BASE-IRRF      PIC 9(07)V99.
          02 PH-IRRF           PIC 9(07)V99.

      *SAME AUDIT TRAIL LAYOUT CLIUPD AND THE BATCH WRITERS PRODUCE
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          02 AUDIT-DATE        PIC 9(08).
          02 AUDIT-RESTO       PIC X(436).

       FD TEMP-FILE.
       01 TEMP-RECORD          PIC X(444).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(444).

       FD AGING-FILE.
       01 AGING-LINE           PIC X(100).
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-DATA(1:4) = WS-ANO
                          AND NOT CR-NOTA-CREDITO
                          ADD 1 TO WS-ANO-FATURAS
                          ADD CR-VALOR TO WS-ANO-FATURADO
                          ADD CR-IMPOSTO TO WS-ANO-IMPOSTO
                       END-IF
                       IF CR-DATA-PGTO(1:4) = WS-ANO
                          AND NOT CR-NOTA-CREDITO
                          ADD CR-PAGO TO WS-ANO-RECEBIDO
                       END-IF
               END-READ
