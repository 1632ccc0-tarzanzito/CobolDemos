      *        : VSAM-Reorg.cob's .reorg output.                       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Cutoff date (AAAAMMDD) from the command line,     *
      *        : following SeqFile2.cob's parameter precedent. Audit   *
      *        : entries dated after the cutoff are skipped. Replay    *
      *        : applied as a REWRITE, an ALTERACAO for a missing     *
      *        : key as a WRITE, so a backup taken mid-month can be   *
      *        : rolled forward with the full month's log.            *
      *        : CONSENTE lines (contact consent changes, written by   *
      *        : CLIUPD) carry CLICONS.DAT images, not client records, *
      *        : and are passed over.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIREBUILD.
             VALUE OF FILE-ID IS "ARQCLI-BKP.DAT".
       01 BKP-REG.
          02 BKP-CODIGO       PIC 9(06).
          02 BKP-RESTO        PIC X(198).

       FD REBUILT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI-REB.DAT".
       01 REB-REG.
          02 REB-CODIGO       PIC 9(06).
          02 REB-RESTO        PIC X(198).

      *SAME AUDIT TRAIL LAYOUT Test.cob AND FileInx.cob WRITE
       FD AUDIT-FILE.
          02 FILLER            PIC X.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-OPERATOR    PIC X(08).

      *MOVE TO THE HISTORY FILE, AFTER IMAGE ALL SPACES) REMOVE THE
      *KEY.
       APPLY-ENTRY-PARA.
      *    A CONSENTE LINE CARRIES CONSENT IMAGES, NOT A CLIENT RECORD
           IF AUDIT-ACTION = "CONSENTE "
              GO TO APPLY-ENTRY-EXIT-PARA
           END-IF.
           IF AUDIT-ACTION = "EXCLUSAO "
              OR AUDIT-ACTION = "ARQUIVA  "
              MOVE AUDIT-CODIGO TO REB-CODIGO
