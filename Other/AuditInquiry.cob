      *        : AFTER images.                                         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : CODIGO comes from the command line, following         *
      *        : SeqFile2.cob's parameter precedent.                   *
      *        : CONSENTE lines show the consent flag of each channel  *
      *        : (post, e-mail, phone) before and after the change.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCLI.
          02 FILLER            PIC X.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X.
      *OPERATOR WHO MADE THE CHANGE (SPACES ON LINES WRITTEN BEFORE
      *THE SIGN-ON EXISTED)
          02 WS-ED-AAAA        PIC 9(04).
       01 WS-DIFF-COUNT        PIC 9(02) VALUE ZERO.

      *CONSENTE LINES CARRY CLICONS.DAT IMAGES INSTEAD - CODIGO, THEN
      *FLAG/DATE/SOURCE FOR CORREIO, E-MAIL AND TELEFONE
       01 WS-CONS-BEFORE.
          02 CB-CODIGO        PIC 9(06).
          02 CB-CANAL OCCURS 3 TIMES.
             03 CB-FLAG       PIC X(01).
             03 CB-DATA       PIC X(08).
             03 CB-ORIGEM     PIC X(08).
       01 WS-CONS-AFTER.
          02 CA-CODIGO        PIC 9(06).
          02 CA-CANAL OCCURS 3 TIMES.
             03 CA-FLAG       PIC X(01).
             03 CA-DATA       PIC X(08).
             03 CA-ORIGEM     PIC X(08).

      *THE BEFORE AND AFTER IMAGES, BROKEN BACK INTO THE REG-ARQCLI
      *FIELD LAYOUT SO INDIVIDUAL FIELDS CAN BE COMPARED
       01 WS-IMG-BEFORE.
                   MOVE AUDIT-BEFORE TO WS-IMG-BEFORE
                   DISPLAY "  NOME  : " WB-NOME
                   DISPLAY "  REGISTRO REMOVIDO DO CADASTRO"
               WHEN "CONSENTE "
                   MOVE AUDIT-BEFORE TO WS-CONS-BEFORE
                   MOVE AUDIT-AFTER TO WS-CONS-AFTER
                   DISPLAY "  CORREIO  DE [" CB-FLAG(1) "] PARA ["
                           CA-FLAG(1) "] ORIGEM " CA-ORIGEM(1)
                   DISPLAY "  E-MAIL   DE [" CB-FLAG(2) "] PARA ["
                           CA-FLAG(2) "] ORIGEM " CA-ORIGEM(2)
                   DISPLAY "  TELEFONE DE [" CB-FLAG(3) "] PARA ["
                           CA-FLAG(3) "] ORIGEM " CA-ORIGEM(3)
               WHEN OTHER
      *            ALTERACAO, DESATIVA AND REATIVA ALL CARRY A BEFORE
      *            AND AN AFTER IMAGE - SHOW FIELD-LEVEL DIFFERENCES
