      ******************************************************************
      *DESC    : One-time conversion for the dependants count and the  *
      *        : split withholdings - EM-DEPENDENTES joined the        *
      *        : employee master (44 -> 46 bytes) and PAYHIST.DAT      *
      *        : gained the INSS and IRRF bases and amounts (56 -> 94  *
      *        : bytes). Converts:                                     *
      *        :   EMPMAST-OLD.DAT  -> EMPMAST.DAT                     *
      *        :   PAYHIST-OLD.DAT  -> PAYHIST.DAT                     *
      *        :   EMPAUDIT-OLD.LOG -> EMPAUDIT.LOG                    *
      *        : Dependants start at zero (key them on EMPMAINT before *
      *        : the first payroll); the history's new fields start at *
      *        : zero - months paid before the change have no split.   *
      *        : A missing -OLD file is reported and skipped.          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : At cutover: stop the payroll desk, rename each live   *
      *        : file to its -OLD name, run EMPDEPCV once, check the   *
      *        : counts, then release the changed programs - the       *
      *        : EMPWIDEN procedure.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDEPCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-EMP ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              OEM-ID
           FILE STATUS             FS-IN.
           SELECT NEW-EMP ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              NEM-ID
           FILE STATUS             FS-OUT.
           SELECT OLD-HIST ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              OPH-CHAVE
           FILE STATUS             FS-IN.
           SELECT NEW-HIST ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              NPH-CHAVE
           FILE STATUS             FS-OUT.
           SELECT OLD-AUDIT ASSIGN TO "EMPAUDIT-OLD.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-IN.
           SELECT NEW-AUDIT ASSIGN TO "EMPAUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-OUT.

       DATA DIVISION.
       FILE SECTION.
      *EMPLOYEE MASTER BEFORE THE DEPENDANTS COUNT - 44 BYTES
       FD OLD-EMP LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST-OLD.DAT".
       01 OLD-EMP-REC.
          02 OEM-ID           PIC 9(05).
          02 OEM-RESTO        PIC X(39).
       FD NEW-EMP LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 NEW-EMP-REC.
          02 NEM-ID           PIC 9(05).
          02 NEM-RESTO        PIC X(39).
          02 NEM-DEPENDENTES  PIC 9(02).

      *PAYROLL HISTORY BEFORE THE WITHHOLDING SPLIT - 56 BYTES
       FD OLD-HIST LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PAYHIST-OLD.DAT".
       01 OLD-HIST-REC.
          02 OPH-CHAVE.
             03 OPH-ID        PIC 9(05).
             03 OPH-PERIODO   PIC 9(06).
          02 OPH-RESTO         PIC X(45).
       FD NEW-HIST LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 NEW-HIST-REC.
          02 NPH-CHAVE.
             03 NPH-ID        PIC 9(05).
             03 NPH-PERIODO   PIC 9(06).
          02 NPH-RESTO         PIC X(45).
          02 NPH-BASE-INSS     PIC 9(07)V99.
          02 NPH-INSS          PIC 9(07)V99.
          02 NPH-DEPENDENTES   PIC 9(02).
          02 NPH-BASE-IRRF     PIC 9(07)V99.
          02 NPH-IRRF          PIC 9(07)V99.

      *EMPLOYEE AUDIT TRAIL BEFORE THE DEPENDANTS COUNT - 44-BYTE
      *IMAGES
       FD OLD-AUDIT.
       01 OLD-AUDIT-REC.
          02 OEA-DATE          PIC 9(08).
          02 FILLER            PIC X.
          02 OEA-ACTION        PIC X(09).
          02 FILLER            PIC X.
          02 OEA-ID            PIC 9(05).
          02 FILLER            PIC X.
          02 OEA-BEFORE        PIC X(44).
          02 FILLER            PIC X.
          02 OEA-AFTER         PIC X(44).
          02 FILLER            PIC X.
          02 OEA-OPERATOR      PIC X(08).
       FD NEW-AUDIT.
       01 NEW-AUDIT-REC.
          02 NEA-DATE          PIC 9(08).
          02 FILLER            PIC X VALUE SPACE.
          02 NEA-ACTION        PIC X(09).
          02 FILLER            PIC X VALUE SPACE.
          02 NEA-ID            PIC 9(05).
          02 FILLER            PIC X VALUE SPACE.
          02 NEA-BEFORE        PIC X(46).
          02 FILLER            PIC X VALUE SPACE.
          02 NEA-AFTER         PIC X(46).
          02 FILLER            PIC X VALUE SPACE.
          02 NEA-OPERATOR      PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-IN                PIC X(02) VALUE SPACES.
       77 FS-OUT               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-LIDOS             PIC 9(07) VALUE ZERO.
       77 WS-GRAVADOS          PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CONVERSAO - DEPENDENTES E RETENCOES DA FOLHA".
           PERFORM CONV-EMP-PARA THRU CONV-EMP-FIM.
           PERFORM CONV-HIST-PARA THRU CONV-HIST-FIM.
           PERFORM CONV-AUDIT-PARA THRU CONV-AUDIT-FIM.
           STOP RUN.

       CONV-EMP-PARA.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-LIDOS.
           MOVE ZERO TO WS-GRAVADOS.
           OPEN INPUT OLD-EMP.
           IF FS-IN NOT = "00"
              DISPLAY "EMPMAST-OLD.DAT AUSENTE (" FS-IN ") - PULADO"
              GO TO CONV-EMP-FIM
           END-IF.
           OPEN OUTPUT NEW-EMP.
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-EMP NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE OEM-ID       TO NEM-ID
                       MOVE OEM-RESTO    TO NEM-RESTO
                       MOVE ZERO         TO NEM-DEPENDENTES
                       WRITE NEW-EMP-REC
                          INVALID KEY
                             DISPLAY "DUPLICATA EM EMPMAST: " OEM-ID
                          NOT INVALID KEY
                             ADD 1 TO WS-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE OLD-EMP.
           CLOSE NEW-EMP.
           DISPLAY "EMPMAST.DAT  LIDOS " WS-LIDOS
                   " GRAVADOS " WS-GRAVADOS.
       CONV-EMP-FIM.
           EXIT.

       CONV-HIST-PARA.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-LIDOS.
           MOVE ZERO TO WS-GRAVADOS.
           OPEN INPUT OLD-HIST.
           IF FS-IN NOT = "00"
              DISPLAY "PAYHIST-OLD.DAT AUSENTE (" FS-IN ") - PULADO"
              GO TO CONV-HIST-FIM
           END-IF.
           OPEN OUTPUT NEW-HIST.
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-HIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE OPH-ID      TO NPH-ID
                       MOVE OPH-PERIODO TO NPH-PERIODO
                       MOVE OPH-RESTO   TO NPH-RESTO
                       MOVE ZERO        TO NPH-BASE-INSS
                       MOVE ZERO        TO NPH-INSS
                       MOVE ZERO        TO NPH-DEPENDENTES
                       MOVE ZERO        TO NPH-BASE-IRRF
                       MOVE ZERO        TO NPH-IRRF
                       WRITE NEW-HIST-REC
                          INVALID KEY
                             DISPLAY "DUPLICATA EM PAYHIST: "
                                     OPH-ID "/" OPH-PERIODO
                          NOT INVALID KEY
                             ADD 1 TO WS-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE OLD-HIST.
           CLOSE NEW-HIST.
           DISPLAY "PAYHIST.DAT  LIDOS " WS-LIDOS
                   " GRAVADOS " WS-GRAVADOS.
       CONV-HIST-FIM.
           EXIT.

       CONV-AUDIT-PARA.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-LIDOS.
           OPEN INPUT OLD-AUDIT.
           IF FS-IN NOT = "00"
              DISPLAY "EMPAUDIT-OLD.LOG AUSENTE (" FS-IN
                      ") - PULADO"
              GO TO CONV-AUDIT-FIM
           END-IF.
           OPEN OUTPUT NEW-AUDIT.
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-AUDIT
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM CONV-AUDIT-REC-PARA
                          THRU CONV-AUDIT-REC-FIM
               END-READ
           END-PERFORM.
           CLOSE OLD-AUDIT.
           CLOSE NEW-AUDIT.
           DISPLAY "EMPAUDIT.LOG LINHAS " WS-LIDOS.
       CONV-AUDIT-FIM.
           EXIT.

      *AN IMAGE THAT CARRIED A RECORD GAINS A ZERO COUNT; A BLANK ONE
      *(THE INCLUSION'S BEFORE) OR AN ID-ONLY ONE (THE EXCLUSION'S
      *AFTER) STAYS AS IT WAS
       CONV-AUDIT-REC-PARA.
           MOVE OEA-DATE     TO NEA-DATE.
           MOVE OEA-ACTION   TO NEA-ACTION.
           MOVE OEA-ID       TO NEA-ID.
           MOVE OEA-OPERATOR TO NEA-OPERATOR.
           MOVE OEA-BEFORE   TO NEA-BEFORE.
           IF OEA-BEFORE(6:39) NOT = SPACES
              MOVE "00" TO NEA-BEFORE(45:2)
           END-IF.
           MOVE OEA-AFTER    TO NEA-AFTER.
           IF OEA-AFTER(6:39) NOT = SPACES
              MOVE "00" TO NEA-AFTER(45:2)
           END-IF.
           WRITE NEW-AUDIT-REC.
       CONV-AUDIT-REC-FIM.
           EXIT.
