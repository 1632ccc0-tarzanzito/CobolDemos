      ******************************************************************
      *DESC    : One-time conversion for the cost center - EM-CENTRO   *
      *        : joined the employee master (54 -> 58 bytes) so        *
      *        : payroll cost can be totalled and posted by            *
      *        : department. Converts:                                 *
      *        :   EMPMAST-OLD.DAT  -> EMPMAST.DAT                     *
      *        :   EMPAUDIT-OLD.LOG -> EMPAUDIT.LOG                    *
      *        : The center starts blank - register the centers on     *
      *        : CCMAINT and key each employee's on EMPMAINT before    *
      *        : the next payroll (PAYROLL totals the blank ones as    *
      *        : SEM CENTRO). A missing -OLD file is reported and      *
      *        : skipped.                                              *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : At cutover: stop the payroll desk, rename each live   *
      *        : file to its -OLD name, run EMPCCCV once, check the    *
      *        : counts, then release the changed programs - the       *
      *        : EMPWIDEN procedure. PAYHIST.DAT does not change.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCCCV.

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
           SELECT OLD-AUDIT ASSIGN TO "EMPAUDIT-OLD.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-IN.
           SELECT NEW-AUDIT ASSIGN TO "EMPAUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-OUT.

       DATA DIVISION.
       FILE SECTION.
      *EMPLOYEE MASTER BEFORE THE COST CENTER - 54 BYTES
       FD OLD-EMP LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST-OLD.DAT".
       01 OLD-EMP-REC.
          02 OEM-ID           PIC 9(05).
          02 OEM-RESTO        PIC X(49).
       FD NEW-EMP LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 NEW-EMP-REC.
          02 NEM-ID           PIC 9(05).
          02 NEM-RESTO        PIC X(49).
          02 NEM-CENTRO       PIC X(04).

      *EMPLOYEE AUDIT TRAIL BEFORE THE COST CENTER - 54-BYTE IMAGES
       FD OLD-AUDIT.
       01 OLD-AUDIT-REC.
          02 OEA-DATE          PIC 9(08).
          02 FILLER            PIC X.
          02 OEA-ACTION        PIC X(09).
          02 FILLER            PIC X.
          02 OEA-ID            PIC 9(05).
          02 FILLER            PIC X.
          02 OEA-BEFORE        PIC X(54).
          02 FILLER            PIC X.
          02 OEA-AFTER         PIC X(54).
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
          02 NEA-BEFORE        PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 NEA-AFTER         PIC X(58).
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
           DISPLAY "CONVERSAO - CENTRO DE CUSTO".
           PERFORM CONV-EMP-PARA THRU CONV-EMP-FIM.
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
                       MOVE SPACES       TO NEM-CENTRO
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

      *EVERY IMAGE GAINS A BLANK CENTER - BLANK IS ALSO WHAT A
      *RECORD WITHOUT ONE CARRIES, SO NO IMAGE NEEDS TELLING APART
       CONV-AUDIT-REC-PARA.
           MOVE OEA-DATE     TO NEA-DATE.
           MOVE OEA-ACTION   TO NEA-ACTION.
           MOVE OEA-ID       TO NEA-ID.
           MOVE OEA-OPERATOR TO NEA-OPERATOR.
           MOVE OEA-BEFORE   TO NEA-BEFORE.
           MOVE OEA-AFTER    TO NEA-AFTER.
           WRITE NEW-AUDIT-REC.
       CONV-AUDIT-REC-FIM.
           EXIT.
