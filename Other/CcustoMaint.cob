      ******************************************************************
      *DESC    : Maintenance screen for the department / cost-center   *
      *        : reference file CCUSTO.DAT - EMPMAST.DAT carried no    *
      *        : department, so payroll cost reached the ledger as one *
      *        : lump. One record per cost center with code, name and  *
      *        : situation; EMPMAINT validates EM-CENTRO against it,   *
      *        : PAYROLL totals by it, GLINTF can post the payroll     *
      *        : pairs to it and RELDEPTO reports headcount and labor  *
      *        : cost by it.                                           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : SAME TELA1 SCREEN STYLE AS FilialMaint.cob. The code  *
      *        : is four digits, the JR-CENTRO width of the ledger     *
      *        : (branch centers are "00" plus the branch code). A     *
      *        : center that closes is marked "I" (INATIVO) - EMPMAINT *
      *        : then refuses it for anybody new to it; it can only be *
      *        : excluded once no employee on EMPMAST.DAT, leavers     *
      *        : included, still carries it.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CCMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCUSTO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CCU-CODIGO
           FILE STATUS             FS.
      *EMPLOYEE MASTER - READ ONLY, TO KEEP A CENTER IN USE
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.

       DATA DIVISION.
       FILE SECTION.
       FD CCUSTO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REG-CCUSTO.
          02 CCU-CODIGO       PIC X(04).
          02 CCU-NOME         PIC X(30).
          02 CCU-SITUACAO     PIC X(01).
             88 CCU-ATIVO     VALUE "A".
             88 CCU-SIT-OK    VALUE "A", "I".

      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-NOME          PIC X(30).
          02 EM-IDADE         PIC 9(02).
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-EMP              PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-SCAN-EOF         PIC X     VALUE "N".
          77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
          77 WS-EM-USO           PIC 9(05) VALUE ZERO.

          01 NOME-ENT            PIC X.

      *FULL CCYYMMDD SYSTEM DATE - TWO-DIGIT YEARS CANNOT SORT OR
      *COMPARE ACROSS A CENTURY BOUNDARY
          01 WS-DATA-SIS.
             02 CC               PIC 9(02) VALUE ZEROS.
             02 AA               PIC 9(02) VALUE ZEROS.
             02 MM               PIC 9(02) VALUE ZEROS.
             02 DD               PIC 9(02) VALUE ZEROS.
          01 WS-MENSAGENS.
             02 MENSA1    PIC X(30) VALUE "FUNÇÃO ERRADA - REDIGITE".
             02 MENSA2    PIC X(30) VALUE "CAMPO INVALIDO".
             02 MENSA3    PIC X(30) VALUE "CENTRO JÁ CADASTRADO".
             02 MENSA4    PIC X(30) VALUE "CENTRO NÃO CADASTRADO".
             02 MENSA5    PIC X(30) VALUE "CENTRO EM USO - MARQUE I".

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "CADASTRO DE CENTROS DE CUSTO" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > INCLUSAO".
             02 LINE 10 COLUMN 29 VALUE "< 2 > ALTERACAO".
             02 LINE 12 COLUMN 29 VALUE "< 3 > EXCLUSAO".
             02 LINE 14 COLUMN 29 VALUE "< 4 > CONSULTA".
             02 LINE 15 COLUMN 29 VALUE "< 5 > LISTA".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

          01 TELA-CODIGO.
             02 LINE 08 COLUMN 01 VALUE "CENTRO:".
             02 LINE 08 COLUMN 10 PIC X(04) USING CCU-CODIGO.

          01 TELA-NOME.
             02 LINE 10 COLUMN 01 VALUE "NOME  :".
             02 LINE 10 COLUMN 10 PIC X(30) USING CCU-NOME.
             02 LINE 11 COLUMN 01 VALUE "SIT.  :".
             02 LINE 11 COLUMN 10 PIC X(01) USING CCU-SITUACAO.
             02 LINE 11 COLUMN 13 VALUE "(A=ATIVO I=INATIVO)".

          01 TELA-CONSULTA.
             02 LINE 10 COLUMN 01 VALUE "NOME  :".
             02 LINE 10 COLUMN 10 PIC X(30) FROM CCU-NOME.
             02 LINE 11 COLUMN 01 VALUE "SIT.  :".
             02 LINE 11 COLUMN 10 PIC X(01) FROM CCU-SITUACAO.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CCUSTO-FILE.
           IF FS NOT = "00"
              IF FS = "35"
                 OPEN OUTPUT CCUSTO-FILE
                 CLOSE CCUSTO-FILE
                 OPEN I-O CCUSTO-FILE
              ELSE
                 DISPLAY "FILE STATUS --->" FS
                 STOP RUN
              END-IF
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM INCLUSAO THRU INCLUSAO-FIM
              WHEN "2"
                 PERFORM ALTERACAO THRU ALTERACAO-FIM
              WHEN "3"
                 PERFORM EXCLUSAO THRU EXCLUSAO-FIM
              WHEN "4"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "5"
                 PERFORM LISTA THRU LISTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

       INCLUSAO.
           INITIALIZE REG-CCUSTO.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
      *    FOUR DIGITS, AS THE LEDGER CARRIES THEM
           IF CCU-CODIGO IS NOT NUMERIC
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           READ CCUSTO-FILE KEY IS CCU-CODIGO
              INVALID KEY
                 NEXT SENTENCE
              NOT INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO INCLUSAO-FIM
           END-READ.
           MOVE "A" TO CCU-SITUACAO.
           DISPLAY TELA-NOME.
           ACCEPT TELA-NOME.
           IF CCU-NOME = SPACES OR NOT CCU-SIT-OK
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           WRITE REG-CCUSTO
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
           END-WRITE.
       INCLUSAO-FIM.
           EXIT.

       ALTERACAO.
           INITIALIZE REG-CCUSTO.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ CCUSTO-FILE KEY IS CCU-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO ALTERACAO-FIM
           END-READ.
           DISPLAY TELA-NOME.
           ACCEPT TELA-NOME.
           IF CCU-NOME = SPACES OR NOT CCU-SIT-OK
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ALTERACAO-FIM
           END-IF.
           REWRITE REG-CCUSTO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
           END-REWRITE.
       ALTERACAO-FIM.
           EXIT.

      *A CENTER STILL ON AN EMPLOYEE CANNOT GO - THE HISTORY AND THE
      *DEPARTMENT REPORT WOULD LOSE ITS NAME; IT IS MARKED "I"
       EXCLUSAO.
           INITIALIZE REG-CCUSTO.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ CCUSTO-FILE KEY IS CCU-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO EXCLUSAO-FIM
           END-READ.
           DISPLAY TELA-CONSULTA.
           PERFORM CONTA-USO-PARA THRU CONTA-USO-FIM.
           IF WS-EM-USO > ZERO
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              DISPLAY "FUNCIONARIOS NO CENTRO: " WS-EM-USO
              GO TO EXCLUSAO-FIM
           END-IF.
           DELETE CCUSTO-FILE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
           END-DELETE.
       EXCLUSAO-FIM.
           EXIT.

       CONSULTA.
           INITIALIZE REG-CCUSTO.
           DISPLAY TELA1.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE SPACES TO MSG.
           READ CCUSTO-FILE KEY IS CCU-CODIGO
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO CONSULTA-FIM
           END-READ.
           DISPLAY TELA-CONSULTA.
       CONSULTA-FIM.
           EXIT.

      *LISTS EVERY REGISTERED CENTER ON THE CONSOLE - THE LIST IS
      *UNBOUNDED SO IT USES DISPLAY, LIKE FILMAINT'S LISTA
       LISTA.
           MOVE LOW-VALUES TO CCU-CODIGO.
           START CCUSTO-FILE KEY IS NOT LESS CCU-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY " ".
           DISPLAY "CENTROS DE CUSTO CADASTRADOS:".
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CCUSTO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       DISPLAY "  " CCU-CODIGO " " CCU-NOME " "
                               CCU-SITUACAO
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL DE CENTROS: " WS-LIST-COUNT.
           DISPLAY " ".
       LISTA-FIM.
           EXIT.

      *COUNTS THE EMPLOYEES ON EMPMAST.DAT CARRYING THE CENTER IN
      *CCU-CODIGO
       CONTA-USO-PARA.
           MOVE ZERO TO WS-EM-USO.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
              GO TO CONTA-USO-FIM
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF EM-CENTRO = CCU-CODIGO
                          ADD 1 TO WS-EM-USO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMP-MASTER.
       CONTA-USO-FIM.
           EXIT.

       FIM.
           CLOSE CCUSTO-FILE.
           STOP RUN.
