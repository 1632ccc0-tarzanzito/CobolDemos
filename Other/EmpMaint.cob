      *        : EMPAUDINQ reads the trail back per employee.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-23                                            *
      *VERSION : 1.3.0                                                 *
      *NOTES   : The dependants count (EM-DEPENDENTES, 2026-10-15) is  *
      *        : captured on line 15 - PAYROLL deducts it from the     *
      *        : IRRF base; the audit images grew to 46 bytes with the *
      *        : record.                                               *
      *        : The hire date (EM-ADMISSAO, CCYYMMDD) sits beside it  *
      *        : on line 15 and must be a valid date on inclusion and  *
      *        : alteration - PAY13 prorates the 13th salary from it.  *
      *        : The record and the audit images are 54 bytes;         *
      *        : EMPADMCV converts at cutover.                         *
      *        : The cost center (EM-CENTRO) sits on line 13 and must  *
      *        : be an active center on CCUSTO.DAT (CCMAINT) on        *
      *        : inclusion and whenever it changes; an active employee *
      *        : without one must be given one on the next alteration. *
      *        : A move between two centers is logged as a TRANSFER    *
      *        : line for RELDEPTO. The record and the audit images    *
      *        : are 58 bytes; EMPCCCV converts at cutover.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
           SELECT OPTIONAL EMPAUDIT-FILE ASSIGN TO "EMPAUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
      *COST-CENTER REFERENCE FILE (CCMAINT) - EM-CENTRO MUST BE ON IT
           SELECT OPTIONAL CCUSTO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CCU-CODIGO
           FILE STATUS             FS-CCU.

       DATA DIVISION.
       FILE SECTION.
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION - THE RECORD GREW FROM 44
      *TO 46 BYTES; EMPDEPCV CONVERTS AN EXISTING EMPMAST.DAT (AND
      *PAYHIST.DAT / EMPAUDIT.LOG) AT CUTOVER.
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT.
      *THE RECORD GREW FROM 46 TO 54 BYTES; EMPADMCV CONVERTS AN
      *EXISTING EMPMAST.DAT AND EMPAUDIT.LOG AT CUTOVER.
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT.
      *THE RECORD GREW FROM 54 TO 58 BYTES; EMPCCCV CONVERTS AN
      *EXISTING EMPMAST.DAT AND EMPAUDIT.LOG AT CUTOVER.
          02 EM-CENTRO        PIC X(04).


       FD EMPAUDIT-FILE.
          02 FILLER            PIC X VALUE SPACE.
          02 EA-ID             PIC 9(05).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-BEFORE         PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-AFTER          PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-OPERATOR       PIC X(08).

      *SAME LAYOUT CCMAINT MAINTAINS
       FD CCUSTO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REG-CCUSTO.
          02 CCU-CODIGO       PIC X(04).
          02 CCU-NOME         PIC X(30).
          02 CCU-SITUACAO     PIC X(01).
             88 CCU-ATIVO     VALUE "A".

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-OPER             PIC X(02) VALUE SPACES.
          77 FS-AUDIT            PIC X(02) VALUE SPACES.
          77 FS-CCU              PIC X(02) VALUE SPACES.
          77 WS-CCU-ABERTO       PIC X     VALUE "N".
          77 WS-CENTRO-OK        PIC X     VALUE "N".
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-CONF             PIC X     VALUE SPACE.

          77 WS-OPERADOR         PIC X(08) VALUE SPACES.
          77 WS-SIGNON-OK        PIC X     VALUE "N".
          77 WS-SIGNON-TENTA     PIC 9     VALUE ZERO.
          01 WS-REG-ANTES        PIC X(58) VALUE SPACES.

          01 NOME-ENT            PIC X.

             02 MENSA2    PIC X(30) VALUE "GRADE INVALIDO (A-D)".
             02 MENSA3    PIC X(30) VALUE "FUNCIONARIO JÁ CADASTRADO".
             02 MENSA4    PIC X(30) VALUE "FUNCIONARIO NÃO CADASTRADO".
             02 MENSA5    PIC X(30) VALUE "DATA DE ADMISSAO INVALIDA".
             02 MENSA6    PIC X(30) VALUE "C.CUSTO INVALIDO OU INATIVO".

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
             02 LINE 12 COLUMN 11 PIC X(01) USING EM-GRADE.
             02 LINE 13 COLUMN 01 VALUE "SALARIO :".
             02 LINE 13 COLUMN 11 PIC 9(05) USING EM-SALARIO.
             02 LINE 13 COLUMN 34 VALUE "C.CUSTO :".
             02 LINE 13 COLUMN 44 PIC X(04) USING EM-CENTRO.
             02 LINE 14 COLUMN 01 VALUE "SITUACAO:".
             02 LINE 14 COLUMN 11 PIC X(01) USING EM-SITUACAO.
             02 LINE 14 COLUMN 14 VALUE "(A=ATIVO T=TERMINADO)".
             02 LINE 15 COLUMN 01 VALUE "DEPEND. :".
             02 LINE 15 COLUMN 11 PIC 9(02) USING EM-DEPENDENTES.
             02 LINE 15 COLUMN 14 VALUE "(DEDUCAO DO IRRF)".
             02 LINE 15 COLUMN 34 VALUE "ADMISSAO:".
             02 LINE 15 COLUMN 44 PIC 9(08) USING EM-ADMISSAO.
             02 LINE 15 COLUMN 53 VALUE "(AAAAMMDD)".

          01 TELA-CONSULTA.
             02 LINE 10 COLUMN 01 VALUE "NOME    :".
             02 LINE 12 COLUMN 11 PIC X(01) FROM EM-GRADE.
             02 LINE 13 COLUMN 01 VALUE "SALARIO :".
             02 LINE 13 COLUMN 11 PIC 9(05) FROM EM-SALARIO.
             02 LINE 13 COLUMN 34 VALUE "C.CUSTO :".
             02 LINE 13 COLUMN 44 PIC X(04) FROM EM-CENTRO.
             02 LINE 14 COLUMN 01 VALUE "SITUACAO:".
             02 LINE 14 COLUMN 11 PIC X(01) FROM EM-SITUACAO.
             02 LINE 15 COLUMN 01 VALUE "DEPEND. :".
             02 LINE 15 COLUMN 11 PIC 9(02) FROM EM-DEPENDENTES.
             02 LINE 15 COLUMN 34 VALUE "ADMISSAO:".
             02 LINE 15 COLUMN 44 PIC 9(08) FROM EM-ADMISSAO.

          01 TELA-CONFIRMA.
             02 LINE 16 COLUMN 01 VALUE "CONFIRMA EXCLUSAO (S/N)?".
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           OPEN INPUT CCUSTO-FILE.
           IF FS-CCU = "00"
              MOVE "S" TO WS-CCU-ABERTO
           END-IF.
           IF WS-SIGNON-OK NOT = "S"
              CLOSE EMP-MASTER
              STOP RUN
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(EM-ADMISSAO) NOT = ZERO
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           MOVE SPACES TO WS-REG-ANTES.
           PERFORM CENTRO-PARA THRU CENTRO-FIM.
           IF WS-CENTRO-OK NOT = "S"
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           WRITE REG-EMP
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
              NOT INVALID KEY
                 MOVE "INCLUSAO" TO EA-ACTION
                 PERFORM GRAVA-AUDIT-PARA THRU GRAVA-AUDIT-FIM
           END-WRITE.
              DISPLAY TELA-OPCAO
              GO TO ALTERACAO-FIM
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(EM-ADMISSAO) NOT = ZERO
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ALTERACAO-FIM
           END-IF.
           PERFORM CENTRO-PARA THRU CENTRO-FIM.
           IF WS-CENTRO-OK NOT = "S"
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ALTERACAO-FIM
           END-IF.
           REWRITE REG-EMP
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
              NOT INVALID KEY
      *          A MOVE BETWEEN TWO CENTERS IS LOGGED AS A TRANSFER
                 IF WS-REG-ANTES(55:4) NOT = SPACES
                    AND WS-REG-ANTES(55:4) NOT = EM-CENTRO
                    MOVE "TRANSFER" TO EA-ACTION
                 ELSE
                    MOVE "ALTERACAO" TO EA-ACTION
                 END-IF
                 PERFORM GRAVA-AUDIT-PARA THRU GRAVA-AUDIT-FIM
           END-REWRITE.
       ALTERACAO-FIM.
                    DISPLAY TELA-OPCAO
                 NOT INVALID KEY
                    MOVE "EXCLUSAO" TO EA-ACTION
                    MOVE SPACES TO REG-EMP(6:53)
                    PERFORM GRAVA-AUDIT-PARA THRU GRAVA-AUDIT-FIM
              END-DELETE
           END-IF.
       GRAVA-AUDIT-FIM.
           EXIT.

      *THE COST CENTER MUST BE ON CCUSTO.DAT AND ACTIVE - UNLESS
      *THE ALTERATION LEAVES IT AS IT WAS (A CENTER MARKED INACTIVE
      *STAYS ON WHO ALREADY HAS IT). AN ACTIVE EMPLOYEE CONVERTED
      *WITHOUT ONE GETS ONE ON THE NEXT ALTERATION; A LEAVER NEED NOT
       CENTRO-PARA.
           MOVE "N" TO WS-CENTRO-OK.
           IF WS-REG-ANTES NOT = SPACES
              AND EM-CENTRO = WS-REG-ANTES(55:4)
              AND (EM-CENTRO NOT = SPACES OR EM-TERMINATED)
              MOVE "S" TO WS-CENTRO-OK
              GO TO CENTRO-FIM
           END-IF.
           IF WS-CCU-ABERTO NOT = "S" OR EM-CENTRO = SPACES
              GO TO CENTRO-FIM
           END-IF.
           MOVE EM-CENTRO TO CCU-CODIGO.
           READ CCUSTO-FILE
              INVALID KEY
                 GO TO CENTRO-FIM
           END-READ.
           IF CCU-ATIVO
              MOVE "S" TO WS-CENTRO-OK
           END-IF.
       CENTRO-FIM.
           EXIT.

       FIM.
           CLOSE EMP-MASTER.
           CLOSE EMPAUDIT-FILE.
           IF WS-CCU-ABERTO = "S"
              CLOSE CCUSTO-FILE
           END-IF.
           STOP RUN.
