      ******************************************************************
      *DESC    : Vacation scheduling screen for supervisors - picks    *
      *        : the employee's oldest acquisition period with days to *
      *        : grant on FERIAS.DAT (built by FERACUM) and records    *
      *        : the start date and the days to take. PAYROLL pays the *
      *        : vacation (salary plus one third) in the run for the   *
      *        : month it starts and marks the days taken. A schedule  *
      *        : not yet paid can be cancelled; the consultation lists *
      *        : every period of the employee.                         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Restricted to supervisors (OPERSIGN, OP-NIVEL "S").   *
      *        : The rules checked (CLT art. 134): start not before    *
      *        : today; 5 days or more and no more than the balance,   *
      *        : leaving 0 or at least 5; on a period's first          *
      *        : schedule, this part or the rest must reach 14 days.   *
      *        : A schedule ending after the concession deadline is    *
      *        : accepted only on confirmation - PAYROLL pays the days *
      *        : past the deadline double. A new schedule on a period  *
      *        : can only be keyed once the month the previous one     *
      *        : ended is over, so PAYROLL can still prorate that      *
      *        : month's salary.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FERPROG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT FER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FE-CHAVE
           FILE STATUS             FS-FER.

       DATA DIVISION.
       FILE SECTION.
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
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

      *SAME LAYOUT FERACUM (VacAccrual.cob) BUILDS
       FD FER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FERIAS.DAT".
       01 REG-FERIAS.
          02 FE-CHAVE.
             03 FE-ID          PIC 9(05).
             03 FE-AQ-INICIO   PIC 9(08).
          02 FE-AQ-FIM         PIC 9(08).
          02 FE-LIMITE         PIC 9(08).
          02 FE-FALTAS         PIC 9(03).
          02 FE-DIREITO        PIC 9(02).
          02 FE-GOZADOS        PIC 9(02).
          02 FE-SITUACAO       PIC X(01).
             88 FE-AQUISITIVO  VALUE "A".
             88 FE-CONCESSIVO  VALUE "C".
             88 FE-QUITADO     VALUE "Q".
             88 FE-VENCIDO     VALUE "V".
             88 FE-PERDIDO     VALUE "P".
          02 FE-PROG-INICIO    PIC 9(08).
          02 FE-PROG-DIAS      PIC 9(02).
          02 FE-PROG-PAGO      PIC X(01).
             88 FE-PROG-PENDENTE VALUE "N".
             88 FE-PROG-QUITADA  VALUE "S".
          02 FE-PROG-PERIODO   PIC 9(06).
          02 FE-PROG-OPERADOR  PIC X(08).
          02 FE-ATUALIZADO     PIC 9(08).

       WORKING-STORAGE SECTION.
          77 FS-EMP              PIC X(02) VALUE SPACES.
          77 FS-FER              PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(40) VALUE SPACES.
          77 WS-CONF             PIC X     VALUE SPACE.
          77 WS-OPERADOR         PIC X(08) VALUE SPACES.
          77 WS-ACHOU            PIC X     VALUE "N".
          77 WS-FER-FIM          PIC X     VALUE "N".

          01 NOME-ENT            PIC X.
          01 WS-DATA-SIS         PIC 9(08) VALUE ZERO.
          01 WS-ID               PIC 9(05) VALUE ZERO.

      *THE SCHEDULE BEING KEYED AND ITS CHECKS
          01 WS-P-INICIO         PIC 9(08) VALUE ZERO.
          01 WS-P-DIAS           PIC 9(02) VALUE ZERO.
          01 WS-P-FIM            PIC 9(08) VALUE ZERO.
          01 WS-ANT-FIM          PIC 9(08) VALUE ZERO.
          01 WS-SALDO            PIC 9(02) VALUE ZERO.
          01 WS-RESTO            PIC S9(03) VALUE ZERO.
          01 WS-CHAVE-SALVA      PIC X(13) VALUE SPACES.

      *CONSULTATION LINE
          01 WS-LINHA.
             05 WS-L-INI         PIC 9(08).
             05 FILLER           PIC X(03) VALUE " A ".
             05 WS-L-FIM         PIC 9(08).
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-L-LIMITE      PIC 9(08).
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-L-FALTAS      PIC ZZ9.
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-L-DIREITO     PIC Z9.
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-L-GOZADOS     PIC Z9.
             05 FILLER           PIC X(03) VALUE SPACES.
             05 WS-L-SIT         PIC X(01).
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-L-PROG        PIC X(22).

          01 WS-MENSAGENS.
             02 MENSA1    PIC X(40) VALUE "FUNCAO ERRADA - REDIGITE".
             02 MENSA2    PIC X(40) VALUE "FUNCIONARIO NAO CADASTRADO".
             02 MENSA3    PIC X(40) VALUE "FUNCIONARIO DESLIGADO".
             02 MENSA4    PIC X(40) VALUE "SEM FERIAS A CONCEDER".
             02 MENSA5    PIC X(40)
                          VALUE "FERIAS JA PROGRAMADAS - CANCELE ANTES".
             02 MENSA6    PIC X(40) VALUE "DATA DE INICIO INVALIDA".
             02 MENSA7    PIC X(40) VALUE "DIAS INVALIDOS PARA O SALDO".
             02 MENSA8    PIC X(40)
                          VALUE "UMA PARTE DEVE TER 14 DIAS OU MAIS".
             02 MENSA9    PIC X(40)
                          VALUE "AGUARDE O MES APOS AS ULTIMAS FERIAS".
             02 MENSA10   PIC X(40) VALUE "FERIAS PROGRAMADAS".
             02 MENSA11   PIC X(40) VALUE "NADA PROGRAMADO A CANCELAR".
             02 MENSA12   PIC X(40) VALUE "PROGRAMACAO CANCELADA".
             02 MENSA13   PIC X(40)
                          VALUE "APOS O LIMITE - DIAS PAGOS EM DOBRO".

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "PROGRAMACAO DE FERIAS" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > PROGRAMAR".
             02 LINE 10 COLUMN 29 VALUE "< 2 > CANCELAR".
             02 LINE 12 COLUMN 29 VALUE "< 4 > CONSULTA".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA2.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "PROGRAMACAO DE FERIAS" REVERSE-VIDEO.
             02 LINE 21 COLUMN 01 VALUE "MENSAGEM:".

          01 TELA-OPCAO.
             02 LINE 21 COLUMN 11 PIC X(40) USING MSG REVERSE-VIDEO.

          01 TELA-CODIGO.
             02 LINE 04 COLUMN 01 VALUE "MATRICULA:".
             02 LINE 04 COLUMN 12 PIC 9(05) USING WS-ID.

          01 TELA-FUNC.
             02 LINE 04 COLUMN 19 PIC X(30) FROM EM-NOME.

          01 TELA-PERIODO.
             02 LINE 06 COLUMN 01 VALUE "PERIODO AQUISITIVO:".
             02 LINE 06 COLUMN 21 PIC 9(08) FROM FE-AQ-INICIO.
             02 LINE 06 COLUMN 30 VALUE "A".
             02 LINE 06 COLUMN 32 PIC 9(08) FROM FE-AQ-FIM.
             02 LINE 07 COLUMN 01 VALUE "LIMITE DE CONCESSAO:".
             02 LINE 07 COLUMN 22 PIC 9(08) FROM FE-LIMITE.
             02 LINE 08 COLUMN 01 VALUE "FALTAS:".
             02 LINE 08 COLUMN 09 PIC ZZ9 FROM FE-FALTAS.
             02 LINE 08 COLUMN 14 VALUE "DIREITO:".
             02 LINE 08 COLUMN 23 PIC Z9 FROM FE-DIREITO.
             02 LINE 08 COLUMN 27 VALUE "GOZADOS:".
             02 LINE 08 COLUMN 36 PIC Z9 FROM FE-GOZADOS.
             02 LINE 08 COLUMN 40 VALUE "SALDO:".
             02 LINE 08 COLUMN 47 PIC Z9 FROM WS-SALDO.
             02 LINE 08 COLUMN 51 VALUE "SITUACAO:".
             02 LINE 08 COLUMN 61 PIC X(01) FROM FE-SITUACAO.

          01 TELA-PROG-ATUAL.
             02 LINE 10 COLUMN 01 VALUE "PROGRAMADAS:".
             02 LINE 10 COLUMN 14 PIC 9(08) FROM FE-PROG-INICIO.
             02 LINE 10 COLUMN 24 VALUE "DIAS:".
             02 LINE 10 COLUMN 30 PIC Z9 FROM FE-PROG-DIAS.
             02 LINE 10 COLUMN 34 VALUE "POR:".
             02 LINE 10 COLUMN 39 PIC X(08) FROM FE-PROG-OPERADOR.

          01 TELA-PROG.
             02 LINE 12 COLUMN 01 VALUE "INICIO  :".
             02 LINE 12 COLUMN 11 PIC 9(08) USING WS-P-INICIO.
             02 LINE 12 COLUMN 21 VALUE "(AAAAMMDD)".
             02 LINE 13 COLUMN 01 VALUE "DIAS    :".
             02 LINE 13 COLUMN 11 PIC 9(02) USING WS-P-DIAS.

          01 TELA-CONFIRMA.
             02 LINE 15 COLUMN 01 VALUE "CONFIRMA (S/N)?".
             02 LINE 15 COLUMN 17 TO WS-CONF.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              DISPLAY "PROGRAMACAO CANCELADA - SOMENTE SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
              DISPLAY "EMPMAST.DAT STATUS --->" FS-EMP
              STOP RUN
           END-IF.
           OPEN I-O FER-FILE.
           IF FS-FER NOT = "00"
              DISPLAY "FERIAS.DAT STATUS --->" FS-FER
                      " (RODE O FERACUM)"
              CLOSE EMP-MASTER
              STOP RUN
           END-IF.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM PROGRAMA THRU PROGRAMA-FIM
              WHEN "2"
                 PERFORM CANCELA THRU CANCELA-FIM
              WHEN "4"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

      *THE EMPLOYEE KEYED ON EVERY FUNCTION - "S" ON THE MASTER AND
      *ACTIVE, "T" TERMINATED (CONSULTATION ONLY), "N" NOT FOUND
       LE-FUNC.
           MOVE "N" TO WS-ACHOU.
           MOVE ZERO TO WS-ID.
           MOVE SPACES TO MSG.
           DISPLAY TELA2.
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           MOVE WS-ID TO EM-ID.
           READ EMP-MASTER KEY IS EM-ID
              INVALID KEY
                 MOVE MENSA2 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO LE-FUNC-FIM
           END-READ.
           DISPLAY TELA-FUNC.
           IF EM-TERMINATED
              MOVE MENSA3 TO MSG
              DISPLAY TELA-OPCAO
              MOVE "T" TO WS-ACHOU
              GO TO LE-FUNC-FIM
           END-IF.
           MOVE "S" TO WS-ACHOU.
       LE-FUNC-FIM.
           EXIT.

      *THE OLDEST PERIOD OF THE EMPLOYEE STILL OWING DAYS (C OR V)
       ACHA-PERIODO.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ID TO FE-ID.
           MOVE ZERO TO FE-AQ-INICIO.
           START FER-FILE KEY IS NOT LESS THAN FE-CHAVE
              INVALID KEY
                 GO TO ACHA-PERIODO-FIM
           END-START.
           MOVE "N" TO WS-FER-FIM.
           PERFORM UNTIL WS-FER-FIM = "S"
              READ FER-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FER-FIM
                 NOT AT END
                    IF FE-ID NOT = WS-ID
                       MOVE "S" TO WS-FER-FIM
                    ELSE
                       IF (FE-CONCESSIVO OR FE-VENCIDO)
                          AND FE-GOZADOS < FE-DIREITO
                          MOVE "S" TO WS-ACHOU
                          MOVE "S" TO WS-FER-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ACHOU = "S"
              COMPUTE WS-SALDO = FE-DIREITO - FE-GOZADOS
           END-IF.
       ACHA-PERIODO-FIM.
           EXIT.

       PROGRAMA.
           PERFORM LE-FUNC THRU LE-FUNC-FIM.
           IF WS-ACHOU NOT = "S"
              GO TO PROGRAMA-FIM
           END-IF.
           PERFORM ACHA-PERIODO THRU ACHA-PERIODO-FIM.
           IF WS-ACHOU NOT = "S"
              MOVE MENSA4 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROGRAMA-FIM
           END-IF.
           DISPLAY TELA-PERIODO.
           IF FE-PROG-DIAS > ZERO
              DISPLAY TELA-PROG-ATUAL
           END-IF.
           IF FE-PROG-PENDENTE
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROGRAMA-FIM
           END-IF.
           MOVE FE-CHAVE TO WS-CHAVE-SALVA.
           MOVE ZERO TO WS-P-INICIO.
           MOVE WS-SALDO TO WS-P-DIAS.
           DISPLAY TELA-PROG.
           ACCEPT TELA-PROG.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-P-INICIO) NOT = ZERO
              OR WS-P-INICIO < WS-DATA-SIS
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROGRAMA-FIM
           END-IF.
           COMPUTE WS-RESTO = WS-SALDO - WS-P-DIAS.
           IF WS-P-DIAS < 5 OR WS-RESTO < ZERO
              OR (WS-RESTO > ZERO AND WS-RESTO < 5)
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROGRAMA-FIM
           END-IF.
           IF FE-GOZADOS = ZERO AND WS-P-DIAS < 14
              AND WS-RESTO < 14
              MOVE MENSA8 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PROGRAMA-FIM
           END-IF.
      *    THE PREVIOUS SCHEDULE OF THE PERIOD WAS PAID - IT KEEPS
      *    THE SLOT UNTIL THE MONTH IT ENDED IS OVER, SO PAYROLL STILL
      *    SEES ITS DAYS WHEN IT PRORATES THAT MONTH'S SALARY
           IF FE-PROG-QUITADA AND FE-PROG-DIAS > ZERO
              COMPUTE WS-ANT-FIM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(FE-PROG-INICIO)
                  + FE-PROG-DIAS - 1)
              IF WS-DATA-SIS(1:6) NOT > WS-ANT-FIM(1:6)
                 MOVE MENSA9 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PROGRAMA-FIM
              END-IF
           END-IF.
           COMPUTE WS-P-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-P-INICIO) + WS-P-DIAS - 1).
           IF WS-P-FIM > FE-LIMITE
              MOVE MENSA13 TO MSG
              DISPLAY TELA-OPCAO
           END-IF.
           MOVE SPACE TO WS-CONF.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              GO TO PROGRAMA-FIM
           END-IF.
           MOVE WS-CHAVE-SALVA TO FE-CHAVE.
           READ FER-FILE KEY IS FE-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PROGRAMA-FIM
           END-READ.
           MOVE WS-P-INICIO TO FE-PROG-INICIO.
           MOVE WS-P-DIAS TO FE-PROG-DIAS.
           MOVE "N" TO FE-PROG-PAGO.
           MOVE ZERO TO FE-PROG-PERIODO.
           MOVE WS-OPERADOR TO FE-PROG-OPERADOR.
           REWRITE REG-FERIAS
              INVALID KEY
                 MOVE MENSA4 TO MSG
              NOT INVALID KEY
                 MOVE MENSA10 TO MSG
           END-REWRITE.
           DISPLAY TELA-OPCAO.
       PROGRAMA-FIM.
           EXIT.

      *ONLY A SCHEDULE PAYROLL HAS NOT PAID CAN BE CANCELLED
       CANCELA.
           PERFORM LE-FUNC THRU LE-FUNC-FIM.
           IF WS-ACHOU NOT = "S"
              GO TO CANCELA-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ID TO FE-ID.
           MOVE ZERO TO FE-AQ-INICIO.
           START FER-FILE KEY IS NOT LESS THAN FE-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FER-FIM
              NOT INVALID KEY
                 MOVE "N" TO WS-FER-FIM
           END-START.
           PERFORM UNTIL WS-FER-FIM = "S"
              READ FER-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FER-FIM
                 NOT AT END
                    IF FE-ID NOT = WS-ID
                       MOVE "S" TO WS-FER-FIM
                    ELSE
                       IF FE-PROG-PENDENTE
                          MOVE "S" TO WS-ACHOU
                          MOVE "S" TO WS-FER-FIM
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              MOVE MENSA11 TO MSG
              DISPLAY TELA-OPCAO
              GO TO CANCELA-FIM
           END-IF.
           COMPUTE WS-SALDO = FE-DIREITO - FE-GOZADOS.
           DISPLAY TELA-PERIODO.
           DISPLAY TELA-PROG-ATUAL.
           MOVE SPACE TO WS-CONF.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              GO TO CANCELA-FIM
           END-IF.
           MOVE ZERO TO FE-PROG-INICIO.
           MOVE ZERO TO FE-PROG-DIAS.
           MOVE SPACE TO FE-PROG-PAGO.
           MOVE ZERO TO FE-PROG-PERIODO.
           MOVE WS-OPERADOR TO FE-PROG-OPERADOR.
           REWRITE REG-FERIAS
              INVALID KEY
                 MOVE MENSA11 TO MSG
              NOT INVALID KEY
                 MOVE MENSA12 TO MSG
           END-REWRITE.
           DISPLAY TELA-OPCAO.
       CANCELA-FIM.
           EXIT.

      *EVERY PERIOD OF THE EMPLOYEE, OLDEST FIRST
       CONSULTA.
           PERFORM LE-FUNC THRU LE-FUNC-FIM.
           IF WS-ACHOU = "N"
              GO TO CONSULTA-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "AQUISITIVO             LIMITE    FALT DIR GOZ  SIT"
                   "  PROGRAMADAS".
           MOVE WS-ID TO FE-ID.
           MOVE ZERO TO FE-AQ-INICIO.
           START FER-FILE KEY IS NOT LESS THAN FE-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-FER-FIM
              NOT INVALID KEY
                 MOVE "N" TO WS-FER-FIM
           END-START.
           PERFORM UNTIL WS-FER-FIM = "S"
              READ FER-FILE NEXT RECORD
                 AT END
                    MOVE "S" TO WS-FER-FIM
                 NOT AT END
                    IF FE-ID NOT = WS-ID
                       MOVE "S" TO WS-FER-FIM
                    ELSE
                       PERFORM LINHA-CONSULTA THRU LINHA-CONSULTA-FIM
                    END-IF
              END-READ
           END-PERFORM.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       CONSULTA-FIM.
           EXIT.

       LINHA-CONSULTA.
           MOVE FE-AQ-INICIO TO WS-L-INI.
           MOVE FE-AQ-FIM TO WS-L-FIM.
           MOVE FE-LIMITE TO WS-L-LIMITE.
           MOVE FE-FALTAS TO WS-L-FALTAS.
           MOVE FE-DIREITO TO WS-L-DIREITO.
           MOVE FE-GOZADOS TO WS-L-GOZADOS.
           MOVE FE-SITUACAO TO WS-L-SIT.
           MOVE SPACES TO WS-L-PROG.
           IF FE-PROG-DIAS > ZERO
              STRING FE-PROG-INICIO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FE-PROG-DIAS DELIMITED BY SIZE
                     "D" DELIMITED BY SIZE
                     INTO WS-L-PROG
              END-STRING
              IF FE-PROG-PENDENTE
                 MOVE "A PAGAR" TO WS-L-PROG(15:8)
              ELSE
                 MOVE "PAGAS" TO WS-L-PROG(15:8)
              END-IF
           END-IF.
           DISPLAY WS-LINHA.
       LINHA-CONSULTA-FIM.
           EXIT.

       FIM.
           CLOSE EMP-MASTER.
           CLOSE FER-FILE.
           STOP RUN.
