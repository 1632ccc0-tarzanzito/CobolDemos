      *A SCHEDULE FILE THE OLD JOBCARDS.TXT BEHAVIOUR STANDS,
      *WHATEVER THE DAY. JOBSTATE.DAT RESTART STILL APPLIES WITHIN
      *THE CHOSEN DECK.
      *THE RUN HOLDS THE ONLINE/BATCH WINDOW THROUGH SESSCTL: IT
      *SWITCHES THE SYSTEM FROM ONLINE TO BATCH BEFORE THE FIRST STEP
      *(OPERSIGN THEN REFUSES NEW SIGN-ONS), REFUSES TO START WHILE A
      *SUPERVISOR HOLDS IT IN MAINTENANCE, AND PUTS IT BACK TO ONLINE
      *WHEN EVERY STEP HAS COMPLETED - A FAILED RUN LEAVES THE SYSTEM
      *IN BATCH UNTIL THE RESTART FINISHES OR JANCTL REOPENS IT.
      *BEFORE EACH STEP THE SESSIONS STILL REGISTERED ON THE STEP'S
      *MASTERS (MESTRES.TAB) ARE COUNTED; AN OPTIONAL FIFTH CARD
      *FIELD SAYS WHAT TO DO WHEN THERE ARE ANY:
      *    step-name;program;parameter;on-fail;session-rule
      *"W" (OR BLANK) WAITS FOR THEM, RE-CHECKING EVERY MINUTE FOR
      *HALF AN HOUR; "F" FAILS THE STEP AT ONCE. A STEP STILL HELD
      *FAILS WITH OUTCOME SESSION AND FOLLOWS ITS on-fail.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       01 WS-STEP-PROGRAM       PIC X(20).
       01 WS-STEP-PARM          PIC X(20).
       01 WS-STEP-ONFAIL        PIC X(01).
       01 WS-STEP-SESSAO        PIC X(01).
      *
       01 WS-STEP-NUM           PIC 9(03) VALUE ZERO.
       01 WS-DONE-STEPS         PIC 9(03) VALUE ZERO.
       01 WS-H                  PIC 9(02) VALUE ZERO.
       01 WS-HOL-TAB.
          05 WS-HOL-DATA OCCURS 40 TIMES PIC 9(08).
      *ONLINE/BATCH WINDOW - WS-ESPERA-MAX RE-CHECKS WS-ESPERA-SEG
      *SECONDS APART BEFORE A HELD STEP GIVES UP
       01 WS-ESPERA             PIC 9(03) VALUE ZERO.
       01 WS-ESPERA-MAX         PIC 9(03) VALUE 30.
       01 WS-ESPERA-SEG         PIC 9(04) COMP-5 VALUE 60.
      *REQUEST/RESPONSE AREAS FOR THE SHARED SESSCTL WINDOW CONTROL
       01 WS-SES-PEDIDO.
          05 WS-SES-FUNC        PIC X(01) VALUE SPACE.
          05 WS-SES-OPERADOR    PIC X(08) VALUE "SEQJOB".
          05 WS-SES-PROGRAMA    PIC X(08) VALUE SPACES.
          05 WS-SES-FILIAL      PIC 9(02) VALUE ZERO.
          05 WS-SES-ESTADO      PIC X(12) VALUE SPACES.
          05 WS-SES-MOTIVO      PIC X(40) VALUE SPACES.
          05 WS-SES-ALVO        PIC X(08) VALUE SPACES.
       01 WS-SES-RESPOSTA.
          05 WS-SES-RC          PIC X(02) VALUE SPACES.
          05 WS-SES-ESTADO-ATUAL PIC X(12) VALUE SPACES.
          05 WS-SES-ESTADO-OPER PIC X(08) VALUE SPACES.
          05 WS-SES-ESTADO-DATA PIC 9(08) VALUE ZERO.
          05 WS-SES-ESTADO-HORA PIC 9(06) VALUE ZERO.
          05 WS-SES-CONFLITOS   PIC 9(03) VALUE ZERO.
          05 WS-SES-CONF-OPERADOR PIC X(08) VALUE SPACES.
          05 WS-SES-CONF-PROGRAMA PIC X(08) VALUE SPACES.
          05 WS-SES-CONF-MESTRE PIC X(12) VALUE SPACES.
      *WEEKDAY NAMES IN DOW ORDER (0 = MON, ANCHORED ON 20240101,
      *A MONDAY)
       01 WS-DOW-NOMES.
              GO TO MAIN-PARA-EXIT
           END-IF.

           PERFORM WINDOW-OPEN-PARA THRU WINDOW-OPEN-EXIT-PARA.
           IF WS-SES-ESTADO-ATUAL NOT = "BATCH"
              MOVE "WINDOW  " TO WS-OUTCOME
              MOVE ZERO TO WS-STEP-RC
              MOVE WS-SES-ESTADO-ATUAL TO WS-STEP-NAME
              MOVE SPACES TO WS-STEP-PROGRAM
              PERFORM JOURNAL-PARA THRU JOURNAL-EXIT-PARA
              DISPLAY "SYSTEM IN " WS-SES-ESTADO-ATUAL
                      " - THE RUN CANNOT START."
              MOVE 8 TO RETURN-CODE
              GO TO MAIN-PARA-EXIT
           END-IF.

           PERFORM STATE-READ-PARA THRU STATE-READ-EXIT-PARA.

           OPEN INPUT CARD-FILE.
      *        EVERY STEP COMPLETED - CLEAR THE RESTART STATE
               MOVE ZERO TO WS-DONE-STEPS
               PERFORM STATE-WRITE-PARA THRU STATE-WRITE-EXIT-PARA
               PERFORM WINDOW-CLOSE-PARA THRU WINDOW-CLOSE-EXIT-PARA
               DISPLAY "SEQ_JOB_RUNNER FINISHED - ALL STEPS COMPLETE."
           END-IF.
       MAIN-PARA-EXIT.
       STEP-PARA.
           ADD 1 TO WS-STEP-NUM.
           MOVE SPACES TO WS-STEP-NAME WS-STEP-PROGRAM
                          WS-STEP-PARM WS-STEP-ONFAIL
                          WS-STEP-SESSAO.
           UNSTRING CARD-REC DELIMITED BY ";"
               INTO WS-STEP-NAME
                    WS-STEP-PROGRAM
                    WS-STEP-PARM
                    WS-STEP-ONFAIL
                    WS-STEP-SESSAO
           END-UNSTRING.

      *    ALREADY COMPLETED BY THE RUN THAT DIED - SKIP ON RESTART
           DISPLAY WS-STEP-PARM UPON ENVIRONMENT-VALUE.

           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO WS-STEP-RC.
           MOVE "OK      " TO WS-OUTCOME.
           PERFORM SESSION-CHECK-PARA THRU SESSION-CHECK-EXIT-PARA.
           IF WS-OUTCOME = "OK      "
               CALL WS-STEP-PROGRAM
                   ON EXCEPTION
                       DISPLAY "PROGRAM NOT FOUND: " WS-STEP-PROGRAM
                       MOVE "NOTFOUND" TO WS-OUTCOME
               END-CALL
               MOVE RETURN-CODE TO WS-STEP-RC
           END-IF.
           IF WS-OUTCOME = "OK      " AND WS-STEP-RC NOT = ZERO
               MOVE "FAILED  " TO WS-OUTCOME
           END-IF.
       STEP-EXIT-PARA.
           EXIT.

      *THE STEP'S MASTERS MUST BE FREE OF ONLINE SESSIONS - RULE "F"
      *FAILS AT ONCE, ANY OTHER RULE WAITS UP TO WS-ESPERA-MAX
      *RE-CHECKS
       SESSION-CHECK-PARA.
           MOVE "V" TO WS-SES-FUNC.
           MOVE WS-STEP-PROGRAM TO WS-SES-PROGRAMA.
           MOVE ZERO TO WS-ESPERA.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           PERFORM UNTIL WS-SES-CONFLITOS = ZERO
                      OR WS-STEP-SESSAO = "F"
                      OR WS-ESPERA >= WS-ESPERA-MAX
               ADD 1 TO WS-ESPERA
               DISPLAY "WAITING ON " WS-SES-CONFLITOS
                       " ONLINE SESSION(S) - " WS-SES-CONF-OPERADOR
                       " IN " WS-SES-CONF-PROGRAMA " ON "
                       WS-SES-CONF-MESTRE
               CALL "C$SLEEP" USING WS-ESPERA-SEG
               CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
           END-PERFORM.
           IF WS-SES-CONFLITOS NOT = ZERO
               DISPLAY "STEP HELD BY " WS-SES-CONFLITOS
                       " ONLINE SESSION(S) - " WS-SES-CONF-OPERADOR
                       " IN " WS-SES-CONF-PROGRAMA " ON "
                       WS-SES-CONF-MESTRE
               MOVE "SESSION " TO WS-OUTCOME
           END-IF.
       SESSION-CHECK-EXIT-PARA.
           EXIT.

      *TAKES THE WINDOW - ONLINE BECOMES BATCH; A RESTART FINDS IT
      *ALREADY IN BATCH; MAINTENANCE IS LEFT ALONE AND STOPS THE RUN
       WINDOW-OPEN-PARA.
           MOVE "Q" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-ESTADO-ATUAL = "ONLINE"
               MOVE "M" TO WS-SES-FUNC
               MOVE "BATCH" TO WS-SES-ESTADO
               MOVE "NIGHT RUN STARTED" TO WS-SES-MOTIVO
               CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
               DISPLAY "SYSTEM SWITCHED TO BATCH"
           END-IF.
       WINDOW-OPEN-EXIT-PARA.
           EXIT.

      *GIVES THE WINDOW BACK - ONLY A BATCH STATE THE RUNNER SET
      *ITSELF GOES BACK TO ONLINE; A SUPERVISOR'S BATCH STAYS
       WINDOW-CLOSE-PARA.
           MOVE "Q" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-ESTADO-ATUAL = "BATCH"
              AND WS-SES-ESTADO-OPER = WS-SES-OPERADOR
               MOVE "M" TO WS-SES-FUNC
               MOVE "ONLINE" TO WS-SES-ESTADO
               MOVE "NIGHT RUN COMPLETE" TO WS-SES-MOTIVO
               CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA
               DISPLAY "SYSTEM SWITCHED BACK TO ONLINE"
           END-IF.
       WINDOW-CLOSE-EXIT-PARA.
           EXIT.

      *PICKS TODAY'S DECK - HOLIDAY SHORT-CIRCUITS THE RUN; THE
      *YEAREND KEY WINS ON THE LAST WORKING DAY OF THE YEAR, THEN
      *MONTHEND ON THE LAST WORKING DAY OF THE MONTH, THEN THE
