      ******************************************************************
      *DESC    : Shared online/batch window control and session        *
      *        : registry - nothing stopped a clerk signing on to      *
      *        : EXCLI or EXCTAS while SEQ_JOB_RUNNER was in the       *
      *        : middle of JUROSMES, CLIARCH or a BKPTAKE backup, and  *
      *        : VSAMUSE.DAT only guards the VSAM files. The system    *
      *        : availability state (ONLINE, BATCH or MAINTENANCE)     *
      *        : lives in JANELA.DAT and every switch is appended to   *
      *        : JANELA.LOG; the screens register their sessions in    *
      *        : SESSAO.DAT, and the runner asks here whether a step's *
      *        : masters are still held by an online session.          *
      *        :   CALL "SESSCTL" USING SES-PEDIDO, SES-RESPOSTA       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions:                                            *
      *        :   "Q" query    - current state, who set it and when   *
      *        :   "E" enter    - registers SES-OPERADOR/SES-PROGRAMA; *
      *        :                  refused "97" outside ONLINE          *
      *        :   "S" sign-off - releases the session ("95" when it   *
      *        :                  is not registered)                   *
      *        :   "L" clear    - drops SES-ALVO's session left by a   *
      *        :                  crashed screen, logged (JANCTL)      *
      *        :   "V" verify   - counts the sessions holding a master *
      *        :                  of SES-PROGRAMA, the first one named *
      *        :   "M" switch   - sets SES-ESTADO, logged with         *
      *        :                  SES-OPERADOR and SES-MOTIVO ("96"    *
      *        :                  for an unknown state)                *
      *        : No JANELA.DAT means ONLINE, so a shop that never      *
      *        : switched keeps working. MESTRES.TAB maps a program to *
      *        : the masters it touches, one line per program:         *
      *        :   program;MASTER,MASTER,...   (up to 10 masters)      *
      *        : and is read for both sides of "V": a step not listed  *
      *        : declares no masters and is never held, while a        *
      *        : session whose program is not listed (or every session *
      *        : when there is no MESTRES.TAB) holds every master.     *
      *        : The same operator on the same screen twice counts as  *
      *        : one registry entry with SS-QTD sessions.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JANELA-FILE ASSIGN TO "JANELA.DAT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-JAN.
           SELECT OPTIONAL JANLOG-FILE ASSIGN TO "JANELA.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-JLOG.
           SELECT OPTIONAL MESTRES-FILE ASSIGN TO "MESTRES.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-MES.
           SELECT OPTIONAL SESSAO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              SS-CHAVE
           FILE STATUS             FS-SES.

       DATA DIVISION.
       FILE SECTION.
      *ONE LINE - THE STATE IN FORCE, WHO SET IT, WHEN AND WHY
       FD JANELA-FILE.
       01 REG-JANELA.
          02 JN-ESTADO         PIC X(12).
          02 JN-SEP1           PIC X(01).
          02 JN-DATA           PIC 9(08).
          02 JN-SEP2           PIC X(01).
          02 JN-HORA           PIC 9(06).
          02 JN-SEP3           PIC X(01).
          02 JN-OPERADOR       PIC X(08).
          02 JN-SEP4           PIC X(01).
          02 JN-MOTIVO         PIC X(40).

      *ONE LINE PER SWITCH ("ESTADO", FROM AND TO STATE) OR CLEARED
      *SESSION ("LIMPEZA", THE SESSION'S OPERATOR AND PROGRAM)
       FD JANLOG-FILE.
       01 REG-JANLOG.
          02 JL-DATA           PIC 9(08).
          02 JL-SEP1           PIC X(01).
          02 JL-HORA           PIC 9(06).
          02 JL-SEP2           PIC X(01).
          02 JL-OPERADOR       PIC X(08).
          02 JL-SEP3           PIC X(01).
          02 JL-ACAO           PIC X(08).
          02 JL-SEP4           PIC X(01).
          02 JL-DE             PIC X(12).
          02 JL-SEP5           PIC X(01).
          02 JL-PARA           PIC X(12).
          02 JL-SEP6           PIC X(01).
          02 JL-MOTIVO         PIC X(40).

       FD MESTRES-FILE.
       01 MESTRES-REC          PIC X(150).

      *SAME LAYOUT JANCTL LISTS
       FD SESSAO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REG-SESSAO.
          02 SS-CHAVE.
             03 SS-OPERADOR    PIC X(08).
             03 SS-PROGRAMA    PIC X(08).
          02 SS-FILIAL         PIC 9(02).
          02 SS-DATA           PIC 9(08).
          02 SS-HORA           PIC 9(06).
          02 SS-QTD            PIC 9(03).

       WORKING-STORAGE SECTION.
       77 FS-JAN               PIC X(02) VALUE SPACES.
       77 FS-JLOG              PIC X(02) VALUE SPACES.
       77 FS-MES               PIC X(02) VALUE SPACES.
       77 FS-SES               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-ESTADO-DE         PIC X(12) VALUE SPACES.

      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
      *AND THE HHMMSS PART IS TAKEN FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS          PIC 9(06) VALUE ZERO.

      *PROGRAM-TO-MASTERS MAP FROM MESTRES.TAB, LOADED ON THE FIRST
      *"V" OF THE RUN
       77 WS-MES-CARREGADO     PIC X     VALUE "N".
       77 WS-MES-ATIVO         PIC X     VALUE "N".
       77 WS-MES-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-MES-TAB.
          05 WS-MES-ENT OCCURS 50 TIMES.
             10 WS-MES-PROG    PIC X(08).
             10 WS-MES-QTD     PIC 9(02).
             10 WS-MES-ARQ     PIC X(12) OCCURS 10 TIMES.
       01 WS-IN-PROG           PIC X(08) VALUE SPACES.
       01 WS-IN-LISTA          PIC X(140) VALUE SPACES.
       77 WS-M                 PIC 9(02) VALUE ZERO.
       77 WS-P                 PIC 9(02) VALUE ZERO.
       77 WS-S                 PIC 9(02) VALUE ZERO.
       77 WS-I                 PIC 9(02) VALUE ZERO.
       77 WS-J                 PIC 9(02) VALUE ZERO.
       77 WS-CONFLITO          PIC X     VALUE "N".
       01 WS-MESTRE            PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 SES-PEDIDO.
          05 SES-FUNC          PIC X(01).
          05 SES-OPERADOR      PIC X(08).
          05 SES-PROGRAMA      PIC X(08).
          05 SES-FILIAL        PIC 9(02).
      *NEW STATE AND REASON ON "M", REASON ON "L"
          05 SES-ESTADO        PIC X(12).
          05 SES-MOTIVO        PIC X(40).
      *"L" - THE OPERATOR WHOSE SESSION ON SES-PROGRAMA IS DROPPED;
      *SES-OPERADOR IS THE SUPERVISOR DOING IT
          05 SES-ALVO          PIC X(08).
       01 SES-RESPOSTA.
          05 SES-RC            PIC X(02).
          05 SES-ESTADO-ATUAL  PIC X(12).
          05 SES-ESTADO-OPER   PIC X(08).
          05 SES-ESTADO-DATA   PIC 9(08).
          05 SES-ESTADO-HORA   PIC 9(06).
      *"V" - SESSIONS HOLDING A MASTER OF THE STEP, THE FIRST NAMED
          05 SES-CONFLITOS     PIC 9(03).
          05 SES-CONF-OPERADOR PIC X(08).
          05 SES-CONF-PROGRAMA PIC X(08).
          05 SES-CONF-MESTRE   PIC X(12).

       PROCEDURE DIVISION USING SES-PEDIDO, SES-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO SES-RC.
           MOVE ZERO TO SES-CONFLITOS.
           MOVE SPACES TO SES-CONF-OPERADOR SES-CONF-PROGRAMA
                          SES-CONF-MESTRE.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA-SIS.
           PERFORM LE-ESTADO-PARA THRU LE-ESTADO-FIM.
           EVALUATE SES-FUNC
              WHEN "Q"
                 CONTINUE
              WHEN "E"
                 PERFORM ENTRA-PARA THRU ENTRA-FIM
              WHEN "S"
                 PERFORM SAI-PARA THRU SAI-FIM
              WHEN "L"
                 PERFORM LIMPA-PARA THRU LIMPA-FIM
              WHEN "V"
                 PERFORM VERIFICA-PARA THRU VERIFICA-FIM
              WHEN "M"
                 PERFORM MUDA-PARA THRU MUDA-FIM
              WHEN OTHER
                 MOVE "99" TO SES-RC
           END-EVALUATE.
           GOBACK.

      *THE STATE IN FORCE - NO FILE, OR AN EMPTY ONE, IS ONLINE
       LE-ESTADO-PARA.
           MOVE "ONLINE" TO SES-ESTADO-ATUAL.
           MOVE SPACES TO SES-ESTADO-OPER.
           MOVE ZERO TO SES-ESTADO-DATA SES-ESTADO-HORA.
           OPEN INPUT JANELA-FILE.
           IF FS-JAN = "00"
              READ JANELA-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JN-ESTADO NOT = SPACES
                       MOVE JN-ESTADO TO SES-ESTADO-ATUAL
                       MOVE JN-OPERADOR TO SES-ESTADO-OPER
                       MOVE JN-DATA TO SES-ESTADO-DATA
                       MOVE JN-HORA TO SES-ESTADO-HORA
                    END-IF
              END-READ
           END-IF.
           CLOSE JANELA-FILE.
       LE-ESTADO-FIM.
           EXIT.

       ABRE-SESSAO-PARA.
           OPEN I-O SESSAO-FILE.
           IF FS-SES = "35" OR FS-SES = "05"
              CLOSE SESSAO-FILE
              OPEN OUTPUT SESSAO-FILE
              CLOSE SESSAO-FILE
              OPEN I-O SESSAO-FILE
           END-IF.
           IF FS-SES NOT = "00"
              DISPLAY "SESSAO.DAT STATUS --->" FS-SES
              MOVE "99" TO SES-RC
           END-IF.
       ABRE-SESSAO-FIM.
           EXIT.

      *A SIGN-ON ONLY REGISTERS WHILE THE SYSTEM IS ONLINE
       ENTRA-PARA.
           IF SES-ESTADO-ATUAL NOT = "ONLINE"
              MOVE "97" TO SES-RC
              GO TO ENTRA-FIM
           END-IF.
           PERFORM ABRE-SESSAO-PARA THRU ABRE-SESSAO-FIM.
           IF SES-RC NOT = "00"
              GO TO ENTRA-FIM
           END-IF.
           MOVE SES-OPERADOR TO SS-OPERADOR.
           MOVE SES-PROGRAMA TO SS-PROGRAMA.
           READ SESSAO-FILE
              INVALID KEY
                 MOVE SES-FILIAL TO SS-FILIAL
                 MOVE WS-DATA-SIS TO SS-DATA
                 MOVE WS-HORA-SIS TO SS-HORA
                 MOVE 1 TO SS-QTD
                 WRITE REG-SESSAO
                    INVALID KEY
                       MOVE "99" TO SES-RC
                 END-WRITE
              NOT INVALID KEY
                 ADD 1 TO SS-QTD
                 MOVE WS-DATA-SIS TO SS-DATA
                 MOVE WS-HORA-SIS TO SS-HORA
                 REWRITE REG-SESSAO
                    INVALID KEY
                       MOVE "99" TO SES-RC
                 END-REWRITE
           END-READ.
           CLOSE SESSAO-FILE.
       ENTRA-FIM.
           EXIT.

      *THE LAST SESSION OF THE OPERATOR ON THAT SCREEN REMOVES THE
      *REGISTRY ENTRY
       SAI-PARA.
           PERFORM ABRE-SESSAO-PARA THRU ABRE-SESSAO-FIM.
           IF SES-RC NOT = "00"
              GO TO SAI-FIM
           END-IF.
           MOVE SES-OPERADOR TO SS-OPERADOR.
           MOVE SES-PROGRAMA TO SS-PROGRAMA.
           READ SESSAO-FILE
              INVALID KEY
                 MOVE "95" TO SES-RC
              NOT INVALID KEY
                 IF SS-QTD > 1
                    SUBTRACT 1 FROM SS-QTD
                    REWRITE REG-SESSAO
                       INVALID KEY
                          MOVE "99" TO SES-RC
                    END-REWRITE
                 ELSE
                    DELETE SESSAO-FILE
                       INVALID KEY
                          MOVE "99" TO SES-RC
                    END-DELETE
                 END-IF
           END-READ.
           CLOSE SESSAO-FILE.
       SAI-FIM.
           EXIT.

      *A SESSION LEFT BEHIND BY A CRASHED SCREEN - DROPPED WHATEVER
      *ITS COUNT, AND LOGGED UNDER THE SUPERVISOR (SES-MOTIVO SAYS
      *WHY)
       LIMPA-PARA.
           PERFORM ABRE-SESSAO-PARA THRU ABRE-SESSAO-FIM.
           IF SES-RC NOT = "00"
              GO TO LIMPA-FIM
           END-IF.
           MOVE SES-ALVO TO SS-OPERADOR.
           MOVE SES-PROGRAMA TO SS-PROGRAMA.
           DELETE SESSAO-FILE
              INVALID KEY
                 MOVE "95" TO SES-RC
           END-DELETE.
           CLOSE SESSAO-FILE.
           IF SES-RC = "00"
              MOVE "LIMPEZA" TO JL-ACAO
              MOVE SS-OPERADOR TO WS-ESTADO-DE
              MOVE SS-PROGRAMA TO WS-MESTRE
              PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM
           END-IF.
       LIMPA-FIM.
           EXIT.

      *HOW MANY REGISTERED SESSIONS HOLD A MASTER OF SES-PROGRAMA
       VERIFICA-PARA.
           IF WS-MES-CARREGADO NOT = "S"
              PERFORM CARREGA-MESTRES-PARA THRU CARREGA-MESTRES-FIM
           END-IF.
           MOVE ZERO TO WS-P.
           IF WS-MES-ATIVO = "S"
              PERFORM VARYING WS-M FROM 1 BY 1
                      UNTIL WS-M > WS-MES-COUNT
                  IF WS-MES-PROG(WS-M) = SES-PROGRAMA
                     MOVE WS-M TO WS-P
                  END-IF
              END-PERFORM
      *       A STEP THAT DECLARES NO MASTERS IS NEVER HELD
              IF WS-P = ZERO
                 GO TO VERIFICA-FIM
              END-IF
           END-IF.
           OPEN INPUT SESSAO-FILE.
           IF FS-SES NOT = "00"
              CLOSE SESSAO-FILE
              GO TO VERIFICA-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ SESSAO-FILE NEXT RECORD
                  AT END
                     MOVE "S" TO WS-EOF
                  NOT AT END
                     PERFORM CONFRONTA-PARA THRU CONFRONTA-FIM
               END-READ
           END-PERFORM.
           CLOSE SESSAO-FILE.
       VERIFICA-FIM.
           EXIT.

      *ONE SESSION AGAINST THE STEP (WS-P) - A SESSION OF A PROGRAM
      *THE MAP DOES NOT KNOW, OR ANY SESSION WITHOUT A MAP, HOLDS
      *EVERY MASTER
       CONFRONTA-PARA.
           MOVE "N" TO WS-CONFLITO.
           MOVE "*" TO WS-MESTRE.
           IF WS-MES-ATIVO NOT = "S"
              MOVE "S" TO WS-CONFLITO
              GO TO CONFRONTA-CONTA
           END-IF.
           MOVE ZERO TO WS-S.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MES-COUNT
               IF WS-MES-PROG(WS-M) = SS-PROGRAMA
                  MOVE WS-M TO WS-S
               END-IF
           END-PERFORM.
           IF WS-S = ZERO
              MOVE "S" TO WS-CONFLITO
              GO TO CONFRONTA-CONTA
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MES-QTD(WS-P)
                      OR WS-CONFLITO = "S"
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MES-QTD(WS-S)
                          OR WS-CONFLITO = "S"
                   IF WS-MES-ARQ(WS-P, WS-I) = WS-MES-ARQ(WS-S, WS-J)
                      AND WS-MES-ARQ(WS-P, WS-I) NOT = SPACES
                      MOVE "S" TO WS-CONFLITO
                      MOVE WS-MES-ARQ(WS-P, WS-I) TO WS-MESTRE
                   END-IF
               END-PERFORM
           END-PERFORM.
       CONFRONTA-CONTA.
           IF WS-CONFLITO = "S"
              ADD 1 TO SES-CONFLITOS
              IF SES-CONFLITOS = 1
                 MOVE SS-OPERADOR TO SES-CONF-OPERADOR
                 MOVE SS-PROGRAMA TO SES-CONF-PROGRAMA
                 MOVE WS-MESTRE TO SES-CONF-MESTRE
              END-IF
           END-IF.
       CONFRONTA-FIM.
           EXIT.

       CARREGA-MESTRES-PARA.
           MOVE "S" TO WS-MES-CARREGADO.
           INITIALIZE WS-MES-TAB.
           OPEN INPUT MESTRES-FILE.
           IF FS-MES NOT = "00"
              CLOSE MESTRES-FILE
              GO TO CARREGA-MESTRES-FIM
           END-IF.
           MOVE "S" TO WS-MES-ATIVO.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ MESTRES-FILE
                  AT END
                     MOVE "S" TO WS-EOF
                  NOT AT END
                     IF MESTRES-REC NOT = SPACES
                        AND MESTRES-REC(1:1) NOT = "*"
                        AND WS-MES-COUNT < 50
                        PERFORM MESTRE-LINHA-PARA
                           THRU MESTRE-LINHA-FIM
                     END-IF
               END-READ
           END-PERFORM.
           CLOSE MESTRES-FILE.
       CARREGA-MESTRES-FIM.
           EXIT.

      *program;MASTER,MASTER,... - THE MASTERS ARE COUNTED AS THEY
      *ARE SPLIT OUT
       MESTRE-LINHA-PARA.
           MOVE SPACES TO WS-IN-PROG WS-IN-LISTA.
           UNSTRING MESTRES-REC DELIMITED BY ";"
               INTO WS-IN-PROG WS-IN-LISTA
           END-UNSTRING.
           ADD 1 TO WS-MES-COUNT.
           MOVE FUNCTION UPPER-CASE(WS-IN-PROG)
             TO WS-MES-PROG(WS-MES-COUNT).
           MOVE FUNCTION UPPER-CASE(WS-IN-LISTA) TO WS-IN-LISTA.
           MOVE ZERO TO WS-MES-QTD(WS-MES-COUNT).
           UNSTRING WS-IN-LISTA DELIMITED BY "," OR ALL SPACE
               INTO WS-MES-ARQ(WS-MES-COUNT, 1)
                    WS-MES-ARQ(WS-MES-COUNT, 2)
                    WS-MES-ARQ(WS-MES-COUNT, 3)
                    WS-MES-ARQ(WS-MES-COUNT, 4)
                    WS-MES-ARQ(WS-MES-COUNT, 5)
                    WS-MES-ARQ(WS-MES-COUNT, 6)
                    WS-MES-ARQ(WS-MES-COUNT, 7)
                    WS-MES-ARQ(WS-MES-COUNT, 8)
                    WS-MES-ARQ(WS-MES-COUNT, 9)
                    WS-MES-ARQ(WS-MES-COUNT, 10)
               TALLYING IN WS-MES-QTD(WS-MES-COUNT)
           END-UNSTRING.
       MESTRE-LINHA-FIM.
           EXIT.

      *SETS THE NEW STATE AND LOGS THE SWITCH
       MUDA-PARA.
           IF SES-ESTADO NOT = "ONLINE"
              AND SES-ESTADO NOT = "BATCH"
              AND SES-ESTADO NOT = "MAINTENANCE"
              MOVE "96" TO SES-RC
              GO TO MUDA-FIM
           END-IF.
           MOVE SES-ESTADO-ATUAL TO WS-ESTADO-DE.
           OPEN OUTPUT JANELA-FILE.
           IF FS-JAN NOT = "00"
              DISPLAY "JANELA.DAT STATUS --->" FS-JAN
              MOVE "99" TO SES-RC
              GO TO MUDA-FIM
           END-IF.
           MOVE SPACES TO REG-JANELA.
           MOVE ";" TO JN-SEP1 JN-SEP2 JN-SEP3 JN-SEP4.
           MOVE SES-ESTADO TO JN-ESTADO.
           MOVE WS-DATA-SIS TO JN-DATA.
           MOVE WS-HORA-SIS TO JN-HORA.
           MOVE SES-OPERADOR TO JN-OPERADOR.
           MOVE SES-MOTIVO TO JN-MOTIVO.
           WRITE REG-JANELA.
           CLOSE JANELA-FILE.
           MOVE SES-ESTADO TO SES-ESTADO-ATUAL.
           MOVE SES-OPERADOR TO SES-ESTADO-OPER.
           MOVE WS-DATA-SIS TO SES-ESTADO-DATA.
           MOVE WS-HORA-SIS TO SES-ESTADO-HORA.
           MOVE "ESTADO" TO JL-ACAO.
           MOVE SES-ESTADO TO WS-MESTRE.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
       MUDA-FIM.
           EXIT.

      *JL-ACAO IS SET BY THE CALLER; FROM/TO COME IN WS-ESTADO-DE AND
      *WS-MESTRE
       GRAVA-LOG-PARA.
      *    STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE - STILL OPEN
           OPEN EXTEND JANLOG-FILE.
           IF FS-JLOG NOT = "00" AND FS-JLOG NOT = "05"
              DISPLAY "JANELA.LOG STATUS --->" FS-JLOG
              GO TO GRAVA-LOG-FIM
           END-IF.
           MOVE ";" TO JL-SEP1 JL-SEP2 JL-SEP3 JL-SEP4 JL-SEP5
                       JL-SEP6.
           MOVE WS-DATA-SIS TO JL-DATA.
           MOVE WS-HORA-SIS TO JL-HORA.
           MOVE SES-OPERADOR TO JL-OPERADOR.
           MOVE WS-ESTADO-DE TO JL-DE.
           MOVE WS-MESTRE TO JL-PARA.
           MOVE SES-MOTIVO TO JL-MOTIVO.
           WRITE REG-JANLOG.
           CLOSE JANLOG-FILE.
       GRAVA-LOG-FIM.
           EXIT.
