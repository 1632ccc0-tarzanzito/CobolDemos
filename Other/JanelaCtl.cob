      ******************************************************************
      *DESC    : Supervisor utility for the online/batch window -      *
      *        : shows the system state (ONLINE, BATCH or              *
      *        : MAINTENANCE) and who is signed on to which screen,    *
      *        : switches the state and drops sessions left behind by  *
      *        : a crashed screen. Every switch and every dropped      *
      *        : session goes to JANELA.LOG through SESSCTL with the   *
      *        : supervisor and a reason. Console style, like          *
      *        : PeriodoMaint.cob.                                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Signs on with OPERSIGN level "J" - supervisor only,   *
      *        : and the one sign-on allowed outside ONLINE, so the    *
      *        : window can be reopened after a failed night. Taking   *
      *        : the system out of ONLINE with sessions registered     *
      *        : lists them and asks for confirmation; they are not    *
      *        : thrown off, the runner waits for them per step.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JANCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SESSAO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              SS-CHAVE
           FILE STATUS             FS-SES.
           SELECT OPTIONAL JANLOG-FILE ASSIGN TO "JANELA.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JLOG.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT SESSCTL MAINTAINS
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

       FD JANLOG-FILE.
       01 JANLOG-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       77 FS-SES              PIC X(02) VALUE SPACES.
       77 FS-JLOG             PIC X(02) VALUE SPACES.
       77 WS-FUNC             PIC 9     VALUE ZERO.
       77 WS-NOVO             PIC 9     VALUE ZERO.
       77 WS-CONF             PIC X     VALUE SPACE.
       77 WS-EOF              PIC X     VALUE "N".
       77 WS-SESSOES          PIC 9(03) VALUE ZERO.

      *SIGN-ON FIELDS
       77 WS-OPERADOR         PIC X(08) VALUE SPACES.
       77 WS-SIGNON-OK        PIC X     VALUE "N".

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED SESSCTL WINDOW CONTROL
       01 WS-SES-PEDIDO.
          05 WS-SES-FUNC       PIC X(01) VALUE SPACE.
          05 WS-SES-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-SES-PROGRAMA   PIC X(08) VALUE SPACES.
          05 WS-SES-FILIAL     PIC 9(02) VALUE ZERO.
          05 WS-SES-ESTADO     PIC X(12) VALUE SPACES.
          05 WS-SES-MOTIVO     PIC X(40) VALUE SPACES.
          05 WS-SES-ALVO       PIC X(08) VALUE SPACES.
       01 WS-SES-RESPOSTA.
          05 WS-SES-RC         PIC X(02) VALUE SPACES.
          05 WS-SES-ESTADO-ATUAL PIC X(12) VALUE SPACES.
          05 WS-SES-ESTADO-OPER PIC X(08) VALUE SPACES.
          05 WS-SES-ESTADO-DATA PIC 9(08) VALUE ZERO.
          05 WS-SES-ESTADO-HORA PIC 9(06) VALUE ZERO.
          05 WS-SES-CONFLITOS  PIC 9(03) VALUE ZERO.
          05 WS-SES-CONF-OPERADOR PIC X(08) VALUE SPACES.
          05 WS-SES-CONF-PROGRAMA PIC X(08) VALUE SPACES.
          05 WS-SES-CONF-MESTRE PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           MOVE WS-OPERADOR TO WS-SES-OPERADOR.
           DISPLAY "JANELA ONLINE/BATCH - OPERADOR " WS-OPERADOR.

       TELA.
           DISPLAY "1-ESTADO  2-SESSOES  3-MUDAR ESTADO  "
                   "4-LIMPAR SESSAO  5-HISTORICO  6-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
                 PERFORM ESTADO-PARA THRU ESTADO-FIM
              WHEN 2
                 PERFORM SESSOES-PARA THRU SESSOES-FIM
              WHEN 3
                 PERFORM MUDA-PARA THRU MUDA-FIM
              WHEN 4
                 PERFORM LIMPA-PARA THRU LIMPA-FIM
              WHEN 5
                 PERFORM HISTORICO-PARA THRU HISTORICO-FIM
              WHEN 6
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-EVALUATE.
           GO TO TELA.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - LEVEL "J" IS
      *SUPERVISOR ONLY AND GETS THROUGH WHATEVER THE STATE
       SIGNON-PARA.
           MOVE "J" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SIGNON-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
       SIGNON-FIM.
           EXIT.

       ESTADO-PARA.
           MOVE "Q" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-ESTADO-OPER = SPACES
              DISPLAY "SISTEMA " WS-SES-ESTADO-ATUAL
                      " (NUNCA MUDADO)"
           ELSE
              DISPLAY "SISTEMA " WS-SES-ESTADO-ATUAL
                      " DESDE " WS-SES-ESTADO-DATA " "
                      WS-SES-ESTADO-HORA " POR " WS-SES-ESTADO-OPER
           END-IF.
       ESTADO-FIM.
           EXIT.

      *EVERY REGISTERED SESSION; WS-SESSOES COUNTS THEM FOR MUDA-PARA
       SESSOES-PARA.
           MOVE ZERO TO WS-SESSOES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SESSAO-FILE.
           IF FS-SES NOT = "00"
              CLOSE SESSAO-FILE
              DISPLAY "NENHUMA SESSAO REGISTRADA"
              GO TO SESSOES-FIM
           END-IF.
           DISPLAY "OPERADOR PROGRAMA FL DESDE    HORA   QTD".
           PERFORM UNTIL WS-EOF = "S"
               READ SESSAO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SESSOES
                       DISPLAY SS-OPERADOR " " SS-PROGRAMA " "
                               SS-FILIAL " " SS-DATA " " SS-HORA
                               " " SS-QTD
               END-READ
           END-PERFORM.
           CLOSE SESSAO-FILE.
           IF WS-SESSOES = ZERO
              DISPLAY "NENHUMA SESSAO REGISTRADA"
           END-IF.
       SESSOES-FIM.
           EXIT.

      *THE NEW STATE AND WHY - LEAVING ONLINE WITH SESSIONS STILL ON
      *ASKS FIRST
       MUDA-PARA.
           PERFORM ESTADO-PARA THRU ESTADO-FIM.
           DISPLAY "NOVO ESTADO: 1-ONLINE  2-BATCH  3-MAINTENANCE".
           ACCEPT WS-NOVO FROM CONSOLE.
           EVALUATE WS-NOVO
              WHEN 1
                 MOVE "ONLINE" TO WS-SES-ESTADO
              WHEN 2
                 MOVE "BATCH" TO WS-SES-ESTADO
              WHEN 3
                 MOVE "MAINTENANCE" TO WS-SES-ESTADO
              WHEN OTHER
                 DISPLAY "ESTADO INVALIDO"
                 GO TO MUDA-FIM
           END-EVALUATE.
           IF WS-SES-ESTADO = WS-SES-ESTADO-ATUAL
              DISPLAY "O SISTEMA JA ESTA EM " WS-SES-ESTADO
              GO TO MUDA-FIM
           END-IF.
           IF WS-SES-ESTADO NOT = "ONLINE"
              PERFORM SESSOES-PARA THRU SESSOES-FIM
              IF WS-SESSOES > ZERO
                 DISPLAY WS-SESSOES " SESSAO(OES) AINDA ABERTA(S) - "
                         "CONFIRMA (S/N)?"
                 ACCEPT WS-CONF FROM CONSOLE
                 IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
                    DISPLAY "ESTADO MANTIDO"
                    GO TO MUDA-FIM
                 END-IF
              END-IF
           END-IF.
           DISPLAY "MOTIVO:".
           MOVE SPACES TO WS-SES-MOTIVO.
           ACCEPT WS-SES-MOTIVO FROM CONSOLE.
           IF WS-SES-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO"
              GO TO MUDA-FIM
           END-IF.
           MOVE "M" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-RC = "00"
              DISPLAY "SISTEMA AGORA EM " WS-SES-ESTADO-ATUAL
           ELSE
              DISPLAY "MUDANCA RECUSADA - RC " WS-SES-RC
           END-IF.
       MUDA-FIM.
           EXIT.

      *DROPS ONE OPERATOR'S SESSION ON ONE SCREEN
       LIMPA-PARA.
           DISPLAY "OPERADOR DA SESSAO:".
           MOVE SPACES TO WS-SES-ALVO.
           ACCEPT WS-SES-ALVO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-SES-ALVO) TO WS-SES-ALVO.
           DISPLAY "PROGRAMA DA SESSAO:".
           MOVE SPACES TO WS-SES-PROGRAMA.
           ACCEPT WS-SES-PROGRAMA FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-SES-PROGRAMA)
             TO WS-SES-PROGRAMA.
           DISPLAY "MOTIVO:".
           MOVE SPACES TO WS-SES-MOTIVO.
           ACCEPT WS-SES-MOTIVO FROM CONSOLE.
           IF WS-SES-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO"
              GO TO LIMPA-FIM
           END-IF.
           MOVE "L" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           EVALUATE WS-SES-RC
              WHEN "00"
                 DISPLAY "SESSAO REMOVIDA"
              WHEN "95"
                 DISPLAY "SESSAO NAO REGISTRADA"
              WHEN OTHER
                 DISPLAY "SESSAO.DAT INDISPONIVEL - RC " WS-SES-RC
           END-EVALUATE.
       LIMPA-FIM.
           EXIT.

      *FULL HISTORY OF SWITCHES AND DROPPED SESSIONS, IN ORDER
       HISTORICO-PARA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JANLOG-FILE.
           IF FS-JLOG NOT = "00"
              DISPLAY "NENHUMA MUDANCA REGISTRADA"
              CLOSE JANLOG-FILE
              GO TO HISTORICO-FIM
           END-IF.
           DISPLAY "DATA;HORA;OPERADOR;ACAO;DE;PARA;MOTIVO".
           PERFORM UNTIL WS-EOF = "S"
               READ JANLOG-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY JANLOG-LINE
               END-READ
           END-PERFORM.
           CLOSE JANLOG-FILE.
       HISTORICO-FIM.
           EXIT.

       FIM.
           STOP RUN.
