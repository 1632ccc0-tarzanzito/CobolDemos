      *        : owns the whole dialog:                                *
      *        :   CALL "OPERSIGN" USING OPS-PEDIDO, OPS-RESPOSTA      *
      *        : OPS-NIVEL-MIN space = any operator, "S" = supervisor  *
      *        : required, "J" = supervisor required and allowed       *
      *        : outside the online window (JANCTL only). OPS-RC "00"  *
      *        : signed on (ID, NIVEL and FILIAL filled in), "98"      *
      *        : refused, "97" the system is not ONLINE.               *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Three bad tries end the dialog (the existing EXCLI   *
      *        : rule); three wrong passwords in a row lock the ID    *
      *        : until OPERMAINT resets it. A blank stored password   *
      *        : (a fresh or reset operator) forces a change on first *
      *        : use, and a password older than 90 days expires and   *
      *        : forces a change too (FunctionDateDiff).               *
      *        : Sign-on is refused while SESSCTL reports the system   *
      *        : in BATCH or MAINTENANCE, before the operator types    *
      *        : anything; the screens register their own sessions     *
      *        : with SESSCTL once signed on.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSIGN.
      *PASSWORD EXPIRY IN DAYS
       77 WS-VALIDADE          PIC 9(03) VALUE 90.

      *REQUEST/RESPONSE AREAS FOR THE SHARED SESSCTL WINDOW CONTROL
       01 WS-SES-PEDIDO.
          05 WS-SES-FUNC       PIC X(01) VALUE "Q".
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

       LINKAGE SECTION.
       01 OPS-PEDIDO.
          05 OPS-NIVEL-MIN     PIC X(01).
           MOVE SPACE TO OPS-NIVEL.
           MOVE ZERO TO OPS-FILIAL.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
      *    NO SIGN-ON WHILE THE NIGHT RUN OR A MAINTENANCE WINDOW
      *    HOLDS THE SYSTEM - ONLY THE WINDOW UTILITY GETS THROUGH
           MOVE "Q" TO WS-SES-FUNC.
           CALL "SESSCTL" USING WS-SES-PEDIDO, WS-SES-RESPOSTA.
           IF WS-SES-ESTADO-ATUAL NOT = "ONLINE"
              AND OPS-NIVEL-MIN NOT = "J"
              DISPLAY "SISTEMA EM " WS-SES-ESTADO-ATUAL
                      " DESDE " WS-SES-ESTADO-DATA " "
                      WS-SES-ESTADO-HORA
              DISPLAY "SIGN-ON SUSPENSO - TENTE QUANDO O SISTEMA "
                      "VOLTAR A ONLINE"
              MOVE "97" TO OPS-RC
              GOBACK
           END-IF.
           OPEN I-O OPER-FILE.
           IF FS-OPER NOT = "00"
              DISPLAY "OPERADORES NAO CADASTRADOS - USE OPERMAINT"
           EXIT.

       CHECA-NIVEL-PARA.
           IF (OPS-NIVEL-MIN = "S" OR OPS-NIVEL-MIN = "J")
              AND OP-NIVEL NOT = "S"
              DISPLAY "FUNCAO RESTRITA A SUPERVISOR"
           ELSE
              MOVE "S" TO WS-OK
