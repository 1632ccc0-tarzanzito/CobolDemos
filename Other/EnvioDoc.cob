      ******************************************************************
      *DESC    : Shared delivery-channel router for client documents - *
      *        : RELEXTRATO and CARTACOB printed every statement and   *
      *        : dunning letter for the envelope although FD-EMAIL     *
      *        : has been on the client for a while. The caller asks   *
      *        : which channel a client gets ("R"); an e-mail client's *
      *        : document is then written here, one message per        *
      *        : client, to the mail gateway's outbound spool          *
      *        : EMAIL.SPL ("M" opens the message with its subject,    *
      *        : "L" adds a body line, "F" closes it), while a paper   *
      *        : client's document still goes to the caller's own      *
      *        : print file and is only registered here ("P"). Every   *
      *        : document, either channel, gets one line in the        *
      *        : delivery register ENVIO.LOG (RELENVIO counts it).     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-21                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions:                                            *
      *        :   "R" route     - channel for ENV-CODIGO/ENV-EMAIL,   *
      *        :                   ready to send (spool opened)        *
      *        :   "C" consult   - the same answer without touching    *
      *        :                   the spool (EXCLI CONSULTA)          *
      *        :   "M" message   - start of message, ENV-TEXTO is the  *
      *        :                   subject                             *
      *        :   "L" line      - one body line from ENV-TEXTO        *
      *        :   "F" finish    - end of message, registered "E"      *
      *        :   "P" paper     - registers a paper delivery "P"      *
      *        :   "D" bounce    - registers a bounce "D" (EMAILRET),  *
      *        :                   ENV-TEXTO is the reason and the     *
      *        :                   bounced message id is in ENV-MSGID  *
      *        :   "X" close     - closes the files                    *
      *        : A client goes by e-mail when FD-EMAIL is well formed  *
      *        : (one "@" with a name before it, a dotted domain after *
      *        : it, no blanks inside), the address is not flagged as  *
      *        : bounced in EMAILDEV.DAT (EMAILRET) and the client has *
      *        : not refused the e-mail channel in CLICONS.DAT. These  *
      *        : are account documents, not marketing, so a client     *
      *        : never asked about consent still gets e-mail; only an  *
      *        : explicit "N" keeps them on paper. A bounce flag only  *
      *        : holds while FD-EMAIL is still the address that        *
      *        : bounced - once the desk corrects it the client goes   *
      *        : back to e-mail. ENV-MOTIVO tells the caller why a     *
      *        : client went to paper. When EMAIL.SPL cannot be opened *
      *        : every client is routed to paper.                      *
      *        : Spool line: type;message-id;text - type "T" carries   *
      *        : the recipient, "S" the subject, "B" one body line and *
      *        : "E" closes the message. The message id is run date,   *
      *        : run time, a sequence and the CODIGO, so a bounce      *
      *        : names its client.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIODOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPOOL-FILE ASSIGN TO "EMAIL.SPL"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-SPL.
           SELECT OPTIONAL ENVIO-FILE ASSIGN TO "ENVIO.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-ENV.
      *BOUNCED ADDRESSES, WRITTEN BY EMAILRET
           SELECT OPTIONAL DEVOL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              DV-CODIGO
           FILE STATUS             FS-DEV.
      *CONTACT CONSENT PER CHANNEL, OWNED BY CLIUPD
           SELECT OPTIONAL CONSENT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CS-CODIGO
           FILE STATUS             FS-CS.

       DATA DIVISION.
       FILE SECTION.
       FD SPOOL-FILE.
       01 SPOOL-REC.
          02 SP-TIPO           PIC X(01).
          02 SP-SEP1           PIC X(01).
          02 SP-MSGID          PIC X(24).
          02 SP-SEP2           PIC X(01).
          02 SP-TEXTO          PIC X(100).

      *DELIVERY REGISTER - ONE LINE PER DOCUMENT; EN-CANAL "E" =
      *E-MAIL SPOOLED, "P" = PAPER (EN-MOTIVO SAYS WHY), "D" = A
      *BOUNCE RECORDED BY EMAILRET
       FD ENVIO-FILE.
       01 ENVIO-REC.
          02 EN-DATA           PIC 9(08).
          02 EN-SEP1           PIC X(01).
          02 EN-HORA           PIC 9(06).
          02 EN-SEP2           PIC X(01).
          02 EN-PROGRAMA       PIC X(08).
          02 EN-SEP3           PIC X(01).
          02 EN-CODIGO         PIC 9(06).
          02 EN-SEP4           PIC X(01).
          02 EN-CANAL          PIC X(01).
          02 EN-SEP5           PIC X(01).
          02 EN-MOTIVO         PIC X(20).
          02 EN-SEP6           PIC X(01).
          02 EN-MSGID          PIC X(24).
          02 EN-SEP7           PIC X(01).
          02 EN-DESTINO        PIC X(40).

      *SAME LAYOUT EMAILRET MAINTAINS
       FD DEVOL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMAILDEV.DAT".
       01 REG-DEVOL.
          02 DV-CODIGO         PIC 9(06).
          02 DV-EMAIL          PIC X(40).
          02 DV-DATA           PIC 9(08).
          02 DV-MSGID          PIC X(24).
          02 DV-MOTIVO         PIC X(40).
          02 DV-QTD            PIC 9(03).

      *SAME LAYOUT CLIUPD MAINTAINS - CHANNEL 2 IS E-MAIL
       FD CONSENT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICONS.DAT".
       01 REG-CONSENT.
          02 CS-CODIGO         PIC 9(06).
          02 CS-CANAL OCCURS 3 TIMES.
             03 CS-FLAG        PIC X(01).
             03 CS-DATA        PIC 9(08).
             03 CS-ORIGEM      PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-SPL               PIC X(02) VALUE SPACES.
       77 FS-ENV               PIC X(02) VALUE SPACES.
       77 FS-DEV               PIC X(02) VALUE SPACES.
       77 FS-CS                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-SPL-ABERTO        PIC X     VALUE "N".
       77 WS-SPL-FALHOU        PIC X     VALUE "N".
       77 WS-ENV-ABERTO        PIC X     VALUE "N".
       77 WS-DEV-ATIVO         PIC X     VALUE "N".
       77 WS-CS-ATIVO          PIC X     VALUE "N".

      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
      *AND THE HHMMSS PART IS TAKEN FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *MESSAGE ID - RUN DATE AND TIME, SEQUENCE, CODIGO
       01 WS-MSGID.
          05 WS-MI-DATA        PIC 9(08) VALUE ZERO.
          05 WS-MI-HORA        PIC 9(06) VALUE ZERO.
          05 WS-MI-SEQ         PIC 9(04) VALUE ZERO.
          05 WS-MI-CODIGO      PIC 9(06) VALUE ZERO.

      *E-MAIL SHAPE CHECK
       01 WS-EM-TAM            PIC 9(02) VALUE ZERO.
       01 WS-EM-ARROBAS        PIC 9(02) VALUE ZERO.
       01 WS-EM-POS            PIC 9(02) VALUE ZERO.
       01 WS-EM-PONTOS         PIC 9(02) VALUE ZERO.
       01 WS-EM-DOM-TAM        PIC 9(02) VALUE ZERO.
       01 WS-EM-OK             PIC X     VALUE "N".

       LINKAGE SECTION.
       01 ENV-PEDIDO.
          05 ENV-FUNC          PIC X(01).
      *CALLING PROGRAM, RECORDED ON THE REGISTER LINE
          05 ENV-PROGRAMA      PIC X(08).
          05 ENV-CODIGO        PIC 9(06).
          05 ENV-EMAIL         PIC X(40).
      *SUBJECT ON "M", BODY LINE ON "L"
          05 ENV-TEXTO         PIC X(100).
       01 ENV-RESPOSTA.
          05 ENV-RC            PIC X(02).
      *"E" = E-MAIL, "P" = PAPER - SET BY "R"/"C"
          05 ENV-CANAL         PIC X(01).
          05 ENV-MOTIVO        PIC X(20).
          05 ENV-MSGID         PIC X(24).

       PROCEDURE DIVISION USING ENV-PEDIDO, ENV-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO ENV-RC.
           IF ENV-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
      *    A BOUNCE ONLY WRITES THE REGISTER - EMAILRET HOLDS THE
      *    BOUNCE FILE ITSELF
           IF WS-ABERTO NOT = "S" AND ENV-FUNC NOT = "D"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           EVALUATE ENV-FUNC
              WHEN "R"
                 PERFORM ABRE-SPOOL-PARA THRU ABRE-SPOOL-FIM
                 PERFORM ROTA-PARA THRU ROTA-FIM
              WHEN "C"
                 PERFORM ROTA-PARA THRU ROTA-FIM
              WHEN "M"
                 PERFORM MENSAGEM-PARA THRU MENSAGEM-FIM
              WHEN "L"
                 MOVE "B" TO SP-TIPO
                 MOVE ENV-TEXTO TO SP-TEXTO
                 PERFORM GRAVA-SPOOL-PARA THRU GRAVA-SPOOL-FIM
              WHEN "F"
                 MOVE "E" TO SP-TIPO
                 MOVE SPACES TO SP-TEXTO
                 PERFORM GRAVA-SPOOL-PARA THRU GRAVA-SPOOL-FIM
                 MOVE "E" TO EN-CANAL
                 MOVE SPACES TO EN-MOTIVO
                 MOVE ENV-MSGID TO EN-MSGID
                 MOVE ENV-EMAIL TO EN-DESTINO
                 PERFORM REGISTRA-PARA THRU REGISTRA-FIM
              WHEN "P"
                 MOVE "P" TO EN-CANAL
                 MOVE ENV-MOTIVO TO EN-MOTIVO
                 MOVE SPACES TO EN-MSGID
                 MOVE SPACES TO EN-DESTINO
                 PERFORM REGISTRA-PARA THRU REGISTRA-FIM
              WHEN "D"
                 MOVE "D" TO EN-CANAL
                 MOVE ENV-TEXTO TO EN-MOTIVO
                 MOVE ENV-MSGID TO EN-MSGID
                 MOVE ENV-EMAIL TO EN-DESTINO
                 PERFORM REGISTRA-PARA THRU REGISTRA-FIM
              WHEN OTHER
                 MOVE "90" TO ENV-RC
           END-EVALUATE.
           GOBACK.

      *THE LOOK-UP FILES ARE BOTH OPTIONAL - WITHOUT EMAILDEV.DAT NO
      *ADDRESS IS FLAGGED, WITHOUT CLICONS.DAT NOBODY HAS REFUSED
       ABRE-PARA.
           ACCEPT WS-MI-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-MI-HORA.
           OPEN INPUT DEVOL-FILE.
           IF FS-DEV = "00"
              MOVE "S" TO WS-DEV-ATIVO
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF FS-CS = "00"
              MOVE "S" TO WS-CS-ATIVO
           END-IF.
           MOVE "S" TO WS-ABERTO.
       ABRE-FIM.
           EXIT.

      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE - STILL OPEN.
      *A SPOOL THAT WILL NOT OPEN IS TRIED ONCE PER RUN
       ABRE-SPOOL-PARA.
           IF WS-SPL-ABERTO = "S" OR WS-SPL-FALHOU = "S"
              GO TO ABRE-SPOOL-FIM
           END-IF.
           OPEN EXTEND SPOOL-FILE.
           IF FS-SPL NOT = "00" AND FS-SPL NOT = "05"
              DISPLAY "EMAIL.SPL OPEN FAILED: " FS-SPL
              MOVE "S" TO WS-SPL-FALHOU
              GO TO ABRE-SPOOL-FIM
           END-IF.
           MOVE "S" TO WS-SPL-ABERTO.
       ABRE-SPOOL-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-SPL-ABERTO = "S"
              CLOSE SPOOL-FILE
              MOVE "N" TO WS-SPL-ABERTO
           END-IF.
           IF WS-ENV-ABERTO = "S"
              CLOSE ENVIO-FILE
              MOVE "N" TO WS-ENV-ABERTO
           END-IF.
           IF WS-DEV-ATIVO = "S"
              CLOSE DEVOL-FILE
              MOVE "N" TO WS-DEV-ATIVO
           END-IF.
           IF WS-CS-ATIVO = "S"
              CLOSE CONSENT-FILE
              MOVE "N" TO WS-CS-ATIVO
           END-IF.
           MOVE "N" TO WS-SPL-FALHOU.
           MOVE "N" TO WS-ABERTO.
       FECHA-FIM.
           EXIT.

      *DECIDES THE CHANNEL - THE FIRST REASON FOUND FOR PAPER WINS
       ROTA-PARA.
           MOVE "P" TO ENV-CANAL.
           MOVE SPACES TO ENV-MSGID.
           IF ENV-EMAIL = SPACES
              MOVE "SEM E-MAIL" TO ENV-MOTIVO
              GO TO ROTA-FIM
           END-IF.
           PERFORM VALIDA-EMAIL-PARA THRU VALIDA-EMAIL-FIM.
           IF WS-EM-OK NOT = "S"
              MOVE "E-MAIL INVALIDO" TO ENV-MOTIVO
              GO TO ROTA-FIM
           END-IF.
           IF WS-DEV-ATIVO = "S"
              MOVE ENV-CODIGO TO DV-CODIGO
              READ DEVOL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DV-EMAIL = ENV-EMAIL
                       MOVE "E-MAIL DEVOLVIDO" TO ENV-MOTIVO
                       GO TO ROTA-FIM
                    END-IF
              END-READ
           END-IF.
           IF WS-CS-ATIVO = "S"
              MOVE ENV-CODIGO TO CS-CODIGO
              READ CONSENT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CS-FLAG(2) = "N"
                       MOVE "RECUSOU E-MAIL" TO ENV-MOTIVO
                       GO TO ROTA-FIM
                    END-IF
              END-READ
           END-IF.
           IF ENV-FUNC = "R" AND WS-SPL-ABERTO NOT = "S"
              MOVE "SPOOL INDISPONIVEL" TO ENV-MOTIVO
              GO TO ROTA-FIM
           END-IF.
           MOVE "E" TO ENV-CANAL.
           MOVE SPACES TO ENV-MOTIVO.
       ROTA-FIM.
           EXIT.

      *SHAPE CHECK ONLY - WHETHER THE MAILBOX EXISTS IS FOR THE
      *GATEWAY'S BOUNCES TO SAY
       VALIDA-EMAIL-PARA.
           MOVE "N" TO WS-EM-OK.
           MOVE ZERO TO WS-EM-TAM.
           INSPECT ENV-EMAIL TALLYING WS-EM-TAM
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-EM-TAM = ZERO
              GO TO VALIDA-EMAIL-FIM
           END-IF.
           IF WS-EM-TAM < 40
              IF ENV-EMAIL(WS-EM-TAM + 1:) NOT = SPACES
                 GO TO VALIDA-EMAIL-FIM
              END-IF
           END-IF.
           MOVE ZERO TO WS-EM-ARROBAS.
           INSPECT ENV-EMAIL TALLYING WS-EM-ARROBAS FOR ALL "@".
           IF WS-EM-ARROBAS NOT = 1
              GO TO VALIDA-EMAIL-FIM
           END-IF.
           MOVE ZERO TO WS-EM-POS.
           INSPECT ENV-EMAIL TALLYING WS-EM-POS
               FOR CHARACTERS BEFORE INITIAL "@".
      *    WS-EM-POS IS THE LENGTH OF THE NAME PART; THE DOMAIN NEEDS
      *    AT LEAST "X.X" AFTER THE "@"
           IF WS-EM-POS = ZERO OR WS-EM-POS + 4 > WS-EM-TAM
              GO TO VALIDA-EMAIL-FIM
           END-IF.
           COMPUTE WS-EM-DOM-TAM = WS-EM-TAM - WS-EM-POS - 1.
           MOVE ZERO TO WS-EM-PONTOS.
           INSPECT ENV-EMAIL(WS-EM-POS + 2:WS-EM-DOM-TAM)
               TALLYING WS-EM-PONTOS FOR ALL ".".
           IF WS-EM-PONTOS = ZERO
              OR ENV-EMAIL(WS-EM-POS + 2:1) = "."
              OR ENV-EMAIL(WS-EM-TAM:1) = "."
              GO TO VALIDA-EMAIL-FIM
           END-IF.
           MOVE "S" TO WS-EM-OK.
       VALIDA-EMAIL-FIM.
           EXIT.

      *HEADER OF ONE MESSAGE - RECIPIENT AND SUBJECT
       MENSAGEM-PARA.
           ADD 1 TO WS-MI-SEQ.
           MOVE ENV-CODIGO TO WS-MI-CODIGO.
           MOVE WS-MSGID TO ENV-MSGID.
           MOVE "T" TO SP-TIPO.
           MOVE ENV-EMAIL TO SP-TEXTO.
           PERFORM GRAVA-SPOOL-PARA THRU GRAVA-SPOOL-FIM.
           MOVE "S" TO SP-TIPO.
           MOVE ENV-TEXTO TO SP-TEXTO.
           PERFORM GRAVA-SPOOL-PARA THRU GRAVA-SPOOL-FIM.
       MENSAGEM-FIM.
           EXIT.

       GRAVA-SPOOL-PARA.
           IF WS-SPL-ABERTO NOT = "S"
              MOVE "90" TO ENV-RC
              GO TO GRAVA-SPOOL-FIM
           END-IF.
           MOVE ";" TO SP-SEP1 SP-SEP2.
           MOVE ENV-MSGID TO SP-MSGID.
           WRITE SPOOL-REC.
       GRAVA-SPOOL-FIM.
           EXIT.

      *ONE REGISTER LINE - THE CALLER HAS SET CANAL, MOTIVO, MSGID
      *AND DESTINO
       REGISTRA-PARA.
           IF WS-ENV-ABERTO NOT = "S"
              OPEN EXTEND ENVIO-FILE
              IF FS-ENV NOT = "00" AND FS-ENV NOT = "05"
                 DISPLAY "ENVIO.LOG OPEN FAILED: " FS-ENV
                 MOVE "90" TO ENV-RC
                 GO TO REGISTRA-FIM
              END-IF
              MOVE "S" TO WS-ENV-ABERTO
           END-IF.
           ACCEPT EN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO EN-HORA.
           MOVE ";" TO EN-SEP1 EN-SEP2 EN-SEP3 EN-SEP4 EN-SEP5
                       EN-SEP6 EN-SEP7.
           MOVE ENV-PROGRAMA TO EN-PROGRAMA.
           MOVE ENV-CODIGO TO EN-CODIGO.
           WRITE ENVIO-REC.
       REGISTRA-FIM.
           EXIT.
