      ******************************************************************
      *DESC    : Bounce-return import from the mail gateway - the      *
      *        : statements and dunning letters ENVIODOC spools to     *
      *        : EMAIL.SPL come back through the gateway's return feed *
      *        : EMAILRET.TXT when a mailbox refuses them, one line    *
      *        : per bounced message (MESSAGE-ID;E-MAIL;REASON). Each  *
      *        : bounce flags the client's address in EMAILDEV.DAT, so *
      *        : ENVIODOC routes the client back to paper and EXCLI    *
      *        : CONSULTA shows the desk the address to fix, and is    *
      *        : entered in the delivery register ENVIO.LOG. Lines     *
      *        : that cannot be applied go to EMAILRET.REJ with the    *
      *        : reason, and the run closes with the list of every     *
      *        : address still waiting for the desk.                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-21                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : The CODIGO comes from the message id (its last six    *
      *        : digits, see ENVIODOC). A bounce for an address the    *
      *        : client no longer has is not flagged - the desk has    *
      *        : already fixed it. Feeding the same message id twice   *
      *        : counts it once. After the feed, flags whose client    *
      *        : was removed or whose FD-EMAIL has since been changed  *
      *        : are dropped (the BANCORET feed/reject shape).         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMAILRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "EMAILRET.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RET.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
           SELECT OPTIONAL DEVOL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              DV-CODIGO
           FILE STATUS             FS-DEV.
           SELECT REJECT-FILE ASSIGN TO "EMAILRET.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO-FILE.
       01 RETORNO-LINE          PIC X(120).

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-NOME          PIC X(30).
          02 FD-END           PIC X(30).
          02 FD-BAIRRO        PIC X(20).
          02 FD-CIDADE        PIC X(20).
          02 FD-CEP           PIC X(09).
          02 FD-CREATED-DATE      PIC 9(08).
          02 FD-LAST-UPDATED-DATE PIC 9(08).
          02 FD-STATUS        PIC X(01).
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
          02 FD-CPF-CNPJ      PIC X(14).

      *ONE RECORD PER CLIENT WHOSE ADDRESS BOUNCED - THE ADDRESS,
      *THE LAST BOUNCE (DATE, MESSAGE, REASON) AND HOW MANY TIMES
       FD DEVOL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMAILDEV.DAT".
       01 REG-DEVOL.
          02 DV-CODIGO         PIC 9(06).
          02 DV-EMAIL          PIC X(40).
          02 DV-DATA           PIC 9(08).
          02 DV-MSGID          PIC X(24).
          02 DV-MOTIVO         PIC X(40).
          02 DV-QTD            PIC 9(03).

       FD REJECT-FILE.
       01 REJECT-LINE           PIC X(160).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-RET               PIC X(02) VALUE SPACES.
       77 FS-DEV               PIC X(02) VALUE SPACES.
       77 FS-REJ               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DEV-NOVO          PIC X     VALUE "N".
       77 WS-MOTIVO-REJ        PIC X(30) VALUE SPACES.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *ONE RETURN LINE, SPLIT
       01 WS-RT-MSGID          PIC X(24) VALUE SPACES.
       01 WS-RT-MSGID-R REDEFINES WS-RT-MSGID.
          05 FILLER            PIC X(18).
          05 WS-RT-CODIGO      PIC 9(06).
       01 WS-RT-EMAIL          PIC X(40) VALUE SPACES.
       01 WS-RT-MOTIVO         PIC X(40) VALUE SPACES.

      *DELIVERY REGISTER CALL (ENVIODOC "D")
       01 WS-ENV-PEDIDO.
          05 WS-ENV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-ENV-PROGRAMA   PIC X(08) VALUE "EMAILRET".
          05 WS-ENV-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-ENV-EMAIL      PIC X(40) VALUE SPACES.
          05 WS-ENV-TEXTO      PIC X(100) VALUE SPACES.
       01 WS-ENV-RESPOSTA.
          05 WS-ENV-RC         PIC X(02) VALUE SPACES.
          05 WS-ENV-CANAL      PIC X(01) VALUE SPACE.
          05 WS-ENV-MOTIVO     PIC X(20) VALUE SPACES.
          05 WS-ENV-MSGID      PIC X(24) VALUE SPACES.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-MARCADOS       PIC 9(07) VALUE ZERO.
          05 WS-REPETIDOS      PIC 9(07) VALUE ZERO.
          05 WS-REJEITADOS     PIC 9(07) VALUE ZERO.
          05 WS-LIMPOS         PIC 9(07) VALUE ZERO.
          05 WS-PENDENTES      PIC 9(07) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "EMAILRET".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM LIMPA-PARA THRU LIMPA-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           MOVE WS-MARCADOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN INPUT RETORNO-FILE.
           IF FS-RET NOT = "00"
              DISPLAY "EMAILRET.TXT OPEN FAILED: " FS-RET
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE RETORNO-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O DEVOL-FILE.
           IF FS-DEV = "35" OR FS-DEV = "05"
              CLOSE DEVOL-FILE
              OPEN OUTPUT DEVOL-FILE
              CLOSE DEVOL-FILE
              OPEN I-O DEVOL-FILE
           END-IF.
           IF FS-DEV NOT = "00"
              DISPLAY "EMAILDEV.DAT OPEN FAILED: " FS-DEV
              CLOSE RETORNO-FILE
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF FS-REJ NOT = "00"
              DISPLAY "EMAILRET.REJ OPEN FAILED: " FS-REJ
              CLOSE RETORNO-FILE
              CLOSE ARQCLI
              CLOSE DEVOL-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ RETORNO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM TRATA-RETORNO-PARA
                          THRU TRATA-RETORNO-FIM
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE BOUNCE - FLAGS THE CLIENT'S ADDRESS WHEN IT IS STILL THE
      *ONE THAT BOUNCED
       TRATA-RETORNO-PARA.
           MOVE SPACES TO WS-RT-MSGID WS-RT-EMAIL WS-RT-MOTIVO.
           UNSTRING RETORNO-LINE DELIMITED BY ";"
               INTO WS-RT-MSGID WS-RT-EMAIL WS-RT-MOTIVO
           END-UNSTRING.
           IF WS-RT-MSGID IS NOT NUMERIC
              MOVE "MESSAGE-ID INVALIDO" TO WS-MOTIVO-REJ
              GO TO REJEITA-PARA
           END-IF.
           MOVE WS-RT-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO-REJ
                 GO TO REJEITA-PARA
           END-READ.
           IF FD-EMAIL NOT = WS-RT-EMAIL
              MOVE "E-MAIL JA ALTERADO NO CLIENTE" TO WS-MOTIVO-REJ
              GO TO REJEITA-PARA
           END-IF.
           MOVE "N" TO WS-DEV-NOVO.
           MOVE WS-RT-CODIGO TO DV-CODIGO.
           READ DEVOL-FILE KEY IS DV-CODIGO
              INVALID KEY
                 MOVE WS-RT-EMAIL TO DV-EMAIL
                 MOVE ZERO TO DV-QTD
                 MOVE SPACES TO DV-MSGID
                 MOVE "S" TO WS-DEV-NOVO
           END-READ.
           IF DV-MSGID = WS-RT-MSGID
              ADD 1 TO WS-REPETIDOS
              GO TO TRATA-RETORNO-FIM
           END-IF.
      *    A FLAG LEFT FROM AN OLDER ADDRESS STARTS COUNTING AGAIN
           IF DV-EMAIL NOT = WS-RT-EMAIL
              MOVE WS-RT-EMAIL TO DV-EMAIL
              MOVE ZERO TO DV-QTD
           END-IF.
           ADD 1 TO DV-QTD.
           MOVE WS-DATA-SIS TO DV-DATA.
           MOVE WS-RT-MSGID TO DV-MSGID.
           MOVE WS-RT-MOTIVO TO DV-MOTIVO.
           IF WS-DEV-NOVO = "S"
              WRITE REG-DEVOL
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              REWRITE REG-DEVOL
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
           ADD 1 TO WS-MARCADOS.
           MOVE "D" TO WS-ENV-FUNC.
           MOVE WS-RT-CODIGO TO WS-ENV-CODIGO.
           MOVE WS-RT-EMAIL TO WS-ENV-EMAIL.
           MOVE WS-RT-MOTIVO TO WS-ENV-TEXTO.
           MOVE WS-RT-MSGID TO WS-ENV-MSGID.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           GO TO TRATA-RETORNO-FIM.
       REJEITA-PARA.
           ADD 1 TO WS-REJEITADOS.
           MOVE SPACES TO REJECT-LINE.
           STRING RETORNO-LINE DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  WS-MOTIVO-REJ DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
       TRATA-RETORNO-FIM.
           EXIT.

      *DROPS THE FLAGS THE DESK HAS ALREADY DEALT WITH AND LISTS THE
      *REST - THE ADDRESSES STILL TO BE FIXED
       LIMPA-PARA.
           DISPLAY "E-MAILS DEVOLVIDOS A CORRIGIR EM " WS-DATA-SIS.
           DISPLAY "CODIGO NOME                           "
                   "E-MAIL                                   QTD "
                   "ULTIMA".
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO DV-CODIGO.
           START DEVOL-FILE KEY IS NOT LESS DV-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ DEVOL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CONFERE-PARA THRU CONFERE-FIM
               END-READ
           END-PERFORM.
       LIMPA-EXIT-PARA.
           EXIT.

       CONFERE-PARA.
           MOVE DV-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE SPACES TO FD-EMAIL
           END-READ.
           IF FD-EMAIL NOT = DV-EMAIL
              DELETE DEVOL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-LIMPOS
              END-DELETE
              GO TO CONFERE-FIM
           END-IF.
           ADD 1 TO WS-PENDENTES.
           DISPLAY DV-CODIGO " " FD-NOME " " DV-EMAIL " " DV-QTD " "
                   DV-DATA.
           DISPLAY "       " DV-MOTIVO.
       CONFERE-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE RETORNO-FILE.
           CLOSE ARQCLI.
           CLOSE DEVOL-FILE.
           CLOSE REJECT-FILE.
           MOVE "X" TO WS-ENV-FUNC.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           DISPLAY " ".
           DISPLAY "RETORNOS LIDOS          : " WS-LIDOS.
           DISPLAY "ENDERECOS MARCADOS      : " WS-MARCADOS.
           DISPLAY "RETORNOS REPETIDOS      : " WS-REPETIDOS.
           DISPLAY "REJEITADOS (EMAILRET.REJ): " WS-REJEITADOS.
           DISPLAY "MARCAS JA CORRIGIDAS    : " WS-LIMPOS.
           DISPLAY "PENDENTES NO CADASTRO   : " WS-PENDENTES.
           IF WS-REJEITADOS > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
