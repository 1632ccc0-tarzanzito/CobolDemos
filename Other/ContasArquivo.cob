      ******************************************************************
      *DESC    : Settled-invoice archive run - CONTAS.DAT keeps every  *
      *        : invoice ever posted, and RELAGING, CARTACOB, JUROSMES *
      *        : and the EXCLI SALDO inquiry all read through years of *
      *        : closed items to find the open ones. Moves every item  *
      *        : settled before an operator-supplied cutoff - paid     *
      *        : ("Q") or written off ("P") - out of CONTAS.DAT into   *
      *        : the CONTAS-HIST.DAT history file (same layout, same   *
      *        : key), the CLIARCH shape. RELEXTRATO, LGPDACESSO and   *
      *        : INTEGAUDIT read both files.                           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-01                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Cutoff date (CCYYMMDD) from the command line. The     *
      *        : settlement date is CR-DATA-PGTO (CR-DATA when never   *
      *        : stamped) for a paid item and the write-off date in    *
      *        : PERDAS.TXT for a written-off one. Nothing GLINTF has  *
      *        : not finished with is moved: an item is held back in   *
      *        : CONTAS.DAT while cash is still waiting to go to the   *
      *        : ledger (CR-PAGO-INTF short of CR-PAGO), while its     *
      *        : billing month or write-off month is not closed in     *
      *        : PERIODO.CTL (PERIODCTL), or when its write-off cannot *
      *        : be found in PERDAS.TXT. Held items are listed with    *
      *        : the reason and the run ends RC 4. After the moves     *
      *        : both files are recounted and a control line is        *
      *        : appended to CTASARQ.LOG: items and amounts read,      *
      *        : moved and kept, and the before/after counts of both   *
      *        : files. The line says CONFERE when read = moved + kept *
      *        : and the recounts agree, DIVERGE (RC 8) otherwise.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTASARQ.

      *NO DECIMAL-POINT IS COMMA HERE, AS IN GLINTF: NOTHING IS
      *READ WITH NUMVAL, BUT THE CONTROL LINE KEEPS THE PLAIN
      *UNEDITED AMOUNTS THE OTHER REGISTERS USE
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              HC-CHAVE
           FILE STATUS             FS-HIST.
      *WRITE-OFF FEED APPENDED BY BAIXAPERDA - ONE LINE PER BAIXA:
      *CODIGO;FATURA;VALOR;DATA
           SELECT OPTIONAL PERDAS-FILE ASSIGN TO "PERDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PERDAS.
           SELECT OPTIONAL ARQ-LOG ASSIGN TO "CTASARQ.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS.DAT".
       01 REG-CONTA.
          02 CR-CHAVE.
             03 CR-CODIGO     PIC 9(06).
             03 CR-FATURA     PIC 9(06).
          02 CR-DATA           PIC 9(08).
          02 CR-VALOR          PIC 9(07)V99.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-QUITADA     VALUE "Q".
             88 CR-PERDA       VALUE "P".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

      *HISTORY FILE - SAME LAYOUT AND KEY AS CONTAS.DAT
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS-HIST.DAT".
       01 REG-HIST.
          02 HC-CHAVE.
             03 HC-CODIGO     PIC 9(06).
             03 HC-FATURA     PIC 9(06).
          02 HC-DATA           PIC 9(08).
          02 HC-VALOR          PIC 9(07)V99.
          02 HC-PAGO           PIC 9(07)V99.
          02 HC-RESTO          PIC X(35).

       FD PERDAS-FILE.
       01 PERDAS-LINE          PIC X(40).

      *ONE CONTROL LINE PER RUN
       FD ARQ-LOG.
       01 ARQLOG-REC.
          02 AL-DATA           PIC 9(08).
          02 FILLER            PIC X.
          02 AL-HORA           PIC 9(06).
          02 FILLER            PIC X.
          02 AL-CORTE          PIC 9(08).
          02 FILLER            PIC X.
          02 AL-LIDOS          PIC 9(07).
          02 FILLER            PIC X.
          02 AL-VALOR-LIDO     PIC 9(11)V99.
          02 FILLER            PIC X.
          02 AL-MOVIDOS        PIC 9(07).
          02 FILLER            PIC X.
          02 AL-VALOR-MOVIDO   PIC 9(11)V99.
          02 FILLER            PIC X.
          02 AL-PAGO-MOVIDO    PIC 9(11)V99.
          02 FILLER            PIC X.
          02 AL-MANTIDOS       PIC 9(07).
          02 FILLER            PIC X.
          02 AL-RETIDOS        PIC 9(07).
          02 FILLER            PIC X.
          02 AL-CTAS-DEPOIS    PIC 9(07).
          02 FILLER            PIC X.
          02 AL-HIST-ANTES     PIC 9(07).
          02 FILLER            PIC X.
          02 AL-HIST-DEPOIS    PIC 9(07).
          02 FILLER            PIC X.
          02 AL-SITUACAO       PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-PERDAS            PIC X(02) VALUE SPACES.
       77 FS-LOG               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CUTOFF-PARM       PIC X(08) VALUE SPACES.
       77 WS-CUTOFF            PIC 9(08) VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-DATA-LIQ          PIC 9(08) VALUE ZERO.
       01 WS-DATA-BAIXA        PIC 9(08) VALUE ZERO.
       01 WS-MOTIVO            PIC X(34) VALUE SPACES.

      *WRITE-OFF DATES LOADED FROM PERDAS.TXT - THE LATEST BAIXA OF
      *AN INVOICE WINS
       01 WS-PER-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-P                 PIC 9(05) VALUE ZERO.
       01 WS-PER-CHEIA         PIC X     VALUE "N".
       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 5000 TIMES.
             10 WS-PER-CHAVE   PIC X(12).
             10 WS-PER-DATA    PIC 9(08).
       01 WS-PER-IN.
          05 WS-PI-CODIGO      PIC X(06) VALUE SPACES.
          05 WS-PI-FATURA      PIC X(06) VALUE SPACES.
          05 WS-PI-VALOR       PIC X(12) VALUE SPACES.
          05 WS-PI-DATA        PIC X(08) VALUE SPACES.
       01 WS-PI-CHAVE          PIC X(12) VALUE SPACES.

      *PERIOD SITUATION FROM PERIODCTL - THE LAST ANSWER IS KEPT, AS
      *CONSECUTIVE INVOICES MOSTLY SHARE A MONTH
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-SIT           PIC X     VALUE "A".
       01 WS-ULT-PERIODO       PIC 9(06) VALUE ZERO.
       01 WS-ULT-SIT           PIC X     VALUE SPACE.

      *TIE-OUT FIGURES
       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-MOVIDOS        PIC 9(07) VALUE ZERO.
          05 WS-MANTIDOS       PIC 9(07) VALUE ZERO.
          05 WS-RETIDOS        PIC 9(07) VALUE ZERO.
          05 WS-REGRAVADOS     PIC 9(07) VALUE ZERO.
          05 WS-CTAS-DEPOIS    PIC 9(07) VALUE ZERO.
          05 WS-HIST-ANTES     PIC 9(07) VALUE ZERO.
          05 WS-HIST-ESPERADO  PIC 9(07) VALUE ZERO.
          05 WS-HIST-DEPOIS    PIC 9(07) VALUE ZERO.
          05 WS-HIST-QTD       PIC 9(07) VALUE ZERO.
       01 WS-VALORES.
          05 WS-VALOR-LIDO     PIC 9(11)V99 VALUE ZERO.
          05 WS-VALOR-MOVIDO   PIC 9(11)V99 VALUE ZERO.
          05 WS-PAGO-MOVIDO    PIC 9(11)V99 VALUE ZERO.
          05 WS-VALOR-MANTIDO  PIC 9(11)V99 VALUE ZERO.
          05 WS-VALOR-DEPOIS   PIC 9(11)V99 VALUE ZERO.
          05 WS-HIST-VLR-ESPER PIC 9(11)V99 VALUE ZERO.
          05 WS-HIST-VLR       PIC 9(11)V99 VALUE ZERO.
       01 WS-CONFERE           PIC X     VALUE "S".
       01 WS-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "CTASARQ".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-HORA TO WS-START-TIME.
           ACCEPT WS-CUTOFF-PARM FROM COMMAND-LINE.
           IF WS-CUTOFF-PARM IS NOT NUMERIC
              DISPLAY "INFORME A DATA DE CORTE (AAAAMMDD)"
              MOVE 8 TO WS-RC
              GO TO FIM-PARA
           END-IF.
           MOVE WS-CUTOFF-PARM TO WS-CUTOFF.
           IF WS-CUTOFF > WS-DATA-SIS
              DISPLAY "DATA DE CORTE NO FUTURO: " WS-CUTOFF
              MOVE 8 TO WS-RC
              GO TO FIM-PARA
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM PERDAS-PARA THRU PERDAS-EXIT-PARA.
           PERFORM CONTA-HIST-PARA THRU CONTA-HIST-EXIT-PARA.
           MOVE WS-HIST-QTD TO WS-HIST-ANTES WS-HIST-ESPERADO.
           MOVE WS-HIST-VLR TO WS-HIST-VLR-ESPER.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CONFERE-PARA THRU CONFERE-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           MOVE WS-MOVIDOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN I-O CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O HIST-FILE.
           IF FS-HIST = "35" OR FS-HIST = "05"
              CLOSE HIST-FILE
              OPEN OUTPUT HIST-FILE
              CLOSE HIST-FILE
              OPEN I-O HIST-FILE
           END-IF.
           IF FS-HIST NOT = "00"
              DISPLAY "CONTAS-HIST.DAT OPEN FAILED: " FS-HIST
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN EXTEND ARQ-LOG.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-LOG NOT = "00" AND FS-LOG NOT = "05"
              DISPLAY "CTASARQ.LOG OPEN FAILED: " FS-LOG
              CLOSE CONTAS-FILE
              CLOSE HIST-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           DISPLAY "ARQUIVANDO FATURAS LIQUIDADAS ANTES DE "
                   WS-CUTOFF.
       OPEN-EXIT-PARA.
           EXIT.

      *WRITE-OFF DATES - WITHOUT PERDAS.TXT NO WRITTEN-OFF ITEM CAN
      *BE PROVED INTERFACED, SO NONE IS MOVED
       PERDAS-PARA.
           OPEN INPUT PERDAS-FILE.
           IF FS-PERDAS NOT = "00"
              CLOSE PERDAS-FILE
              GO TO PERDAS-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PERDAS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PERDA-LINHA-PARA
                          THRU PERDA-LINHA-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE PERDAS-FILE.
           IF WS-PER-CHEIA = "S"
              DISPLAY "AVISO: PERDAS.TXT COM MAIS DE 5000 BAIXAS - "
                      "AS EXCEDENTES FICAM EM CONTAS.DAT"
           END-IF.
       PERDAS-EXIT-PARA.
           EXIT.

       PERDA-LINHA-PARA.
           MOVE SPACES TO WS-PER-IN.
           UNSTRING PERDAS-LINE DELIMITED BY ";"
               INTO WS-PI-CODIGO WS-PI-FATURA WS-PI-VALOR WS-PI-DATA
           END-UNSTRING.
           IF WS-PI-CODIGO IS NOT NUMERIC
              OR WS-PI-FATURA IS NOT NUMERIC
              OR WS-PI-DATA IS NOT NUMERIC
              GO TO PERDA-LINHA-EXIT-PARA
           END-IF.
           STRING WS-PI-CODIGO WS-PI-FATURA DELIMITED BY SIZE
               INTO WS-PI-CHAVE
           END-STRING.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PER-COUNT
                      OR WS-PER-CHAVE(WS-P) = WS-PI-CHAVE
               CONTINUE
           END-PERFORM.
           IF WS-P > WS-PER-COUNT
              IF WS-PER-COUNT >= 5000
                 MOVE "S" TO WS-PER-CHEIA
                 GO TO PERDA-LINHA-EXIT-PARA
              END-IF
              ADD 1 TO WS-PER-COUNT
              MOVE WS-PER-COUNT TO WS-P
              MOVE WS-PI-CHAVE TO WS-PER-CHAVE(WS-P)
              MOVE ZERO TO WS-PER-DATA(WS-P)
           END-IF.
           IF WS-PI-DATA > WS-PER-DATA(WS-P)
              MOVE WS-PI-DATA TO WS-PER-DATA(WS-P)
           END-IF.
       PERDA-LINHA-EXIT-PARA.
           EXIT.

      *COUNTS AND TOTALS THE HISTORY FILE AS IT STANDS
       CONTA-HIST-PARA.
           MOVE ZERO TO WS-HIST-QTD WS-HIST-VLR.
           MOVE LOW-VALUES TO HC-CHAVE.
           START HIST-FILE KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   GO TO CONTA-HIST-EXIT-PARA
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-QTD
                       ADD HC-VALOR TO WS-HIST-VLR
               END-READ
           END-PERFORM.
       CONTA-HIST-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           DISPLAY " ".
           DISPLAY "FATURAS RETIDAS EM CONTAS.DAT:".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       ADD CR-VALOR TO WS-VALOR-LIDO
                       PERFORM AVALIA-PARA THRU AVALIA-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *DECIDES ONE ITEM - ONLY A SETTLED ITEM BEFORE THE CUTOFF IS A
      *CANDIDATE, AND IT MOVES ONLY WHEN GLINTF IS DONE WITH IT
       AVALIA-PARA.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
              WHEN CR-QUITADA
                 IF CR-DATA-PGTO > ZERO
                    MOVE CR-DATA-PGTO TO WS-DATA-LIQ
                 ELSE
                    MOVE CR-DATA TO WS-DATA-LIQ
                 END-IF
                 IF WS-DATA-LIQ NOT < WS-CUTOFF
                    GO TO AVALIA-MANTEM
                 END-IF
              WHEN CR-PERDA
                 PERFORM DATA-BAIXA-PARA THRU DATA-BAIXA-EXIT-PARA
                 IF WS-DATA-BAIXA = ZERO
                    MOVE "BAIXA NAO ENCONTRADA EM PERDAS.TXT"
                         TO WS-MOTIVO
                    GO TO AVALIA-RETEM
                 END-IF
                 IF WS-DATA-BAIXA NOT < WS-CUTOFF
                    GO TO AVALIA-MANTEM
                 END-IF
              WHEN OTHER
                 GO TO AVALIA-MANTEM
           END-EVALUATE.
           IF CR-PAGO-INTF < CR-PAGO
              MOVE "RECEBIMENTO NAO INTERFACEADO" TO WS-MOTIVO
              GO TO AVALIA-RETEM
           END-IF.
           MOVE CR-DATA(1:6) TO WS-PERIODO.
           PERFORM SITUACAO-PARA THRU SITUACAO-EXIT-PARA.
           IF WS-PER-SIT NOT = "F"
              MOVE "MES DE FATURAMENTO NAO FECHADO" TO WS-MOTIVO
              GO TO AVALIA-RETEM
           END-IF.
           IF CR-PERDA
              MOVE WS-DATA-BAIXA(1:6) TO WS-PERIODO
              PERFORM SITUACAO-PARA THRU SITUACAO-EXIT-PARA
              IF WS-PER-SIT NOT = "F"
                 MOVE "MES DA BAIXA NAO FECHADO" TO WS-MOTIVO
                 GO TO AVALIA-RETEM
              END-IF
           END-IF.
           PERFORM MOVE-PARA THRU MOVE-EXIT-PARA.
           GO TO AVALIA-EXIT-PARA.
       AVALIA-RETEM.
           ADD 1 TO WS-RETIDOS.
           DISPLAY "  " CR-CODIGO "/" CR-FATURA " " CR-STATUS " "
                   WS-MOTIVO.
       AVALIA-MANTEM.
           ADD 1 TO WS-MANTIDOS.
           ADD CR-VALOR TO WS-VALOR-MANTIDO.
       AVALIA-EXIT-PARA.
           EXIT.

       DATA-BAIXA-PARA.
           MOVE ZERO TO WS-DATA-BAIXA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PER-COUNT
                      OR WS-PER-CHAVE(WS-P) = CR-CHAVE
               CONTINUE
           END-PERFORM.
           IF WS-P NOT > WS-PER-COUNT
              MOVE WS-PER-DATA(WS-P) TO WS-DATA-BAIXA
           END-IF.
       DATA-BAIXA-EXIT-PARA.
           EXIT.

      *A MONTH CLOSED IN PERIODO.CTL WAS INTERFACED AND TIED OUT BY
      *GLINTF - THE SAME TEST GLINTF MAKES BEFORE A RE-CUT
       SITUACAO-PARA.
           IF WS-PERIODO = WS-ULT-PERIODO AND WS-ULT-SIT NOT = SPACE
              MOVE WS-ULT-SIT TO WS-PER-SIT
              GO TO SITUACAO-EXIT-PARA
           END-IF.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           MOVE WS-PERIODO TO WS-ULT-PERIODO.
           MOVE WS-PER-SIT TO WS-ULT-SIT.
       SITUACAO-EXIT-PARA.
           EXIT.

      *HISTORY FIRST, THEN THE LIVE DELETE - A RERUN AFTER A FAILURE
      *BETWEEN THE TWO FINDS THE ITEM ALREADY IN THE HISTORY FILE
      *AND REPLACES IT WITH THE LIVE IMAGE (THE CLIARCH RULE)
       MOVE-PARA.
           MOVE CR-CHAVE TO HC-CHAVE.
           READ HIST-FILE KEY IS HC-CHAVE
              INVALID KEY
                 MOVE REG-CONTA TO REG-HIST
                 WRITE REG-HIST
                    INVALID KEY
                       DISPLAY "ERRO GRAVANDO CONTAS-HIST.DAT "
                               CR-CODIGO "/" CR-FATURA " (" FS-HIST ")"
                       MOVE 8 TO WS-RC
                       GO TO MOVE-FALHOU
                 END-WRITE
                 ADD 1 TO WS-HIST-ESPERADO
                 ADD CR-VALOR TO WS-HIST-VLR-ESPER
              NOT INVALID KEY
                 ADD 1 TO WS-REGRAVADOS
                 SUBTRACT HC-VALOR FROM WS-HIST-VLR-ESPER
                 ADD CR-VALOR TO WS-HIST-VLR-ESPER
                 MOVE REG-CONTA TO REG-HIST
                 REWRITE REG-HIST
                    INVALID KEY
                       DISPLAY "ERRO REGRAVANDO CONTAS-HIST.DAT "
                               CR-CODIGO "/" CR-FATURA " (" FS-HIST ")"
                       MOVE 8 TO WS-RC
                       GO TO MOVE-FALHOU
                 END-REWRITE
           END-READ.
           DELETE CONTAS-FILE
              INVALID KEY
                 DISPLAY "ERRO EXCLUINDO DE CONTAS.DAT "
                         CR-CODIGO "/" CR-FATURA " (" FS-CR ")"
                 MOVE 8 TO WS-RC
                 GO TO MOVE-FALHOU
           END-DELETE.
           ADD 1 TO WS-MOVIDOS.
           ADD CR-VALOR TO WS-VALOR-MOVIDO.
           ADD CR-PAGO TO WS-PAGO-MOVIDO.
           GO TO MOVE-EXIT-PARA.
       MOVE-FALHOU.
           ADD 1 TO WS-MANTIDOS.
           ADD CR-VALOR TO WS-VALOR-MANTIDO.
       MOVE-EXIT-PARA.
           EXIT.

      *RECOUNTS BOTH FILES AND TIES THEM TO WHAT THE RUN DID
       CONFERE-PARA.
           MOVE LOW-VALUES TO CR-CHAVE.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CTAS-DEPOIS
                       ADD CR-VALOR TO WS-VALOR-DEPOIS
               END-READ
           END-PERFORM.
           PERFORM CONTA-HIST-PARA THRU CONTA-HIST-EXIT-PARA.
           MOVE WS-HIST-QTD TO WS-HIST-DEPOIS.
           MOVE "S" TO WS-CONFERE.
           IF WS-LIDOS NOT = WS-MOVIDOS + WS-MANTIDOS
              OR WS-VALOR-LIDO NOT = WS-VALOR-MOVIDO
                                     + WS-VALOR-MANTIDO
              MOVE "N" TO WS-CONFERE
              DISPLAY "DIVERGENCIA: LIDOS <> MOVIDOS + MANTIDOS"
           END-IF.
           IF WS-CTAS-DEPOIS NOT = WS-MANTIDOS
              OR WS-VALOR-DEPOIS NOT = WS-VALOR-MANTIDO
              MOVE "N" TO WS-CONFERE
              DISPLAY "DIVERGENCIA: RECONTAGEM DE CONTAS.DAT"
           END-IF.
      *    A RE-MOVED ITEM REPLACES ITS OLD HISTORY IMAGE, SO THE
      *    HISTORY GROWS BY THE NEW ITEMS ONLY
           IF WS-HIST-DEPOIS NOT = WS-HIST-ESPERADO
              OR WS-HIST-VLR NOT = WS-HIST-VLR-ESPER
              MOVE "N" TO WS-CONFERE
              DISPLAY "DIVERGENCIA: RECONTAGEM DE CONTAS-HIST.DAT"
           END-IF.
       CONFERE-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO ARQLOG-REC.
           MOVE WS-DATA-SIS TO AL-DATA.
           MOVE WS-HORA TO AL-HORA.
           MOVE WS-CUTOFF TO AL-CORTE.
           MOVE WS-LIDOS TO AL-LIDOS.
           MOVE WS-VALOR-LIDO TO AL-VALOR-LIDO.
           MOVE WS-MOVIDOS TO AL-MOVIDOS.
           MOVE WS-VALOR-MOVIDO TO AL-VALOR-MOVIDO.
           MOVE WS-PAGO-MOVIDO TO AL-PAGO-MOVIDO.
           MOVE WS-MANTIDOS TO AL-MANTIDOS.
           MOVE WS-RETIDOS TO AL-RETIDOS.
           MOVE WS-CTAS-DEPOIS TO AL-CTAS-DEPOIS.
           MOVE WS-HIST-ANTES TO AL-HIST-ANTES.
           MOVE WS-HIST-DEPOIS TO AL-HIST-DEPOIS.
           IF WS-CONFERE = "S"
              MOVE "CONFERE" TO AL-SITUACAO
           ELSE
              MOVE "DIVERGE" TO AL-SITUACAO
           END-IF.
           WRITE ARQLOG-REC.
           CLOSE CONTAS-FILE.
           CLOSE HIST-FILE.
           CLOSE ARQ-LOG.
           DISPLAY " ".
           DISPLAY "FATURAS LIDAS             : " WS-LIDOS.
           MOVE WS-VALOR-LIDO TO WS-EDIT.
           DISPLAY "  VALOR                   : " WS-EDIT.
           DISPLAY "FATURAS ARQUIVADAS        : " WS-MOVIDOS.
           MOVE WS-VALOR-MOVIDO TO WS-EDIT.
           DISPLAY "  VALOR                   : " WS-EDIT.
           MOVE WS-PAGO-MOVIDO TO WS-EDIT.
           DISPLAY "  PAGO                    : " WS-EDIT.
           DISPLAY "FATURAS MANTIDAS          : " WS-MANTIDOS.
           MOVE WS-VALOR-MANTIDO TO WS-EDIT.
           DISPLAY "  VALOR                   : " WS-EDIT.
           DISPLAY "  RETIDAS (GLINTF)        : " WS-RETIDOS.
           DISPLAY "CONTAS.DAT APOS A CARGA   : " WS-CTAS-DEPOIS.
           DISPLAY "CONTAS-HIST.DAT ANTES     : " WS-HIST-ANTES.
           DISPLAY "CONTAS-HIST.DAT DEPOIS    : " WS-HIST-DEPOIS.
           DISPLAY "CONFERENCIA               : " AL-SITUACAO.
           IF WS-CONFERE NOT = "S"
              MOVE 8 TO WS-RC
           END-IF.
           IF WS-RC = ZERO AND WS-RETIDOS > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
