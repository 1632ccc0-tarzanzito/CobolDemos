      *        : instead of sending the same first reminder forever.   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.5.0                                                 *
      *NOTES   : Items inside 30 days (bucket ATE 30) are current and  *
      *        : get no letter. The letter level of an invoice is the  *
      *        : bucket level (2 = 31-60, 3 = 61-90, 4 = MAIS DE 90)   *
      *        : level plus one, capped at 4 - so a client stuck in    *
      *        : the same bucket still sees the tone harden. The       *
      *        : letter's wording follows the worst item on it.        *
      *        : Letters go to the client's billing address (type C in *
      *        : CLIEND.DAT, kept from EXCLI) with its A/C line when   *
      *        : there is one; a client without one gets the master    *
      *        : address as before.                                    *
      *        : Each letter goes through ENVIODOC: a client with a    *
      *        : good, unbounced e-mail (and no refusal of the e-mail  *
      *        : channel) gets it as one message in the mail gateway's *
      *        : spool EMAIL.SPL - subject by the letter level, same   *
      *        : wording and item list, no envelope address block;     *
      *        : everyone else is printed in CARTAS.TXT as before.     *
      *        : Every letter is entered in the delivery register      *
      *        : ENVIO.LOG and the run closes with the count per       *
      *        : channel. The escalation in CARTAS.DAT is the same     *
      *        : whichever way the letter went.                        *
      *        : An overdue invoice under an open promise to pay       *
      *        : (PROMESSA.DAT, taken from EXCTAS: date not yet passed *
      *        : and the promised amount not yet paid since) is left   *
      *        : off the letter and its CARTAS.DAT level is not        *
      *        : touched. When the promise lapses the invoice goes     *
      *        : back on the letters one level past the last one sent, *
      *        : by the usual rule.                                    *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      *        : The run is logged through RUNLOG (completion code 0   *
      *        : or 8) and ends with GOBACK, so the month-end close    *
      *        : driver FECHAMES can CALL it as a step and take its    *
      *        : code from RUNLOG.DAT.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
           ACCESS MODE             DYNAMIC
           RECORD KEY              CT-CHAVE
           FILE STATUS             FS-CT.
      *EXTRA CLIENT ADDRESSES MAINTAINED FROM EXCLI - THE BILLING
      *("C") ADDRESS, WHEN THERE IS ONE, REPLACES THE MASTER ADDRESS
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
      *PROMISES TO PAY TAKEN FROM EXCTAS - AN INVOICE UNDER AN OPEN
      *PROMISE IS NOT ESCALATED
           SELECT OPTIONAL PROM-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PR-CHAVE
           FILE STATUS             FS-PR.
           SELECT CARTAS-FILE ASSIGN TO "CARTAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CARTA.
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
      *TAXPAYER DOCUMENT - FD-TIPO-DOC "F" = CPF (11 DIGITS), "J" =
      *CNPJ (14 DIGITS); FD-CPF-CNPJ HOLDS THE DIGITS ONLY, LEFT-
      *JUSTIFIED. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 15 BYTES, SO AN
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

      *ONE CONTROL RECORD PER DUNNED INVOICE - LEVEL AND DATE OF THE
      *LAST LETTER THAT MENTIONED IT
          02 CT-NIVEL          PIC 9(01).
          02 CT-DATA-ENVIO     PIC 9(08).

      *SAME LAYOUT EXCLI (Test.cob) MAINTAINS
       FD ENDER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIEND.DAT".
       01 REG-ENDER.
          02 CE-CHAVE.
             03 CE-CODIGO     PIC 9(06).
             03 CE-TIPO       PIC X(01).
          02 CE-ENDER         PIC X(30).
          02 CE-BAIRRO        PIC X(20).
          02 CE-CIDADE        PIC X(20).
          02 CE-CEP           PIC X(09).
          02 CE-CONTATO       PIC X(30).
          02 CE-DATA          PIC 9(08).
          02 CE-OPERADOR      PIC X(08).

      *SAME LAYOUT EXCTAS (ContasTela.cob) WRITES
       FD PROM-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PROMESSA.DAT".
       01 REG-PROMESSA.
          02 PR-CHAVE.
             03 PR-CODIGO     PIC 9(06).
             03 PR-FATURA     PIC 9(06).
          02 PR-VALOR          PIC 9(07)V99.
          02 PR-DATA-PROM      PIC 9(08).
          02 PR-OPERADOR       PIC X(08).
          02 PR-DATA-REG       PIC 9(08).
          02 PR-PAGO-BASE      PIC 9(07)V99.
          02 PR-STATUS         PIC X(01).
             88 PR-ABERTA      VALUE "A".
          02 PR-DATA-BAIXA     PIC 9(08).

       FD CARTAS-FILE.
       01 CARTA-LINE           PIC X(100).

       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CT                PIC X(02) VALUE SPACES.
       77 FS-CARTA             PIC X(02) VALUE SPACES.
       77 FS-END               PIC X(02) VALUE SPACES.
       77 WS-END-ATIVO         PIC X     VALUE "N".
       77 FS-PR                PIC X(02) VALUE SPACES.
       77 WS-PR-ATIVO          PIC X     VALUE "N".
       77 WS-END-CONTATO       PIC X(30) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       01 WS-EDIT              PIC Z.ZZZ.ZZ9,99.
       01 WS-CARTAS-COUNT      PIC 9(05) VALUE ZERO.
       01 WS-ITENS-COUNT       PIC 9(05) VALUE ZERO.
       01 WS-CARTAS-EMAIL      PIC 9(05) VALUE ZERO.
       01 WS-CARTAS-PAPEL      PIC 9(05) VALUE ZERO.
       01 WS-PROMESSAS-COUNT   PIC 9(05) VALUE ZERO.

      *DELIVERY CHANNEL (ENVIODOC) - "E" SENDS THE LETTER TO THE
      *E-MAIL SPOOL, "P" PRINTS IT IN CARTAS.TXT AS BEFORE
       01 WS-ENV-PEDIDO.
          05 WS-ENV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-ENV-PROGRAMA   PIC X(08) VALUE "CARTACOB".
          05 WS-ENV-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-ENV-EMAIL      PIC X(40) VALUE SPACES.
          05 WS-ENV-TEXTO      PIC X(100) VALUE SPACES.
       01 WS-ENV-RESPOSTA.
          05 WS-ENV-RC         PIC X(02) VALUE SPACES.
          05 WS-ENV-CANAL      PIC X(01) VALUE SPACE.
          05 WS-ENV-MOTIVO     PIC X(20) VALUE SPACES.
          05 WS-ENV-MSGID      PIC X(24) VALUE SPACES.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "CARTACOB".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "CARTAS.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "CARTACOB".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           GO TO EXIT-PARA.

       OPEN-PARA.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN I-O CARTAS-CTL.
              DISPLAY "CARTAS.DAT OPEN FAILED: " FS-CT
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT CARTAS-FILE.
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE CARTAS-CTL
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT ENDER-FILE.
           IF FS-END = "00"
              MOVE "S" TO WS-END-ATIVO
           END-IF.
           OPEN INPUT PROM-FILE.
           IF FS-PR = "00"
              MOVE "S" TO WS-PR-ATIVO
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

              GO TO TRATA-ITEM-FIM
           END-IF.
           PERFORM NIVEL-PARA THRU NIVEL-FIM.
      *    LEVEL ZERO - UNDER AN OPEN PROMISE TO PAY, NO LETTER
           IF WS-NIVEL = ZERO
              ADD 1 TO WS-PROMESSAS-COUNT
              GO TO TRATA-ITEM-FIM
           END-IF.
           IF WS-CLI-TEM = "N"
              MOVE CR-CODIGO TO WS-CLI-ATUAL
              MOVE "S" TO WS-CLI-TEM
      *RESOLVES THE LETTER LEVEL OF THE CURRENT INVOICE: THE BUCKET
      *LEVEL (2/3/4), ESCALATED PAST THE LAST LETTER SENT WHEN THE
      *BUCKET ALONE WOULD REPEAT IT, CAPPED AT 4 - AND RECORDS THE
      *LEVEL AND RUN DATE BACK INTO THE CONTROL FILE. AN INVOICE
      *UNDER AN OPEN PROMISE TO PAY (DATE NOT PASSED, PROMISED AMOUNT
      *NOT YET IN) COMES BACK AT LEVEL ZERO WITH THE CONTROL FILE
      *UNTOUCHED; ONCE THE PROMISE LAPSES THE RULE ABOVE PUTS IT ONE
      *LEVEL PAST THE LAST LETTER
       NIVEL-PARA.
           IF WS-PR-ATIVO = "S"
              MOVE CR-CHAVE TO PR-CHAVE
              READ PROM-FILE KEY IS PR-CHAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PR-ABERTA AND PR-DATA-PROM >= WS-DATA-SIS
                       AND CR-PAGO - PR-PAGO-BASE < PR-VALOR
                       MOVE ZERO TO WS-NIVEL
                       GO TO NIVEL-FIM
                    END-IF
              END-READ
           END-IF.
           EVALUATE TRUE
              WHEN WS-DIAS <= 60
                 MOVE 2 TO WS-NIVEL
           EXIT.

      *ONE LETTER PER OVERDUE CLIENT - ADDRESS BLOCK, WORDING BY THE
      *WORST LEVEL ON THE LETTER, THE ITEM LIST AND THE TOTAL. AN
      *E-MAILED LETTER HAS NO ADDRESS BLOCK AND ITS SUBJECT FOLLOWS
      *THE WORST LEVEL
       SOLTA-CARTA-PARA.
           IF WS-ITEM-COUNT = ZERO
              MOVE "N" TO WS-CLI-TEM
                 MOVE SPACES TO FD-BAIRRO
                 MOVE SPACES TO FD-CIDADE
                 MOVE SPACES TO FD-CEP
                 MOVE SPACES TO FD-EMAIL
           END-READ.
           MOVE "R" TO WS-ENV-FUNC.
           MOVE WS-CLI-ATUAL TO WS-ENV-CODIGO.
           MOVE FD-EMAIL TO WS-ENV-EMAIL.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           IF WS-ENV-CANAL = "E"
              EVALUATE WS-CLI-NIVEL-MAX
                 WHEN 2
                    MOVE "LEMBRETE - FATURAS EM ABERTO"
                         TO WS-ENV-TEXTO
                 WHEN 3
                    MOVE "SEGUNDO AVISO - FATURAS EM ABERTO"
                         TO WS-ENV-TEXTO
                 WHEN OTHER
                    MOVE "AVISO FINAL - FATURAS EM ABERTO"
                         TO WS-ENV-TEXTO
              END-EVALUATE
              MOVE "M" TO WS-ENV-FUNC
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
              MOVE SPACES TO CARTA-LINE
              STRING "PREZADO CLIENTE " DELIMITED BY SIZE
                     FD-NOME DELIMITED BY SIZE
                     INTO CARTA-LINE
              END-STRING
              PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
              GO TO SOLTA-CARTA-TEXTO
           END-IF.
           PERFORM COBRANCA-PARA THRU COBRANCA-FIM.
           WRITE CARTA-LINE FROM FD-NOME.
           IF WS-END-CONTATO NOT = SPACES
              MOVE SPACES TO CARTA-LINE
              STRING "A/C " DELIMITED BY SIZE
                     WS-END-CONTATO DELIMITED BY SIZE
                     INTO CARTA-LINE
              END-STRING
              WRITE CARTA-LINE
           END-IF.
           WRITE CARTA-LINE FROM FD-END.
           MOVE SPACES TO CARTA-LINE.
           STRING FD-BAIRRO DELIMITED BY SIZE
           END-STRING.
           WRITE CARTA-LINE.
           WRITE CARTA-LINE FROM FD-CEP.
       SOLTA-CARTA-TEXTO.
           MOVE SPACES TO CARTA-LINE.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           MOVE SPACES TO CARTA-LINE.
           STRING "CLIENTE " DELIMITED BY SIZE
                  WS-CLI-ATUAL DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           MOVE SPACES TO CARTA-LINE.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           EVALUATE WS-CLI-NIVEL-MAX
              WHEN 2
                 MOVE "LEMBRETE: CONSTAM EM NOSSOS REGISTROS AS"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "FATURAS ABAIXO, AINDA EM ABERTO. CASO JA"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "TENHA PAGO, DESCONSIDERE ESTE AVISO."
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
              WHEN 3
                 MOVE "SEGUNDO AVISO: AS FATURAS ABAIXO PERMANECEM"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "EM ABERTO. SOLICITAMOS A REGULARIZACAO EM"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "ATE 10 DIAS OU CONTATO COM NOSSA COBRANCA."
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
              WHEN OTHER
                 MOVE "AVISO FINAL: AS FATURAS ABAIXO SEGUEM EM"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "ABERTO HA MAIS DE 90 DIAS. SEM O PAGAMENTO"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "EM 5 DIAS O CREDITO SERA SUSPENSO E O CASO"
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
                 MOVE "ENCAMINHADO A COBRANCA JUDICIAL."
                      TO CARTA-LINE
                 PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
           END-EVALUATE.
           MOVE SPACES TO CARTA-LINE.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           MOVE "FATURA  EMISSAO         SALDO  DIAS  AVISO"
                TO CARTA-LINE.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-IT-SALDO(WS-ITEM-IDX) TO WS-EDIT
                      WS-IT-NIVEL(WS-ITEM-IDX) DELIMITED BY SIZE
                      INTO CARTA-LINE
               END-STRING
               PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM
           END-PERFORM.
           MOVE WS-CLI-TOTAL TO WS-EDIT.
           MOVE SPACES TO CARTA-LINE.
                  WS-EDIT DELIMITED BY SIZE
                  INTO CARTA-LINE
           END-STRING.
           PERFORM EMITE-LINHA-PARA THRU EMITE-LINHA-FIM.
           IF WS-ENV-CANAL = "E"
              MOVE "F" TO WS-ENV-FUNC
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
              ADD 1 TO WS-CARTAS-EMAIL
           ELSE
              MOVE SPACES TO CARTA-LINE
              WRITE CARTA-LINE
              MOVE ALL "=" TO CARTA-LINE
              WRITE CARTA-LINE
              MOVE SPACES TO CARTA-LINE
              WRITE CARTA-LINE
              MOVE "P" TO WS-ENV-FUNC
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
              ADD 1 TO WS-CARTAS-PAPEL
           END-IF.
           ADD 1 TO WS-CARTAS-COUNT.
           MOVE "N" TO WS-CLI-TEM.
       SOLTA-CARTA-FIM.
           EXIT.

      *ONE LETTER LINE TO WHICHEVER CHANNEL THE CLIENT GOT
       EMITE-LINHA-PARA.
           IF WS-ENV-CANAL = "E"
              MOVE "L" TO WS-ENV-FUNC
              MOVE CARTA-LINE TO WS-ENV-TEXTO
              CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA
           ELSE
              WRITE CARTA-LINE
           END-IF.
       EMITE-LINHA-FIM.
           EXIT.

      *SWAPS THE BILLING ADDRESS (TYPE "C" IN CLIEND.DAT) INTO THE
      *ADDRESS FIELDS WHEN THE CLIENT HAS ONE - OTHERWISE THE MASTER
      *ADDRESS JUST READ STANDS
       COBRANCA-PARA.
           MOVE SPACES TO WS-END-CONTATO.
           IF WS-END-ATIVO NOT = "S"
              GO TO COBRANCA-FIM
           END-IF.
           MOVE WS-CLI-ATUAL TO CE-CODIGO.
           MOVE "C" TO CE-TIPO.
           READ ENDER-FILE KEY IS CE-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CE-ENDER   TO FD-END
                 MOVE CE-BAIRRO  TO FD-BAIRRO
                 MOVE CE-CIDADE  TO FD-CIDADE
                 MOVE CE-CEP     TO FD-CEP
                 MOVE CE-CONTATO TO WS-END-CONTATO
           END-READ.
       COBRANCA-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE CARTAS-CTL.
           CLOSE CARTAS-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-END-ATIVO = "S"
              CLOSE ENDER-FILE
           END-IF.
           IF WS-PR-ATIVO = "S"
              CLOSE PROM-FILE
           END-IF.
           MOVE "X" TO WS-ENV-FUNC.
           CALL "ENVIODOC" USING WS-ENV-PEDIDO, WS-ENV-RESPOSTA.
           DISPLAY "CARTAS GERADAS              : " WS-CARTAS-COUNT.
           DISPLAY "  POR E-MAIL (EMAIL.SPL)    : " WS-CARTAS-EMAIL.
           DISPLAY "  IMPRESSAS EM CARTAS.TXT   : " WS-CARTAS-PAPEL.
           DISPLAY "ITENS EM ATRASO COBRADOS    : " WS-ITENS-COUNT.
           DISPLAY "ITENS COM PROMESSA EM ABERTO: " WS-PROMESSAS-COUNT.
       CLOSE-EXIT-PARA.
           EXIT.

       EXIT-PARA.
           MOVE WS-CARTAS-COUNT TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER THE MONTH-END DRIVER AS WELL AS RUN STANDALONE
           GOBACK.
