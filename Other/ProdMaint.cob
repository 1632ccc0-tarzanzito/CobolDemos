      *DESCRIPTION; SEQVALID CHECKS THE FEED AGAINST IT AND RELITEM
      *PRINTS THE DESCRIPTIONS ON THE PER-ITEM SUMMARY. SAME TELA1
      *SCREEN STYLE AS EmpMaint.cob.
      *EACH ITEM NOW CARRIES ITS LIST PRICE - SalesEntry OFFERS IT AS
      *THE UNIT PRICE OF A SALE LINE AND SalesBatch FLAGS A LINE SOLD
      *AT ANY OTHER PRICE ON VENDAS.REG.
      *PRICES ARE NOW DATED: FUNCTION 7 KEEPS PRECO.DAT, ONE PRICE PER
      *ITEM AND EFFECTIVE DATE, SO AN INCREASE CAN BE KEYED AHEAD OF
      *TIME. PR-PRECO STAYS AS THE BASE PRICE, USED UNTIL THE FIRST
      *DATED PRICE TAKES EFFECT. PRICES ARE SET BY SUPERVISORS ONLY
      *(OPERSIGN, LEVEL "S") - THE OPENING PRICE OF A NEW ITEM AND
      *EVERY DATED PRICE - AND EACH ONE WRITES A PRECOHIS.LOG LINE
      *WITH THE OLD AND NEW PRICE AND THE OPERATOR, WHICH RELPRECO
      *PRINTS. SalesBatch NOW FLAGS ONLY A LINE SOLD BELOW THE PRICE
      *IN FORCE BY MORE THAN THE PRECOTOL.TAB TOLERANCE.
      *FUNCTION 8 KEEPS THE REORDER DATA OF AN ITEM IN PRODREP.DAT -
      *THE MINIMUM LEVEL, THE REORDER QUANTITY AND THE PREFERRED
      *SUPPLIER - WHICH THE NIGHTLY RELREPOS RUN COMPARES WITH THE
      *STOCK OF EVERY STORE. AN ITEM WITHOUT IT IS NEVER SUGGESTED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             FS.
      *DATED PRICE LIST - PRECOVIG ANSWERS THE PRICE IN FORCE ON A
      *DATE FROM IT FOR SalesEntry AND SalesBatch
           SELECT PRECO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PP-CHAVE
           FILE STATUS             FS-PRECO.
      *REORDER DATA PER ITEM - KEPT BESIDE PRODMAST.DAT SO THE
      *MASTER RECORD (READ BY EVERY SALES PROGRAM) DOES NOT GROW
           SELECT REPOS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              RP-ITEM-ID
           FILE STATUS             FS-REPOS.
      *PRICE-CHANGE TRAIL - THE EMPAUDIT.LOG IDEA FOR PRICES
           SELECT OPTIONAL PRECOHIS-FILE ASSIGN TO "PRECOHIS.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-HIS.

       DATA DIVISION.
       FILE SECTION.
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
      *LIST PRICE PER UNIT. THE RECORD GREW BY 9 BYTES, SO AN
      *EXISTING PRODMAST.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 PR-PRECO         PIC 9(07)V99.

      *ONE PRICE PER ITEM AND EFFECTIVE DATE, WITH WHO KEYED IT
       FD PRECO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRECO.DAT".
       01 REG-PRECO.
          02 PP-CHAVE.
             03 PP-ITEM-ID    PIC X(10).
             03 PP-DATA-VIG   PIC 9(08).
          02 PP-PRECO         PIC 9(07)V99.
          02 PP-OPERADOR      PIC X(08).
          02 PP-DATA-ALT      PIC 9(08).

      *MINIMUM LEVEL PER STORE, QUANTITY TO ORDER WHEN A STORE FALLS
      *TO IT AND THE SUPPLIER IT IS BOUGHT FROM
       FD REPOS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODREP.DAT".
       01 REG-REPOS.
          02 RP-ITEM-ID       PIC X(10).
          02 RP-MINIMO        PIC 9(07).
          02 RP-REPOSICAO     PIC 9(07).
          02 RP-FORNECEDOR    PIC 9(06).
          02 RP-OPERADOR      PIC X(08).
          02 RP-DATA-ALT      PIC 9(08).

      *ACTION IS INCLUSAO, ALTERACAO OR EXCLUSAO; AN EFFECTIVE DATE
      *OF ZERO IS THE BASE PRICE SET WHEN THE ITEM WAS ADDED
       FD PRECOHIS-FILE.
       01 PRECOHIS-RECORD.
          02 PH-DATA          PIC 9(08).
          02 FILLER           PIC X VALUE SPACE.
          02 PH-HORA          PIC 9(06).
          02 FILLER           PIC X VALUE SPACE.
          02 PH-ACAO          PIC X(09).
          02 FILLER           PIC X VALUE SPACE.
          02 PH-ITEM-ID       PIC X(10).
          02 FILLER           PIC X VALUE SPACE.
          02 PH-DATA-VIG      PIC 9(08).
          02 FILLER           PIC X VALUE SPACE.
          02 PH-PRECO-ANT     PIC 9(07)V99.
          02 FILLER           PIC X VALUE SPACE.
          02 PH-PRECO-NOVO    PIC 9(07)V99.
          02 FILLER           PIC X VALUE SPACE.
          02 PH-OPERADOR      PIC X(08).

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 WS-SCAN-EOF         PIC X     VALUE "N".
          77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
          77 WS-CONF             PIC X     VALUE SPACE.
          77 WS-PRECO-EDIT       PIC Z.ZZZ.ZZ9,99.
          77 FS-PRECO            PIC X(02) VALUE SPACES.
          77 FS-HIS              PIC X(02) VALUE SPACES.
          77 FS-REPOS            PIC X(02) VALUE SPACES.
          77 WS-REPOS-NOVO       PIC X     VALUE "N".
          77 WS-PRECO-EOF        PIC X     VALUE "N".
          77 WS-TIME-RAW         PIC 9(08) VALUE ZERO.

      *SUPERVISOR SIGN-ON, ASKED THE FIRST TIME A PRICE OR REORDER
      *DATA IS SET AND KEPT FOR THE REST OF THE SESSION
          77 WS-OPERADOR         PIC X(08) VALUE SPACES.
          77 WS-SUPERV-OK        PIC X     VALUE "N".

      *PRICE IN FORCE ON WS-BV-DATA FOR PR-ITEM-ID - THE LATEST
      *DATED PRICE NOT AFTER THE DATE, ELSE THE BASE PR-PRECO
          77 WS-BV-DATA          PIC 9(08) VALUE ZERO.
          77 WS-PRECO-VIG        PIC 9(07)V99 VALUE ZERO.
          77 WS-VIG-DATA         PIC 9(08) VALUE ZERO.

      *ONE DATED PRICE BEING KEYED OR REMOVED
          77 WS-PV-PRECO         PIC 9(07)V99 VALUE ZERO.
          77 WS-PV-ANT           PIC 9(07)V99 VALUE ZERO.
          77 WS-PV-NOVO          PIC X     VALUE "N".

      *THE CHANGE GRAVA-HIS WRITES TO THE TRAIL
          77 WS-HIS-ACAO         PIC X(09) VALUE SPACES.
          77 WS-HIS-VIG          PIC 9(08) VALUE ZERO.
          77 WS-HIS-ANT          PIC 9(07)V99 VALUE ZERO.
          77 WS-HIS-NOVO         PIC 9(07)V99 VALUE ZERO.
          01 WS-PV-DATA          PIC 9(08) VALUE ZERO.
          01 FILLER REDEFINES WS-PV-DATA.
             02 WS-PV-ANO        PIC 9(04).
             02 WS-PV-MES        PIC 9(02).
             02 WS-PV-DIA        PIC 9(02).

          01 NOME-ENT            PIC X.

             02 MENSA2    PIC X(30) VALUE "INVALID FIELD".
             02 MENSA3    PIC X(30) VALUE "ITEM ALREADY ON FILE".
             02 MENSA4    PIC X(30) VALUE "ITEM NOT ON FILE".
             02 MENSA5    PIC X(30) VALUE "LIST PRICE REQUIRED".
             02 MENSA6    PIC X(30) VALUE "SUPERVISOR ONLY".
             02 MENSA7    PIC X(30) VALUE "INVALID EFFECTIVE DATE".
             02 MENSA8    PIC X(30) VALUE "PRICE ALREADY IN FORCE".
             02 MENSA9    PIC X(30) VALUE "DATED PRICE NOT ON FILE".
             02 MENSA10   PIC X(30) VALUE "REORDER QUANTITY REQUIRED".
             02 MENSA11   PIC X(30) VALUE "SUPPLIER REQUIRED".

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
             02 LINE 14 COLUMN 29 VALUE "< 4 > INQUIRE".
             02 LINE 15 COLUMN 29 VALUE "< 5 > LIST".
             02 LINE 16 COLUMN 29 VALUE "< 6 > END".
             02 LINE 17 COLUMN 29 VALUE "< 7 > PRICE LIST".
             02 LINE 18 COLUMN 29 VALUE "< 8 > REORDER DATA".
             02 LINE 21 COLUMN 29 VALUE "MESSAGE:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-DADOS.
             02 LINE 10 COLUMN 01 VALUE "DESCR.  :".
             02 LINE 10 COLUMN 12 PIC X(30) USING PR-DESCRICAO.
             02 LINE 12 COLUMN 01 VALUE "PRICE   :".
             02 LINE 12 COLUMN 12 PIC ZZZZZZ9,99 USING PR-PRECO.

      *A CHANGE KEEPS THE PRICE - PRICES MOVE THROUGH FUNCTION 7
          01 TELA-ALTERA.
             02 LINE 10 COLUMN 01 VALUE "DESCR.  :".
             02 LINE 10 COLUMN 12 PIC X(30) USING PR-DESCRICAO.
             02 LINE 12 COLUMN 01 VALUE "PRICE   :".
             02 LINE 12 COLUMN 12 PIC ZZZZZZ9,99 FROM WS-PRECO-VIG.
             02 LINE 12 COLUMN 24 VALUE "(CHANGED BY FUNCTION 7)".

          01 TELA-CONSULTA.
             02 LINE 10 COLUMN 01 VALUE "DESCR.  :".
             02 LINE 10 COLUMN 12 PIC X(30) FROM PR-DESCRICAO.
             02 LINE 12 COLUMN 01 VALUE "PRICE   :".
             02 LINE 12 COLUMN 12 PIC ZZZZZZ9,99 FROM WS-PRECO-VIG.
             02 LINE 12 COLUMN 24 VALUE "(IN FORCE TODAY)".

      *MINIMUM ZERO TAKES THE ITEM OUT OF THE REORDER RUN
          01 TELA-REPOS.
             02 LINE 10 COLUMN 01 VALUE "DESCR.  :".
             02 LINE 10 COLUMN 12 PIC X(30) FROM PR-DESCRICAO.
             02 LINE 12 COLUMN 01 VALUE "MINIMUM :".
             02 LINE 12 COLUMN 12 PIC ZZZZZZ9 USING RP-MINIMO.
             02 LINE 12 COLUMN 24 VALUE "(PER STORE, 0 = NO REORDER)".
             02 LINE 13 COLUMN 01 VALUE "REORDER :".
             02 LINE 13 COLUMN 12 PIC ZZZZZZ9 USING RP-REPOSICAO.
             02 LINE 13 COLUMN 24 VALUE "(QUANTITY PER ORDER)".
             02 LINE 14 COLUMN 01 VALUE "SUPPLIER:".
             02 LINE 14 COLUMN 12 PIC 9(06) USING RP-FORNECEDOR.

       PROCEDURE DIVISION.
       INICIO.
                 STOP RUN
              END-IF
           END-IF.
           OPEN I-O PRECO-FILE.
           IF FS-PRECO NOT = "00"
              IF FS-PRECO = "35"
                 OPEN OUTPUT PRECO-FILE
                 CLOSE PRECO-FILE
                 OPEN I-O PRECO-FILE
              ELSE
                 DISPLAY "PRECO.DAT STATUS --->" FS-PRECO
                 CLOSE PROD-FILE
                 STOP RUN
              END-IF
           END-IF.
           OPEN I-O REPOS-FILE.
           IF FS-REPOS NOT = "00"
              IF FS-REPOS = "35"
                 OPEN OUTPUT REPOS-FILE
                 CLOSE REPOS-FILE
                 OPEN I-O REPOS-FILE
              ELSE
                 DISPLAY "PRODREP.DAT STATUS --->" FS-REPOS
                 CLOSE PROD-FILE
                 CLOSE PRECO-FILE
                 STOP RUN
              END-IF
           END-IF.
           OPEN EXTEND PRECOHIS-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-HIS NOT = "00" AND FS-HIS NOT = "05"
              DISPLAY "PRECOHIS.LOG STATUS --->" FS-HIS
              CLOSE PROD-FILE
              CLOSE PRECO-FILE
              CLOSE REPOS-FILE
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.

       TELA.
                 PERFORM LISTA THRU LISTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN "7"
                 PERFORM PRECOS THRU PRECOS-FIM
              WHEN "8"
                 PERFORM REPOSICAO THRU REPOSICAO-FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

      *A NEW ITEM CARRIES ITS OPENING PRICE, SO ADDING ONE IS A
      *SUPERVISOR FUNCTION
       INCLUSAO.
           PERFORM EXIGE-SUPERV THRU EXIGE-SUPERV-FIM.
           IF WS-SUPERV-OK NOT = "S"
              GO TO INCLUSAO-FIM
           END-IF.
           INITIALIZE REG-PROD.
           DISPLAY TELA1.
           DISPLAY TELA-ITEM.
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           IF PR-PRECO = ZERO
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INCLUSAO-FIM
           END-IF.
           WRITE REG-PROD
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO INCLUSAO-FIM
           END-WRITE.
           MOVE "INCLUSAO" TO WS-HIS-ACAO.
           MOVE ZERO TO WS-HIS-VIG.
           MOVE ZERO TO WS-HIS-ANT.
           MOVE PR-PRECO TO WS-HIS-NOVO.
           PERFORM GRAVA-HIS THRU GRAVA-HIS-FIM.
       INCLUSAO-FIM.
           EXIT.

                 DISPLAY TELA-OPCAO
                 GO TO ALTERACAO-FIM
           END-READ.
           MOVE WS-DATA-SIS TO WS-BV-DATA.
           PERFORM BUSCA-VIGENTE THRU BUSCA-VIGENTE-FIM.
           DISPLAY TELA-ALTERA.
           ACCEPT TELA-ALTERA.
           IF PR-DESCRICAO = SPACES
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
                 DISPLAY TELA-OPCAO
                 GO TO EXCLUSAO-FIM
           END-READ.
           MOVE WS-DATA-SIS TO WS-BV-DATA.
           PERFORM BUSCA-VIGENTE THRU BUSCA-VIGENTE-FIM.
           DISPLAY TELA-CONSULTA.
           MOVE SPACE TO WS-CONF.
           DISPLAY "CONFIRM DELETE (Y/N)?".
                 INVALID KEY
                    MOVE MENSA4 TO MSG
                    DISPLAY TELA-OPCAO
                 NOT INVALID KEY
                    MOVE PR-ITEM-ID TO RP-ITEM-ID
                    DELETE REPOS-FILE
                       INVALID KEY
                          CONTINUE
                    END-DELETE
              END-DELETE
           END-IF.
       EXCLUSAO-FIM.
                 DISPLAY TELA-OPCAO
                 GO TO CONSULTA-FIM
           END-READ.
           MOVE WS-DATA-SIS TO WS-BV-DATA.
           PERFORM BUSCA-VIGENTE THRU BUSCA-VIGENTE-FIM.
           DISPLAY TELA-CONSULTA.
           DISPLAY "PRESS <ENTER> TO CONTINUE".
           ACCEPT WS-CONF FROM CONSOLE.

      *LISTS EVERY REGISTERED ITEM ON THE CONSOLE - THE LIST IS
      *UNBOUNDED SO IT USES DISPLAY, LIKE THE OTHER MAINTENANCE
      *SCREENS DO. THE PRICE SHOWN IS THE ONE IN FORCE TODAY
       LISTA.
           MOVE LOW-VALUES TO PR-ITEM-ID.
           START PROD-FILE KEY IS NOT LESS PR-ITEM-ID
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE WS-DATA-SIS TO WS-BV-DATA
                       PERFORM BUSCA-VIGENTE THRU BUSCA-VIGENTE-FIM
                       MOVE WS-PRECO-VIG TO WS-PRECO-EDIT
                       DISPLAY "  " PR-ITEM-ID " " PR-DESCRICAO
                               " " WS-PRECO-EDIT
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
       LISTA-FIM.
           EXIT.

      *PRICE LIST OF ONE ITEM - THE BASE PRICE AND EVERY DATED
      *PRICE ARE SHOWN, THEN ONE DATED PRICE MAY BE ADDED, CHANGED
      *OR REMOVED. ONLY A PRICE NOT YET IN FORCE MAY BE CHANGED OR
      *REMOVED, SO WHAT PAST SALES WERE PRICED AT NEVER MOVES
       PRECOS.
           PERFORM EXIGE-SUPERV THRU EXIGE-SUPERV-FIM.
           IF WS-SUPERV-OK NOT = "S"
              GO TO PRECOS-FIM
           END-IF.
           INITIALIZE REG-PROD.
           DISPLAY TELA1.
           DISPLAY TELA-ITEM.
           ACCEPT TELA-ITEM.
           MOVE SPACES TO MSG.
           MOVE FUNCTION UPPER-CASE(PR-ITEM-ID) TO PR-ITEM-ID.
           READ PROD-FILE KEY IS PR-ITEM-ID
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PRECOS-FIM
           END-READ.
           PERFORM LISTA-PRECOS THRU LISTA-PRECOS-FIM.
           DISPLAY "A = ADD OR CHANGE A DATED PRICE, D = DELETE ONE,"
                   " <ENTER> = BACK".
           MOVE SPACE TO WS-CONF.
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF = "A" OR WS-CONF = "a"
              PERFORM PRECO-GRAVA THRU PRECO-GRAVA-FIM
           END-IF.
           IF WS-CONF = "D" OR WS-CONF = "d"
              PERFORM PRECO-EXCLUI THRU PRECO-EXCLUI-FIM
           END-IF.
       PRECOS-FIM.
           EXIT.

       LISTA-PRECOS.
           MOVE WS-DATA-SIS TO WS-BV-DATA.
           PERFORM BUSCA-VIGENTE THRU BUSCA-VIGENTE-FIM.
           DISPLAY " ".
           DISPLAY "PRICES OF " PR-ITEM-ID " " PR-DESCRICAO.
           MOVE PR-PRECO TO WS-PRECO-EDIT.
           IF WS-VIG-DATA = ZERO
              DISPLAY "  BASE     " WS-PRECO-EDIT "  <- IN FORCE"
           ELSE
              DISPLAY "  BASE     " WS-PRECO-EDIT
           END-IF.
           MOVE PR-ITEM-ID TO PP-ITEM-ID.
           MOVE ZERO TO PP-DATA-VIG.
           START PRECO-FILE KEY IS NOT LESS PP-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PRECO-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-PRECO-EOF
           END-START.
           PERFORM UNTIL WS-PRECO-EOF = "Y"
               READ PRECO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRECO-EOF
                   NOT AT END
                       IF PP-ITEM-ID NOT = PR-ITEM-ID
                          MOVE "Y" TO WS-PRECO-EOF
                       ELSE
                          PERFORM LISTA-PRECO-LINHA
                             THRU LISTA-PRECO-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY " ".
       LISTA-PRECOS-FIM.
           EXIT.

       LISTA-PRECO-LINHA.
           MOVE PP-PRECO TO WS-PRECO-EDIT.
           IF PP-DATA-VIG = WS-VIG-DATA
              DISPLAY "  " PP-DATA-VIG " " WS-PRECO-EDIT
                      "  BY " PP-OPERADOR " ON " PP-DATA-ALT
                      "  <- IN FORCE"
              GO TO LISTA-PRECO-LINHA-FIM
           END-IF.
           IF PP-DATA-VIG > WS-DATA-SIS
              DISPLAY "  " PP-DATA-VIG " " WS-PRECO-EDIT
                      "  BY " PP-OPERADOR " ON " PP-DATA-ALT
                      "  SCHEDULED"
           ELSE
              DISPLAY "  " PP-DATA-VIG " " WS-PRECO-EDIT
                      "  BY " PP-OPERADOR " ON " PP-DATA-ALT
           END-IF.
       LISTA-PRECO-LINHA-FIM.
           EXIT.

      *ADDS A DATED PRICE, OR CHANGES ONE NOT YET IN FORCE. THE OLD
      *PRICE ON THE TRAIL IS THE ONE THAT WOULD HAVE APPLIED ON THAT
      *DATE WITHOUT THIS CHANGE
       PRECO-GRAVA.
           DISPLAY "EFFECTIVE DATE (CCYYMMDD, TODAY OR LATER):".
           MOVE ZERO TO WS-PV-DATA.
           ACCEPT WS-PV-DATA FROM CONSOLE.
           IF WS-PV-MES < 1 OR WS-PV-MES > 12
              OR WS-PV-DIA < 1 OR WS-PV-DIA > 31
              OR WS-PV-DATA < WS-DATA-SIS
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PRECO-GRAVA-FIM
           END-IF.
           DISPLAY "PRICE:".
           MOVE ZERO TO WS-PV-PRECO.
           ACCEPT WS-PV-PRECO FROM CONSOLE.
           IF WS-PV-PRECO = ZERO
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PRECO-GRAVA-FIM
           END-IF.
           MOVE WS-PV-DATA TO WS-BV-DATA.
           PERFORM BUSCA-VIGENTE THRU BUSCA-VIGENTE-FIM.
           MOVE WS-PRECO-VIG TO WS-PV-ANT.
           MOVE PR-ITEM-ID TO PP-ITEM-ID.
           MOVE WS-PV-DATA TO PP-DATA-VIG.
           READ PRECO-FILE KEY IS PP-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-PV-NOVO
              NOT INVALID KEY
                 MOVE "N" TO WS-PV-NOVO
           END-READ.
      *    TODAY'S PRICE MAY ALREADY HAVE PRICED A SALE
           IF WS-PV-NOVO = "N" AND WS-PV-DATA NOT > WS-DATA-SIS
              MOVE MENSA8 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PRECO-GRAVA-FIM
           END-IF.
           MOVE WS-PV-ANT TO WS-PRECO-EDIT.
           DISPLAY "FROM " WS-PV-DATA " PRICE WAS " WS-PRECO-EDIT.
           MOVE WS-PV-PRECO TO WS-PRECO-EDIT.
           DISPLAY "                WILL BE " WS-PRECO-EDIT.
           DISPLAY "CONFIRM (Y/N)?".
           MOVE SPACE TO WS-CONF.
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "Y" AND WS-CONF NOT = "y"
              GO TO PRECO-GRAVA-FIM
           END-IF.
           MOVE PR-ITEM-ID TO PP-ITEM-ID.
           MOVE WS-PV-DATA TO PP-DATA-VIG.
           MOVE WS-PV-PRECO TO PP-PRECO.
           MOVE WS-OPERADOR TO PP-OPERADOR.
           MOVE WS-DATA-SIS TO PP-DATA-ALT.
           IF WS-PV-NOVO = "S"
              MOVE "INCLUSAO" TO WS-HIS-ACAO
              WRITE REG-PRECO
                 INVALID KEY
                    MOVE MENSA8 TO MSG
                    DISPLAY TELA-OPCAO
                    GO TO PRECO-GRAVA-FIM
              END-WRITE
           ELSE
              MOVE "ALTERACAO" TO WS-HIS-ACAO
              REWRITE REG-PRECO
                 INVALID KEY
                    MOVE MENSA9 TO MSG
                    DISPLAY TELA-OPCAO
                    GO TO PRECO-GRAVA-FIM
              END-REWRITE
           END-IF.
           MOVE WS-PV-DATA TO WS-HIS-VIG.
           MOVE WS-PV-ANT TO WS-HIS-ANT.
           MOVE WS-PV-PRECO TO WS-HIS-NOVO.
           PERFORM GRAVA-HIS THRU GRAVA-HIS-FIM.
       PRECO-GRAVA-FIM.
           EXIT.

      *REMOVES A DATED PRICE THAT IS NOT YET IN FORCE
       PRECO-EXCLUI.
           DISPLAY "EFFECTIVE DATE TO DELETE (CCYYMMDD):".
           MOVE ZERO TO WS-PV-DATA.
           ACCEPT WS-PV-DATA FROM CONSOLE.
           MOVE PR-ITEM-ID TO PP-ITEM-ID.
           MOVE WS-PV-DATA TO PP-DATA-VIG.
           READ PRECO-FILE KEY IS PP-CHAVE
              INVALID KEY
                 MOVE MENSA9 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PRECO-EXCLUI-FIM
           END-READ.
           IF PP-DATA-VIG NOT > WS-DATA-SIS
              MOVE MENSA8 TO MSG
              DISPLAY TELA-OPCAO
              GO TO PRECO-EXCLUI-FIM
           END-IF.
           MOVE PP-PRECO TO WS-PV-ANT.
           MOVE PP-PRECO TO WS-PRECO-EDIT.
           DISPLAY "DELETE PRICE " WS-PRECO-EDIT " FROM " PP-DATA-VIG
                   " (Y/N)?".
           MOVE SPACE TO WS-CONF.
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "Y" AND WS-CONF NOT = "y"
              GO TO PRECO-EXCLUI-FIM
           END-IF.
           DELETE PRECO-FILE
              INVALID KEY
                 MOVE MENSA9 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO PRECO-EXCLUI-FIM
           END-DELETE.
           MOVE "EXCLUSAO" TO WS-HIS-ACAO.
           MOVE WS-PV-DATA TO WS-HIS-VIG.
           MOVE WS-PV-ANT TO WS-HIS-ANT.
           MOVE ZERO TO WS-HIS-NOVO.
           PERFORM GRAVA-HIS THRU GRAVA-HIS-FIM.
       PRECO-EXCLUI-FIM.
           EXIT.

      *REORDER DATA OF ONE ITEM - ADDED THE FIRST TIME, CHANGED
      *AFTER. A MINIMUM OF ZERO KEEPS THE RECORD BUT TAKES THE ITEM
      *OUT OF THE REORDER RUN. SET BY SUPERVISORS, LIKE PRICES
       REPOSICAO.
           PERFORM EXIGE-SUPERV THRU EXIGE-SUPERV-FIM.
           IF WS-SUPERV-OK NOT = "S"
              GO TO REPOSICAO-FIM
           END-IF.
           INITIALIZE REG-PROD.
           DISPLAY TELA1.
           DISPLAY TELA-ITEM.
           ACCEPT TELA-ITEM.
           MOVE SPACES TO MSG.
           MOVE FUNCTION UPPER-CASE(PR-ITEM-ID) TO PR-ITEM-ID.
           READ PROD-FILE KEY IS PR-ITEM-ID
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO REPOSICAO-FIM
           END-READ.
           MOVE PR-ITEM-ID TO RP-ITEM-ID.
           READ REPOS-FILE KEY IS RP-ITEM-ID
              INVALID KEY
                 MOVE "S" TO WS-REPOS-NOVO
                 INITIALIZE REG-REPOS
                 MOVE PR-ITEM-ID TO RP-ITEM-ID
              NOT INVALID KEY
                 MOVE "N" TO WS-REPOS-NOVO
           END-READ.
           DISPLAY TELA-REPOS.
           ACCEPT TELA-REPOS.
           IF RP-MINIMO > ZERO AND RP-REPOSICAO = ZERO
              MOVE MENSA10 TO MSG
              DISPLAY TELA-OPCAO
              GO TO REPOSICAO-FIM
           END-IF.
           IF RP-MINIMO > ZERO AND RP-FORNECEDOR = ZERO
              MOVE MENSA11 TO MSG
              DISPLAY TELA-OPCAO
              GO TO REPOSICAO-FIM
           END-IF.
           MOVE WS-OPERADOR TO RP-OPERADOR.
           MOVE WS-DATA-SIS TO RP-DATA-ALT.
           IF WS-REPOS-NOVO = "S"
              WRITE REG-REPOS
                 INVALID KEY
                    MOVE MENSA3 TO MSG
                    DISPLAY TELA-OPCAO
              END-WRITE
           ELSE
              REWRITE REG-REPOS
                 INVALID KEY
                    MOVE MENSA4 TO MSG
                    DISPLAY TELA-OPCAO
              END-REWRITE
           END-IF.
       REPOSICAO-FIM.
           EXIT.

      *PRICE OF PR-ITEM-ID IN FORCE ON WS-BV-DATA - THE SAME RULE
      *PRECOVIG APPLIES FOR THE SALES PROGRAMS. WS-VIG-DATA IS ZERO
      *WHEN THE BASE PRICE APPLIES
       BUSCA-VIGENTE.
           MOVE PR-PRECO TO WS-PRECO-VIG.
           MOVE ZERO TO WS-VIG-DATA.
           MOVE PR-ITEM-ID TO PP-ITEM-ID.
           MOVE ZERO TO PP-DATA-VIG.
           START PRECO-FILE KEY IS NOT LESS PP-CHAVE
               INVALID KEY
                   GO TO BUSCA-VIGENTE-FIM
           END-START.
           MOVE "N" TO WS-PRECO-EOF.
           PERFORM UNTIL WS-PRECO-EOF = "Y"
               READ PRECO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRECO-EOF
                   NOT AT END
                       IF PP-ITEM-ID NOT = PR-ITEM-ID
                          OR PP-DATA-VIG > WS-BV-DATA
                          MOVE "Y" TO WS-PRECO-EOF
                       ELSE
                          MOVE PP-PRECO TO WS-PRECO-VIG
                          MOVE PP-DATA-VIG TO WS-VIG-DATA
                       END-IF
               END-READ
           END-PERFORM.
       BUSCA-VIGENTE-FIM.
           EXIT.

      *SUPERVISOR SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE -
      *ASKED ONCE, THE SESSION KEEPS IT
       EXIGE-SUPERV.
           IF WS-SUPERV-OK = "S"
              GO TO EXIGE-SUPERV-FIM
           END-IF.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SUPERV-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
           ELSE
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
           END-IF.
       EXIGE-SUPERV-FIM.
           EXIT.

      *ONE PRECOHIS.LOG LINE - THE ACTION, EFFECTIVE DATE AND THE
      *TWO PRICES ARE SET BY THE CALLING FUNCTION
       GRAVA-HIS.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE SPACES TO PRECOHIS-RECORD.
           MOVE WS-HIS-ACAO TO PH-ACAO.
           MOVE WS-HIS-VIG TO PH-DATA-VIG.
           MOVE WS-HIS-ANT TO PH-PRECO-ANT.
           MOVE WS-HIS-NOVO TO PH-PRECO-NOVO.
           MOVE WS-DATA-SIS TO PH-DATA.
           MOVE WS-TIME-RAW(1:6) TO PH-HORA.
           MOVE PR-ITEM-ID TO PH-ITEM-ID.
           MOVE WS-OPERADOR TO PH-OPERADOR.
           WRITE PRECOHIS-RECORD.
       GRAVA-HIS-FIM.
           EXIT.

       FIM.
           CLOSE PROD-FILE.
           CLOSE PRECO-FILE.
           CLOSE REPOS-FILE.
           CLOSE PRECOHIS-FILE.
           STOP RUN.
