      ******************************************************************
      *DESC    : Shared price-in-force lookup - PRECO.DAT holds one    *
      *        : record per item and effective date, keyed by a       *
      *        : supervisor from PRODMAINT (a price increase can be    *
      *        : keyed ahead of time). This routine answers the price  *
      *        : of an item in force on a given date: the record with  *
      *        : the latest effective date not after that date.        *
      *        : SalesEntry prices the capture with it and SalesBatch  *
      *        : checks every item line against it.                    *
      *        :   CALL "PRECOVIG" USING PVG-PEDIDO, PVG-RESPOSTA      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "B" look up, "X" close the file (the       *
      *        : NFEMITE convention - the file stays open between      *
      *        : calls of a run). PVG-RC: "00" price found, "10" no    *
      *        : dated price on or before the date (the caller falls   *
      *        : back to the PR-PRECO base price on PRODMAST.DAT),     *
      *        : "30" file error. A missing PRECO.DAT is not an error  *
      *        : - every lookup simply answers "10".                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECOVIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *DATED PRICE LIST, ONE RECORD PER ITEM AND EFFECTIVE DATE
           SELECT OPTIONAL PRECO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PP-CHAVE
           FILE STATUS             FS-PP.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT PRODMAINT MAINTAINS
       FD PRECO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRECO.DAT".
       01 REG-PRECO.
          02 PP-CHAVE.
             03 PP-ITEM-ID     PIC X(10).
             03 PP-DATA-VIG    PIC 9(08).
          02 PP-PRECO          PIC 9(07)V99.
          02 PP-OPERADOR       PIC X(08).
          02 PP-DATA-ALT       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-PP                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-FIM-ITEM          PIC X     VALUE "N".

       LINKAGE SECTION.
       01 PVG-PEDIDO.
          05 PVG-FUNC          PIC X(01).
          05 PVG-ITEM-ID       PIC X(10).
          05 PVG-DATA          PIC 9(08).
       01 PVG-RESPOSTA.
          05 PVG-RC            PIC X(02).
          05 PVG-PRECO         PIC 9(07)V99.
          05 PVG-DATA-VIG      PIC 9(08).

       PROCEDURE DIVISION USING PVG-PEDIDO, PVG-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO PVG-RC.
           MOVE ZERO TO PVG-PRECO.
           MOVE ZERO TO PVG-DATA-VIG.
           IF PVG-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
           IF WS-ABERTO NOT = "S"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           IF WS-FALHOU = "S"
              MOVE "30" TO PVG-RC
              GOBACK
           END-IF.
           IF PVG-FUNC = "B"
              PERFORM BUSCA-PARA THRU BUSCA-FIM
           END-IF.
           GOBACK.

      *STATUS 05 = OPTIONAL FILE NOT THERE - NO PRICE LIST YET. A
      *FILE THAT WILL NOT OPEN FAILS EVERY CALL OF THE RUN WITH "30"
       ABRE-PARA.
           OPEN INPUT PRECO-FILE.
           IF FS-PP NOT = "00" AND FS-PP NOT = "05"
              DISPLAY "PRECOVIG: PRECO.DAT STATUS " FS-PP
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           MOVE "S" TO WS-ABERTO.
       ABRE-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-ABERTO = "S"
              CLOSE PRECO-FILE
           END-IF.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-FALHOU.
       FECHA-FIM.
           EXIT.

      *THE ITEM'S RECORDS COME IN EFFECTIVE-DATE ORDER - THE LAST ONE
      *NOT AFTER PVG-DATA IS THE PRICE IN FORCE
       BUSCA-PARA.
           MOVE "10" TO PVG-RC.
           MOVE PVG-ITEM-ID TO PP-ITEM-ID.
           MOVE ZERO TO PP-DATA-VIG.
           START PRECO-FILE KEY IS NOT LESS PP-CHAVE
              INVALID KEY
                 GO TO BUSCA-FIM
           END-START.
           MOVE "N" TO WS-FIM-ITEM.
           PERFORM UNTIL WS-FIM-ITEM = "S"
               READ PRECO-FILE NEXT RECORD
                  AT END
                     MOVE "S" TO WS-FIM-ITEM
                  NOT AT END
                     IF PP-ITEM-ID NOT = PVG-ITEM-ID
                        OR PP-DATA-VIG > PVG-DATA
                        MOVE "S" TO WS-FIM-ITEM
                     ELSE
                        MOVE "00" TO PVG-RC
                        MOVE PP-PRECO TO PVG-PRECO
                        MOVE PP-DATA-VIG TO PVG-DATA-VIG
                     END-IF
               END-READ
           END-PERFORM.
       BUSCA-FIM.
           EXIT.
