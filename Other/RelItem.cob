      *GRAND-TOTAL LINE THAT RECONCILES BACK TO SeqFile2'S
      *WRITE-COUNT. AN ITEM WITH NO PRODMAST RECORD PRINTS
      *"(NOT ON PRODMAST)" SO THE PHANTOM ITEMS SHOW THEMSELVES.
      *A SECOND SECTION REPORTS THE ITEMS ACTUALLY SOLD - QUANTITY AND
      *VALUE PER ITEM-ID FROM THE VENDITEM.TXT ITEM FEED SalesBatch
      *WRITES FOR EVERY ACCEPTED SALE (A RETURN SUBTRACTS), RANKED BY
      *VALUE. EITHER SECTION IS SKIPPED WHEN ITS FILE IS ABSENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ACCESS MODE             DYNAMIC
             RECORD KEY              PR-ITEM-ID
             FILE STATUS             FS-PROD.
      *ITEM FEED WRITTEN BY SalesBatch - ONE LINE PER ITEM SOLD
             SELECT OPTIONAL ITEM-FILE ASSIGN TO "VENDITEM.TXT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS FS-ITEM.
       DATA DIVISION.
       FILE SECTION.
       FD INFL.
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.
      *VENDEDOR;CODIGO;DATA;TIPO;ITEM-ID;QTDE;PRECO;TOTAL;FATURA
       FD ITEM-FILE.
       01 ITEM-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS-INFL PIC X(02) VALUE SPACES.
          88 FS-INFL-OK VALUE '00'.
          88 FS-INFL-EOF VALUE '10'.
       01 FS-PROD PIC X(02) VALUE SPACES.
       01 WS-PROD-ATIVO PIC X VALUE "N".
       01 WS-INFL-ATIVO PIC X VALUE "N".
       01 FS-ITEM PIC X(02) VALUE SPACES.
          88 FS-ITEM-EOF VALUE '10'.
       01 COUNTERS.
          05 READ-COUNT PIC 9(05) VALUE ZERO.
          05 TYPE2-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PERCENT-EDIT       PIC ZZ9.99.
       01 WS-RANK               PIC 9(03) VALUE ZERO.
       01 WS-DESCRICAO          PIC X(30) VALUE SPACES.
      *ITEMS SOLD - QUANTITY AND VALUE PER ITEM-ID FROM VENDITEM.TXT,
      *SIGNED SINCE A RETURN SUBTRACTS
       01 WS-VI.
          05 WS-VI-VENDEDOR     PIC X(10).
          05 WS-VI-CODIGO       PIC X(06).
          05 WS-VI-DATA         PIC X(08).
          05 WS-VI-TIPO         PIC X(01).
          05 WS-VI-ITEM         PIC X(10).
          05 WS-VI-QTDE         PIC X(05).
          05 WS-VI-QTDE-NUM REDEFINES WS-VI-QTDE PIC 9(05).
          05 WS-VI-PRECO        PIC X(07).
          05 WS-VI-TOTAL        PIC X(09).
          05 WS-VI-TOTAL-NUM REDEFINES WS-VI-TOTAL PIC 9(07)V99.
          05 WS-VI-FATURA       PIC X(06).
       01 ITEM-READ-COUNT       PIC 9(07) VALUE ZERO.
       01 ITEM-BAD-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-SOLD-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-SOLD-TABLE.
          05 WS-SOLD-ENTRY OCCURS 200 TIMES.
             10 WS-SD-ID        PIC X(10).
             10 WS-SD-QTDE      PIC S9(07).
             10 WS-SD-VALOR     PIC S9(09)V99.
       01 WS-SOLD-QTDE          PIC S9(07) VALUE ZERO.
       01 WS-SOLD-VALOR         PIC S9(09)V99 VALUE ZERO.
       01 WS-SWAP-QTDE          PIC S9(07).
       01 WS-SWAP-VALOR         PIC S9(09)V99.
       01 WS-QTDE-EDIT          PIC -------9.
       01 WS-VALOR-EDIT         PIC ----------9.99.
       PROCEDURE DIVISION.
       MAIN-PARA.
             PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
       OPEN-PARA.
             OPEN INPUT INFL
             IF FS-INFL-OK
                MOVE "S" TO WS-INFL-ATIVO
             ELSE
                DISPLAY "FILE OPEN FAILED: " FS-INFL
                DISPLAY "EXTRACT SECTION SKIPPED"
             END-IF.
             OPEN INPUT PROD-FILE.
             IF FS-PROD = "00"
             EXIT.

       PROCESS-PARA.
           IF WS-INFL-ATIVO NOT = "S"
              GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-INFL-EOF
               READ INFL
               AT END
                  IF READ-COUNT < 1
                     DISPLAY 'NO RECORDS PRESENT'
                   END-IF
               NOT AT END
                   PERFORM TALLY-PARA THRU TALLY-EXIT-PARA
            EXIT.

       CLOSE-PARA.
            IF WS-INFL-ATIVO = "S"
               CLOSE INFL
               PERFORM SORT-PARA THRU SORT-EXIT-PARA
               PERFORM REPORT-PARA THRU REPORT-EXIT-PARA
            END-IF.
            PERFORM SOLD-PARA THRU SOLD-EXIT-PARA.
            IF WS-PROD-ATIVO = "S"
               CLOSE PROD-FILE
            END-IF.
       REPORT-LINE-EXIT-PARA.
            EXIT.

      *ITEMS SOLD - VENDITEM.TXT IS READ WHOLE, EACH LINE ADDED UNDER
      *ITS ITEM-ID, THEN THE TABLE IS RANKED BY VALUE AND PRINTED
       SOLD-PARA.
            OPEN INPUT ITEM-FILE.
            IF FS-ITEM NOT = "00"
               DISPLAY "VENDITEM.TXT ABSENT - NO SALES SECTION"
               GO TO SOLD-EXIT-PARA
            END-IF.
            PERFORM UNTIL FS-ITEM-EOF
                READ ITEM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   PERFORM SOLD-TALLY-PARA THRU SOLD-TALLY-EXIT-PARA
                END-READ
            END-PERFORM.
            CLOSE ITEM-FILE.
            PERFORM SOLD-SORT-PARA THRU SOLD-SORT-EXIT-PARA
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I >= WS-SOLD-COUNT.
            DISPLAY " ".
            DISPLAY "====== ITEMS SOLD ======".
            DISPLAY "RANK ITEM-ID    DESCRIPTION"
                    "                         QTY          VALUE".
            MOVE ZERO TO WS-RANK.
            PERFORM SOLD-LINE-PARA THRU SOLD-LINE-EXIT-PARA
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-SOLD-COUNT.
            DISPLAY "--------------------------------".
            MOVE WS-SOLD-QTDE TO WS-QTDE-EDIT.
            MOVE WS-SOLD-VALOR TO WS-VALOR-EDIT.
            DISPLAY "GRAND TOTAL QTY: " WS-QTDE-EDIT
                    "  VALUE: " WS-VALOR-EDIT.
            DISPLAY "ITEM LINES READ: " ITEM-READ-COUNT.
            IF ITEM-BAD-COUNT > ZERO
                DISPLAY "UNREADABLE LINES SKIPPED: " ITEM-BAD-COUNT
            END-IF.
            DISPLAY "================================".
       SOLD-EXIT-PARA.
            EXIT.

       SOLD-TALLY-PARA.
            ADD 1 TO ITEM-READ-COUNT.
            MOVE SPACES TO WS-VI.
            UNSTRING ITEM-LINE DELIMITED BY ";"
                INTO WS-VI-VENDEDOR WS-VI-CODIGO WS-VI-DATA
                     WS-VI-TIPO WS-VI-ITEM WS-VI-QTDE
                     WS-VI-PRECO WS-VI-TOTAL WS-VI-FATURA
            END-UNSTRING.
            IF WS-VI-QTDE IS NOT NUMERIC
               OR WS-VI-TOTAL IS NOT NUMERIC
                ADD 1 TO ITEM-BAD-COUNT
                GO TO SOLD-TALLY-EXIT-PARA
            END-IF.
            MOVE "N" TO WS-FOUND.
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-SOLD-COUNT OR WS-FOUND = "S"
                IF WS-SD-ID(WS-J) = WS-VI-ITEM
                    MOVE "S" TO WS-FOUND
                END-IF
            END-PERFORM.
            IF WS-FOUND = "S"
                SUBTRACT 1 FROM WS-J
            ELSE
                IF WS-SOLD-COUNT >= WS-ITEM-MAX
                    DISPLAY "ITEM TABLE FULL - ITEM " WS-VI-ITEM
                            " NOT SUMMARIZED"
                    GO TO SOLD-TALLY-EXIT-PARA
                END-IF
                ADD 1 TO WS-SOLD-COUNT
                MOVE WS-SOLD-COUNT TO WS-J
                MOVE WS-VI-ITEM TO WS-SD-ID(WS-J)
                MOVE ZERO TO WS-SD-QTDE(WS-J)
                MOVE ZERO TO WS-SD-VALOR(WS-J)
            END-IF.
            IF WS-VI-TIPO = "D"
                SUBTRACT WS-VI-QTDE-NUM FROM WS-SD-QTDE(WS-J)
                                             WS-SOLD-QTDE
                SUBTRACT WS-VI-TOTAL-NUM FROM WS-SD-VALOR(WS-J)
                                              WS-SOLD-VALOR
            ELSE
                ADD WS-VI-QTDE-NUM TO WS-SD-QTDE(WS-J) WS-SOLD-QTDE
                ADD WS-VI-TOTAL-NUM TO WS-SD-VALOR(WS-J) WS-SOLD-VALOR
            END-IF.
       SOLD-TALLY-EXIT-PARA.
            EXIT.

      *SAME SELECTION SORT AS SORT-ONE-PARA, ON VALUE
       SOLD-SORT-PARA.
            MOVE WS-I TO WS-BEST.
            PERFORM VARYING WS-J FROM WS-I BY 1
                    UNTIL WS-J > WS-SOLD-COUNT
                IF WS-SD-VALOR(WS-J) > WS-SD-VALOR(WS-BEST)
                    MOVE WS-J TO WS-BEST
                END-IF
            END-PERFORM.
            IF WS-BEST NOT = WS-I
                MOVE WS-SD-ID(WS-I) TO WS-SWAP-ID
                MOVE WS-SD-QTDE(WS-I) TO WS-SWAP-QTDE
                MOVE WS-SD-VALOR(WS-I) TO WS-SWAP-VALOR
                MOVE WS-SD-ID(WS-BEST) TO WS-SD-ID(WS-I)
                MOVE WS-SD-QTDE(WS-BEST) TO WS-SD-QTDE(WS-I)
                MOVE WS-SD-VALOR(WS-BEST) TO WS-SD-VALOR(WS-I)
                MOVE WS-SWAP-ID TO WS-SD-ID(WS-BEST)
                MOVE WS-SWAP-QTDE TO WS-SD-QTDE(WS-BEST)
                MOVE WS-SWAP-VALOR TO WS-SD-VALOR(WS-BEST)
            END-IF.
       SOLD-SORT-EXIT-PARA.
            EXIT.

       SOLD-LINE-PARA.
            ADD 1 TO WS-RANK.
            MOVE SPACES TO WS-DESCRICAO.
            IF WS-PROD-ATIVO = "S"
                MOVE WS-SD-ID(WS-I) TO PR-ITEM-ID
                READ PROD-FILE KEY IS PR-ITEM-ID
                   INVALID KEY
                      MOVE "(NOT ON PRODMAST)" TO WS-DESCRICAO
                   NOT INVALID KEY
                      MOVE PR-DESCRICAO TO WS-DESCRICAO
                END-READ
            END-IF.
            MOVE WS-SD-QTDE(WS-I) TO WS-QTDE-EDIT.
            MOVE WS-SD-VALOR(WS-I) TO WS-VALOR-EDIT.
            DISPLAY WS-RANK " " WS-SD-ID(WS-I) " "
                    WS-DESCRICAO " " WS-QTDE-EDIT " " WS-VALOR-EDIT.
       SOLD-LINE-EXIT-PARA.
            EXIT.
