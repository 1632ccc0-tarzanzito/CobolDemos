      ******************************************************************
      *DESC    : Stock maintenance screen - goods received into a      *
      *        : store and physical inventory counts, posted to the    *
      *        : book stock ESTOQUE.DAT and the movement journal       *
      *        : ESTMOV.LOG through the shared ESTPOSTA routine, the   *
      *        : same one SalesBatch posts sales and returns with.     *
      *        : Same TELA1 screen style as EmpMaint.cob; the session  *
      *        : signs on through OPERSIGN.                            *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : The count is blind - the book figure is not shown     *
      *        : until the count is posted. A count that differs from  *
      *        : the book is journalled as an "A" adjustment with the  *
      *        : operator's ID and name from OPERATOR.DAT. The         *
      *        : ITEM-ID must be on PRODMAST.DAT (when present).       *
      *        : A goods receipt also draws down the quantity still    *
      *        : open on released orders for the store and item        *
      *        : (PEDCOMPRA.DAT, LIBCOMPRA) and shows what remains on  *
      *        : order.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             FS-PROD.
           SELECT OPTIONAL OPER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              OP-ID
           FILE STATUS             FS-OPER.
           SELECT OPTIONAL PED-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PC-CHAVE
           FILE STATUS             FS-PED.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

      *SAME LAYOUT OPERMAINT (OperMaint.cob) MAINTAINS
       FD OPER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "OPERATOR.DAT".
       01 REG-OPER.
          02 OP-ID            PIC X(08).
          02 OP-NOME          PIC X(30).
          02 OP-NIVEL         PIC X(01).
          02 OP-FILIAL        PIC 9(02).
          02 OP-SENHA         PIC X(08).
          02 OP-SENHA-DATA    PIC 9(08).
          02 OP-FALHAS        PIC 9(01).
          02 OP-TROCA         PIC X(01).

      *SAME LAYOUT LIBCOMPRA MAINTAINS
       FD PED-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PEDCOMPRA.DAT".
       01 REG-PEDCOMPRA.
          02 PC-CHAVE.
             03 PC-LOJA        PIC 9(05).
             03 PC-ITEM-ID     PIC X(10).
          02 PC-ABERTO         PIC 9(07).
          02 PC-FORNECEDOR     PIC 9(06).
          02 PC-DATA-LIB       PIC 9(08).
          02 PC-OPERADOR       PIC X(08).

       WORKING-STORAGE SECTION.
          77 FS-PROD             PIC X(02) VALUE SPACES.
          77 FS-PED              PIC X(02) VALUE SPACES.
          77 WS-PED-ATIVO        PIC X     VALUE "N".
          77 FS-OPER             PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-CONF             PIC X     VALUE SPACE.
          77 WS-PROD-ATIVO       PIC X     VALUE "N".

      *SIGN-ON FIELDS
          77 WS-OPERADOR         PIC X(08) VALUE SPACES.
          77 WS-OPER-NOME        PIC X(30) VALUE SPACES.
          77 WS-SIGNON-OK        PIC X     VALUE "N".

      *THE STORE, ITEM AND QUANTITY BEING KEYED
          77 WS-LOJA             PIC 9(05) VALUE ZERO.
          77 WS-ITEM             PIC X(10) VALUE SPACES.
          77 WS-DESCRICAO        PIC X(30) VALUE SPACES.
          77 WS-QTDE             PIC 9(07) VALUE ZERO.
          77 WS-DOC              PIC X(15) VALUE SPACES.
          77 WS-SALDO-EDIT       PIC -Z.ZZZ.ZZ9.
          77 WS-AJUSTE-EDIT      PIC -Z.ZZZ.ZZ9.
          77 WS-ABERTO-EDIT      PIC Z.ZZZ.ZZ9.

          01 NOME-ENT            PIC X.

          01 WS-DATA-SIS.
             02 CC               PIC 9(02) VALUE ZEROS.
             02 AA               PIC 9(02) VALUE ZEROS.
             02 MM               PIC 9(02) VALUE ZEROS.
             02 DD               PIC 9(02) VALUE ZEROS.
          01 WS-MENSAGENS.
             02 MENSA1    PIC X(30) VALUE "FUNCAO ERRADA - REDIGITE".
             02 MENSA2    PIC X(30) VALUE "LOJA INVALIDA".
             02 MENSA3    PIC X(30) VALUE "ITEM NAO CADASTRADO".
             02 MENSA4    PIC X(30) VALUE "QUANTIDADE INVALIDA".
             02 MENSA5    PIC X(30) VALUE "ESTOQUE NAO GRAVADO".
             02 MENSA6    PIC X(30) VALUE "SEM ESTOQUE NESTA LOJA".

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED ESTPOSTA STOCK POSTING
       01 WS-EPS-PEDIDO.
          05 WS-EPS-FUNC       PIC X(01) VALUE SPACE.
          05 WS-EPS-TIPO       PIC X(01) VALUE SPACE.
          05 WS-EPS-LOJA       PIC 9(05) VALUE ZERO.
          05 WS-EPS-ITEM-ID    PIC X(10) VALUE SPACES.
          05 WS-EPS-QTDE       PIC S9(07) VALUE ZERO.
          05 WS-EPS-DATA       PIC 9(08) VALUE ZERO.
          05 WS-EPS-DOCUMENTO  PIC X(15) VALUE SPACES.
          05 WS-EPS-PROGRAMA   PIC X(08) VALUE "ESTMAINT".
          05 WS-EPS-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-EPS-OPER-NOME  PIC X(30) VALUE SPACES.
       01 WS-EPS-RESPOSTA.
          05 WS-EPS-RC         PIC X(02) VALUE SPACES.
          05 WS-EPS-SALDO      PIC S9(07) VALUE ZERO.
          05 WS-EPS-AJUSTE     PIC S9(07) VALUE ZERO.
          05 WS-EPS-DATA-INV   PIC 9(08) VALUE ZERO.

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "ESTOQUE POR LOJA" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > ENTRADA DE MERCADORIA".
             02 LINE 10 COLUMN 29 VALUE "< 2 > INVENTARIO (CONTAGEM)".
             02 LINE 12 COLUMN 29 VALUE "< 3 > CONSULTA SALDO".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

          01 TELA-CHAVE.
             02 LINE 08 COLUMN 01 VALUE "LOJA    :".
             02 LINE 08 COLUMN 11 PIC 9(05) USING WS-LOJA.
             02 LINE 09 COLUMN 01 VALUE "ITEM    :".
             02 LINE 09 COLUMN 11 PIC X(10) USING WS-ITEM.

          01 TELA-ENTRADA.
             02 LINE 11 COLUMN 01 VALUE "QTDE    :".
             02 LINE 11 COLUMN 11 PIC 9(07) USING WS-QTDE.
             02 LINE 12 COLUMN 01 VALUE "DOCUM.  :".
             02 LINE 12 COLUMN 11 PIC X(15) USING WS-DOC.
             02 LINE 12 COLUMN 28 VALUE "(NOTA DO FORNECEDOR)".

          01 TELA-CONTAGEM.
             02 LINE 11 COLUMN 01 VALUE "CONTADO :".
             02 LINE 11 COLUMN 11 PIC 9(07) USING WS-QTDE.

          01 TELA-CONFIRMA.
             02 LINE 16 COLUMN 01 VALUE "CONFIRMA (S/N)?".
             02 LINE 16 COLUMN 17 TO WS-CONF.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           OPEN INPUT PROD-FILE.
           IF FS-PROD = "00"
              MOVE "S" TO WS-PROD-ATIVO
           ELSE
              CLOSE PROD-FILE
              DISPLAY "PRODMAST.DAT AUSENTE - ITEM NAO VALIDADO"
           END-IF.
           OPEN I-O PED-FILE.
           IF FS-PED = "00" OR FS-PED = "05"
              MOVE "S" TO WS-PED-ATIVO
           END-IF.
           MOVE WS-OPERADOR TO WS-EPS-OPERADOR.
           MOVE WS-OPER-NOME TO WS-EPS-OPER-NOME.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM ENTRADA THRU ENTRADA-FIM
              WHEN "2"
                 PERFORM INVENTARIO THRU INVENTARIO-FIM
              WHEN "3"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

      *STORE AND ITEM OF EVERY FUNCTION - MSG STAYS BLANK WHEN BOTH
      *ARE GOOD
       PEDE-CHAVE.
           MOVE ZERO TO WS-LOJA.
           MOVE SPACES TO WS-ITEM.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           MOVE SPACES TO MSG.
           MOVE FUNCTION UPPER-CASE(WS-ITEM) TO WS-ITEM.
           IF WS-LOJA = ZERO
              MOVE MENSA2 TO MSG
              GO TO PEDE-CHAVE-FIM
           END-IF.
           IF WS-ITEM = SPACES
              MOVE MENSA3 TO MSG
              GO TO PEDE-CHAVE-FIM
           END-IF.
           MOVE SPACES TO WS-DESCRICAO.
           IF WS-PROD-ATIVO = "S"
              MOVE WS-ITEM TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    MOVE MENSA3 TO MSG
                    GO TO PEDE-CHAVE-FIM
              END-READ
              MOVE PR-DESCRICAO TO WS-DESCRICAO
              DISPLAY "ITEM: " WS-DESCRICAO
           END-IF.
           MOVE WS-LOJA TO WS-EPS-LOJA.
           MOVE WS-ITEM TO WS-EPS-ITEM-ID.
           MOVE WS-DATA-SIS TO WS-EPS-DATA.
       PEDE-CHAVE-FIM.
           EXIT.

      *GOODS RECEIVED INTO THE STORE - A POSITIVE "E" MOVEMENT
      *AGAINST THE SUPPLIER'S DOCUMENT
       ENTRADA.
           PERFORM PEDE-CHAVE THRU PEDE-CHAVE-FIM.
           IF MSG NOT = SPACES
              DISPLAY TELA-OPCAO
              GO TO ENTRADA-FIM
           END-IF.
           MOVE ZERO TO WS-QTDE.
           MOVE SPACES TO WS-DOC.
           DISPLAY TELA-ENTRADA.
           ACCEPT TELA-ENTRADA.
           IF WS-QTDE = ZERO
              MOVE MENSA4 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENTRADA-FIM
           END-IF.
           MOVE SPACE TO WS-CONF.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              GO TO ENTRADA-FIM
           END-IF.
           MOVE "M" TO WS-EPS-FUNC.
           MOVE "E" TO WS-EPS-TIPO.
           MOVE WS-QTDE TO WS-EPS-QTDE.
           MOVE WS-DOC TO WS-EPS-DOCUMENTO.
           CALL "ESTPOSTA" USING WS-EPS-PEDIDO, WS-EPS-RESPOSTA.
           IF WS-EPS-RC NOT = "00"
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO ENTRADA-FIM
           END-IF.
           MOVE WS-EPS-SALDO TO WS-SALDO-EDIT.
           DISPLAY "ENTRADA LANCADA - SALDO NA LOJA: " WS-SALDO-EDIT.
           PERFORM BAIXA-PEDIDO THRU BAIXA-PEDIDO-FIM.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       ENTRADA-FIM.
           EXIT.

      *THE GOODS RECEIVED COME OFF THE QUANTITY STILL OPEN ON
      *RELEASED ORDERS (LIBCOMPRA) FOR THE STORE AND ITEM - NEVER
      *BELOW ZERO, AN OVER-DELIVERY JUST CLOSES IT
       BAIXA-PEDIDO.
           IF WS-PED-ATIVO NOT = "S"
              GO TO BAIXA-PEDIDO-FIM
           END-IF.
           MOVE WS-LOJA TO PC-LOJA.
           MOVE WS-ITEM TO PC-ITEM-ID.
           READ PED-FILE KEY IS PC-CHAVE
              INVALID KEY
                 GO TO BAIXA-PEDIDO-FIM
           END-READ.
           IF PC-ABERTO > WS-QTDE
              SUBTRACT WS-QTDE FROM PC-ABERTO
           ELSE
              MOVE ZERO TO PC-ABERTO
           END-IF.
           REWRITE REG-PEDCOMPRA
              INVALID KEY
                 GO TO BAIXA-PEDIDO-FIM
           END-REWRITE.
           MOVE PC-ABERTO TO WS-ABERTO-EDIT.
           DISPLAY "AINDA EM PEDIDO (FORNECEDOR " PC-FORNECEDOR "): "
                   WS-ABERTO-EDIT.
       BAIXA-PEDIDO-FIM.
           EXIT.

      *PHYSICAL COUNT - KEYED BLIND, THEN THE BOOK FIGURE IS SET TO
      *IT AND ANY DIFFERENCE IS JOURNALLED AS AN ADJUSTMENT
       INVENTARIO.
           PERFORM PEDE-CHAVE THRU PEDE-CHAVE-FIM.
           IF MSG NOT = SPACES
              DISPLAY TELA-OPCAO
              GO TO INVENTARIO-FIM
           END-IF.
           MOVE ZERO TO WS-QTDE.
           DISPLAY TELA-CONTAGEM.
           ACCEPT TELA-CONTAGEM.
           MOVE SPACE TO WS-CONF.
           DISPLAY TELA-CONFIRMA.
           ACCEPT TELA-CONFIRMA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              GO TO INVENTARIO-FIM
           END-IF.
           MOVE "I" TO WS-EPS-FUNC.
           MOVE "A" TO WS-EPS-TIPO.
           MOVE WS-QTDE TO WS-EPS-QTDE.
           MOVE "INVENTARIO" TO WS-EPS-DOCUMENTO.
           CALL "ESTPOSTA" USING WS-EPS-PEDIDO, WS-EPS-RESPOSTA.
           IF WS-EPS-RC NOT = "00"
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO INVENTARIO-FIM
           END-IF.
           IF WS-EPS-AJUSTE = ZERO
              DISPLAY "CONTAGEM CONFERE COM O SALDO"
           ELSE
              MOVE WS-EPS-AJUSTE TO WS-AJUSTE-EDIT
              DISPLAY "AJUSTE LANCADO: " WS-AJUSTE-EDIT
                      " POR " WS-OPER-NOME
           END-IF.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       INVENTARIO-FIM.
           EXIT.

       CONSULTA.
           PERFORM PEDE-CHAVE THRU PEDE-CHAVE-FIM.
           IF MSG NOT = SPACES
              DISPLAY TELA-OPCAO
              GO TO CONSULTA-FIM
           END-IF.
           MOVE "C" TO WS-EPS-FUNC.
           CALL "ESTPOSTA" USING WS-EPS-PEDIDO, WS-EPS-RESPOSTA.
           IF WS-EPS-RC NOT = "00"
              MOVE MENSA6 TO MSG
              DISPLAY TELA-OPCAO
              GO TO CONSULTA-FIM
           END-IF.
           MOVE WS-EPS-SALDO TO WS-SALDO-EDIT.
           DISPLAY "SALDO NA LOJA: " WS-SALDO-EDIT
                   "  ULTIMO INVENTARIO: " WS-EPS-DATA-INV.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       CONSULTA-FIM.
           EXIT.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE; THE NAME GOES ON
      *EVERY JOURNAL LINE THE SESSION WRITES
       SIGNON-PARA.
           MOVE SPACE TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              MOVE "N" TO WS-SIGNON-OK
              GO TO SIGNON-FIM
           END-IF.
           MOVE "S" TO WS-SIGNON-OK.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           MOVE SPACES TO WS-OPER-NOME.
           OPEN INPUT OPER-FILE.
           IF FS-OPER = "00"
              MOVE WS-OPERADOR TO OP-ID
              READ OPER-FILE KEY IS OP-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OP-NOME TO WS-OPER-NOME
              END-READ
           END-IF.
           CLOSE OPER-FILE.
       SIGNON-FIM.
           EXIT.

       FIM.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
           END-IF.
           IF WS-PED-ATIVO = "S"
              CLOSE PED-FILE
           END-IF.
           MOVE "X" TO WS-EPS-FUNC.
           CALL "ESTPOSTA" USING WS-EPS-PEDIDO, WS-EPS-RESPOSTA.
           STOP RUN.
