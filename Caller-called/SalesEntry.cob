      *        : salesperson ID ends the session.                      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.4.0                                                 *
      *NOTES   : Capture format: VENDEDOR(10);CODIGO(6);VALOR(5);      *
      *        : DATA(8, CCYYMMDD);TIPO(1, V=VENDA D=DEVOLUCAO -      *
      *        : ABSENT MEANS V). The CODIGO and VENDEDOR are now      *
      *        : validated at the prompt against ARQCLI.DAT and        *
      *        : EMPMAST.DAT (when present); the batch still applies   *
      *        : the full rule set.                                    *
      *        : Item lines: each sale is now captured as one or more  *
      *        : item lines - ITEM-ID checked against PRODMAST.DAT     *
      *        : (when present), quantity and unit price, the list     *
      *        : price offered by default and any other price          *
      *        : confirmed at the prompt. The header line gains a      *
      *        : sixth field, the number of item lines (NITENS, 2      *
      *        : digits), and VALOR is the rounded sum of the lines;   *
      *        : each item line follows its header as                  *
      *        : I;ITEM-ID(10);QTDE(5);PRECO(7, 2 decimals). At most   *
      *        : 20 lines per sale and a sale total of 99999.          *
      *        : The price offered is now the one in force on the      *
      *        : capture date - the dated PRECO.DAT price list kept by *
      *        : supervisors in PRODMAINT, looked up through PRECOVIG, *
      *        : with PR-PRECO as the base price when no dated price   *
      *        : applies yet.                                          *
      *        : The store (LOJA, 5 digits) is asked once when the     *
      *        : session starts and written as a seventh header field; *
      *        : SalesBatch moves that store's stock for the items     *
      *        : sold or returned.                                     *
      *        : Territories: the client's territory owner (house      *
      *        : account first, then city, from TERRIT.DAT kept by     *
      *        : TERRMAINT) is looked up after the client; a sale      *
      *        : typed by another active employee is only written once *
      *        : the operator confirms it, and SalesBatch applies the  *
      *        : out-of-territory rule to it.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SalesEntry".
           ACCESS MODE             DYNAMIC
           RECORD KEY              EM-ID
           FILE STATUS             WS-EMP-STATUS.
      *PRODUCT REFERENCE FILE (PRODMAINT) - EVERY ITEM LINE OF A SALE
      *MUST NAME A REGISTERED ITEM, AND ITS LIST PRICE IS OFFERED AS
      *THE UNIT PRICE
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             WS-PROD-STATUS.
      *SALES TERRITORIES (TERRMAINT) - A SALE TYPED BY ANYONE OTHER
      *THAN THE OWNER OF THE CLIENT'S HOUSE ACCOUNT OR CITY IS
      *FLAGGED AT THE PROMPT BEFORE IT IS WRITTEN
           SELECT OPTIONAL TERR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              TE-CHAVE
           FILE STATUS             WS-TERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDAS-FILE.
       01 VENDAS-LINE           PIC X(60).

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
          02 FD-FILIAL        PIC 9(02).
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

      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       FD EMP-MASTER LABEL RECORD STANDARD
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

      *SAME LAYOUT TERRMAINT (TerrMaint.cob) MAINTAINS
       FD TERR-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REG-TERR.
          02 TE-CHAVE.
             03 TE-TIPO       PIC X(01).
             03 TE-VALOR      PIC X(20).
          02 TE-VENDEDOR      PIC 9(05).
          02 TE-DESCRICAO     PIC X(30).
          02 TE-DATA-ALT      PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-STATUS             PIC X(02).
       01 WS-CLI-ATIVO          PIC X     VALUE "N".
       01 WS-EMP-ATIVO          PIC X     VALUE "N".
       01 WS-OK                 PIC X     VALUE "N".
       01 WS-PROD-STATUS        PIC X(02) VALUE SPACES.
       01 WS-PROD-ATIVO         PIC X     VALUE "N".
       01 WS-TERR-STATUS        PIC X(02) VALUE SPACES.
       01 WS-TERR-ATIVO         PIC X     VALUE "N".
      *OWNER OF THE CLIENT'S TERRITORY, ZERO WHEN THERE IS NONE OR
      *THE OWNER IS NO LONGER AN ACTIVE EMPLOYEE
       01 WS-DONO               PIC 9(05) VALUE ZERO.
       01 WS-CIDADE             PIC X(20) VALUE SPACES.

      *ITEM LINES OF THE SALE BEING CAPTURED - HELD UNTIL THE SALE IS
      *COMPLETE, THEN WRITTEN BEHIND ITS HEADER LINE
       01 WS-ITEM-ID            PIC X(10) VALUE SPACES.
       01 WS-QTDE               PIC 9(05) VALUE ZERO.
       01 WS-PRECO              PIC 9(05)V99 VALUE ZERO.
       01 WS-PRECO-LISTA        PIC 9(07)V99 VALUE ZERO.
       01 WS-PRECO-EDIT         PIC ZZZZZZ9.99.
       01 WS-LINHA-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-VENDA-TOTAL        PIC 9(07)V99 VALUE ZERO.
       01 WS-TOTAL-EDIT         PIC ZZZZZZ9.99.
       01 WS-CONF               PIC X     VALUE SPACE.
       01 WS-FIM-ITENS          PIC X     VALUE "N".
       01 WS-IT-COUNT           PIC 9(02) VALUE ZERO.
       01 WS-IT                 PIC 9(02) VALUE ZERO.
       01 WS-ITENS.
          05 WS-ITEM OCCURS 20 TIMES.
             10 WS-IT-ID        PIC X(10).
             10 WS-IT-QTDE      PIC 9(05).
             10 WS-IT-PRECO     PIC 9(05)V99.

       01 WS-DATA-SIS           PIC 9(08) VALUE ZERO.
      *THE STORE THE SESSION CAPTURES FOR - ITS STOCK IS MOVED WHEN
      *SalesBatch ACCEPTS THE SALE
       01 WS-LOJA               PIC 9(05) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED PRECOVIG PRICE LOOKUP
       01 WS-PVG-PEDIDO.
          05 WS-PVG-FUNC        PIC X(01) VALUE SPACE.
          05 WS-PVG-ITEM-ID     PIC X(10) VALUE SPACES.
          05 WS-PVG-DATA        PIC 9(08) VALUE ZERO.
       01 WS-PVG-RESPOSTA.
          05 WS-PVG-RC          PIC X(02) VALUE SPACES.
          05 WS-PVG-PRECO       PIC 9(07)V99 VALUE ZERO.
          05 WS-PVG-DATA-VIG    PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
              CLOSE EMP-MASTER
              DISPLAY "EMPMAST.DAT AUSENTE - VENDEDOR NAO VALIDADO"
           END-IF.
           OPEN INPUT PROD-FILE.
           IF WS-PROD-STATUS = "00"
              MOVE "S" TO WS-PROD-ATIVO
           ELSE
              CLOSE PROD-FILE
              DISPLAY "PRODMAST.DAT AUSENTE - ITEM NAO VALIDADO"
           END-IF.
           OPEN INPUT TERR-FILE.
           IF WS-TERR-STATUS = "00"
              MOVE "S" TO WS-TERR-ATIVO
           ELSE
              CLOSE TERR-FILE
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM PEDE-LOJA-PARA THRU PEDE-LOJA-EXIT-PARA
               UNTIL WS-LOJA > ZERO.
           DISPLAY "CAPTURA DE VENDAS - VENDEDOR 'FIM' ENCERRA".
           PERFORM CAPTURA-PARA THRU CAPTURA-EXIT-PARA
               UNTIL WS-IS-FIM.
           IF WS-EMP-ATIVO = "S"
              CLOSE EMP-MASTER
           END-IF.
           IF WS-TERR-ATIVO = "S"
              CLOSE TERR-FILE
           END-IF.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
              MOVE "X" TO WS-PVG-FUNC
              CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA
           END-IF.
           DISPLAY "VENDAS CAPTURADAS: " WS-CAPTURADAS.
           DISPLAY "  DAS QUAIS DEVOLUCOES: " WS-DEVOLUCOES.
           STOP RUN.

       PEDE-LOJA-PARA.
           DISPLAY "LOJA (5 DIGITOS):".
           ACCEPT WS-LOJA FROM CONSOLE.
           IF WS-LOJA = ZERO
              DISPLAY "LOJA INVALIDA"
           END-IF.
       PEDE-LOJA-EXIT-PARA.
           EXIT.

       CAPTURA-PARA.
           PERFORM PEDE-VENDEDOR-PARA THRU PEDE-VENDEDOR-EXIT-PARA.
           IF WS-IS-FIM
              GO TO CAPTURA-EXIT-PARA
           END-IF.
           PERFORM PEDE-CODIGO-PARA THRU PEDE-CODIGO-EXIT-PARA.
           PERFORM CONFERE-TERRITORIO-PARA
               THRU CONFERE-TERRITORIO-EXIT-PARA.
           IF WS-CONF = "N"
              DISPLAY "VENDA FORA DO TERRITORIO - NAO GRAVADA"
              GO TO CAPTURA-EXIT-PARA
           END-IF.
           DISPLAY "TIPO (V=VENDA, D=DEVOLUCAO):".
           ACCEPT WS-TIPO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-TIPO) TO WS-TIPO.
           IF WS-TIPO NOT = "D"
              MOVE "V" TO WS-TIPO
           END-IF.
           PERFORM PEDE-ITENS-PARA THRU PEDE-ITENS-EXIT-PARA.
           IF WS-IT-COUNT = ZERO
              DISPLAY "VENDA SEM ITENS - NAO GRAVADA"
              GO TO CAPTURA-EXIT-PARA
           END-IF.
      *    THE SALE VALOR IS THE SUM OF ITS LINES, IN WHOLE UNITS AS
      *    THE COMMISSION ENGINE TAKES IT
           COMPUTE WS-VALOR ROUNDED = WS-VENDA-TOTAL.
           MOVE WS-VENDA-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "TOTAL DA VENDA: " WS-TOTAL-EDIT.
           MOVE SPACES TO VENDAS-LINE.
           STRING WS-VENDEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-IT-COUNT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LOJA DELIMITED BY SIZE
                  INTO VENDAS-LINE
           END-STRING.
           WRITE VENDAS-LINE.
           PERFORM GRAVA-ITEM-PARA THRU GRAVA-ITEM-EXIT-PARA
               VARYING WS-IT FROM 1 BY 1
               UNTIL WS-IT > WS-IT-COUNT.
           ADD 1 TO WS-CAPTURADAS.
           IF WS-TIPO = "D"
              ADD 1 TO WS-DEVOLUCOES
       CAPTURA-EXIT-PARA.
           EXIT.

      *ITEM LINES OF ONE SALE - A BLANK ITEM-ID ENDS THE SALE
       PEDE-ITENS-PARA.
           MOVE ZERO TO WS-IT-COUNT.
           MOVE ZERO TO WS-VENDA-TOTAL.
           MOVE "N" TO WS-FIM-ITENS.
           PERFORM PEDE-ITEM-PARA THRU PEDE-ITEM-EXIT-PARA
               UNTIL WS-FIM-ITENS = "S" OR WS-IT-COUNT = 20.
           IF WS-IT-COUNT = 20
              DISPLAY "LIMITE DE 20 ITENS - LANCE O RESTANTE EM "
                      "OUTRA VENDA"
           END-IF.
       PEDE-ITENS-EXIT-PARA.
           EXIT.

      *ONE ITEM LINE - THE ITEM MUST BE ON PRODMAST.DAT, THE LIST
      *PRICE IN FORCE TODAY IS THE DEFAULT AND ANY OTHER PRICE MUST
      *BE CONFIRMED.
      *A LINE THAT FAILS IS DISCARDED AND THE PROMPT STARTS OVER
       PEDE-ITEM-PARA.
           DISPLAY "ITEM (EM BRANCO ENCERRA A VENDA):".
           MOVE SPACES TO WS-ITEM-ID.
           ACCEPT WS-ITEM-ID FROM CONSOLE.
           IF WS-ITEM-ID = SPACES
              MOVE "S" TO WS-FIM-ITENS
              GO TO PEDE-ITEM-EXIT-PARA
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ITEM-ID) TO WS-ITEM-ID.
           MOVE ZERO TO WS-PRECO-LISTA.
           IF WS-PROD-ATIVO = "S"
              MOVE WS-ITEM-ID TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    DISPLAY "ITEM NAO CADASTRADO - REDIGITE"
                    GO TO PEDE-ITEM-EXIT-PARA
              END-READ
              MOVE PR-PRECO TO WS-PRECO-LISTA
              MOVE "B" TO WS-PVG-FUNC
              MOVE WS-ITEM-ID TO WS-PVG-ITEM-ID
              MOVE WS-DATA-SIS TO WS-PVG-DATA
              CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA
              IF WS-PVG-RC = "00"
                 MOVE WS-PVG-PRECO TO WS-PRECO-LISTA
              END-IF
              MOVE WS-PRECO-LISTA TO WS-PRECO-EDIT
              DISPLAY "ITEM: " PR-DESCRICAO " TABELA: " WS-PRECO-EDIT
           END-IF.
           DISPLAY "QUANTIDADE:".
           ACCEPT WS-QTDE FROM CONSOLE.
           IF WS-QTDE = ZERO
              DISPLAY "QUANTIDADE INVALIDA - ITEM DESCARTADO"
              GO TO PEDE-ITEM-EXIT-PARA
           END-IF.
           DISPLAY "PRECO UNITARIO (ZERO = PRECO DE TABELA):".
           ACCEPT WS-PRECO FROM CONSOLE.
           IF WS-PRECO = ZERO
              IF WS-PRECO-LISTA = ZERO
                 DISPLAY "ITEM SEM PRECO DE TABELA - ITEM DESCARTADO"
                 GO TO PEDE-ITEM-EXIT-PARA
              END-IF
              IF WS-PRECO-LISTA > 99999.99
                 DISPLAY "PRECO DE TABELA ACIMA DO LIMITE DA VENDA"
                         " - ITEM DESCARTADO"
                 GO TO PEDE-ITEM-EXIT-PARA
              END-IF
              MOVE WS-PRECO-LISTA TO WS-PRECO
           END-IF.
           IF WS-PRECO-LISTA > ZERO AND WS-PRECO NOT = WS-PRECO-LISTA
              DISPLAY "PRECO DIFERE DA TABELA - CONFIRMA (S/N)?"
              MOVE SPACE TO WS-CONF
              ACCEPT WS-CONF FROM CONSOLE
              IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
                 DISPLAY "ITEM DESCARTADO"
                 GO TO PEDE-ITEM-EXIT-PARA
              END-IF
           END-IF.
           COMPUTE WS-LINHA-TOTAL = WS-QTDE * WS-PRECO.
           IF WS-VENDA-TOTAL + WS-LINHA-TOTAL > 99999
              DISPLAY "VENDA PASSARIA DE 99999 - ITEM DESCARTADO "
                      "(LANCE OUTRA VENDA)"
              GO TO PEDE-ITEM-EXIT-PARA
           END-IF.
           ADD WS-LINHA-TOTAL TO WS-VENDA-TOTAL.
           ADD 1 TO WS-IT-COUNT.
           MOVE WS-ITEM-ID TO WS-IT-ID(WS-IT-COUNT).
           MOVE WS-QTDE TO WS-IT-QTDE(WS-IT-COUNT).
           MOVE WS-PRECO TO WS-IT-PRECO(WS-IT-COUNT).
       PEDE-ITEM-EXIT-PARA.
           EXIT.

      *ONE ITEM LINE BEHIND THE HEADER: I;ITEM-ID;QTDE;PRECO
       GRAVA-ITEM-PARA.
           MOVE SPACES TO VENDAS-LINE.
           STRING "I;" DELIMITED BY SIZE
                  WS-IT-ID(WS-IT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-IT-QTDE(WS-IT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-IT-PRECO(WS-IT) DELIMITED BY SIZE
                  INTO VENDAS-LINE
           END-STRING.
           WRITE VENDAS-LINE.
       GRAVA-ITEM-EXIT-PARA.
           EXIT.

      *THE VENDEDOR MUST RESOLVE TO A REGISTERED, NON-TERMINATED
      *EMPLOYEE - BAD ONES ARE RE-PROMPTED RIGHT HERE, THE SAME
      *"98"/"97" RULES SalesBatch WOULD APPLY NEXT MORNING
           PERFORM UNTIL WS-OK = "S"
               DISPLAY "CODIGO DO CLIENTE:"
               ACCEPT WS-CODIGO FROM CONSOLE
               MOVE SPACES TO WS-CIDADE
               IF WS-CLI-ATIVO NOT = "S"
                  MOVE "S" TO WS-OK
               ELSE
                        DISPLAY "CLIENTE NAO CADASTRADO - REDIGITE"
                     NOT INVALID KEY
                        DISPLAY "CLIENTE: " FD-NOME
                        MOVE FD-CIDADE TO WS-CIDADE
                        IF FD-INATIVO
                           DISPLAY "AVISO: CLIENTE INATIVO"
                        END-IF
           END-PERFORM.
       PEDE-CODIGO-EXIT-PARA.
           EXIT.

      *TERRITORY OWNER OF THE CLIENT - THE HOUSE ACCOUNT FIRST, THEN
      *THE CLIENT'S CITY. WHEN THE OWNER IS ANOTHER ACTIVE EMPLOYEE
      *THE OPERATOR MUST CONFIRM THE SALE; SalesBatch THEN APPLIES
      *THE OUT-OF-TERRITORY RULE TO IT. WS-CONF COMES BACK "N" ONLY
      *WHEN THE OPERATOR DECLINES
       CONFERE-TERRITORIO-PARA.
           MOVE SPACE TO WS-CONF.
           MOVE ZERO TO WS-DONO.
           IF WS-TERR-ATIVO NOT = "S"
              GO TO CONFERE-TERRITORIO-EXIT-PARA
           END-IF.
           MOVE "C" TO TE-TIPO.
           MOVE SPACES TO TE-VALOR.
           MOVE WS-CODIGO TO TE-VALOR(1:6).
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 IF WS-CIDADE NOT = SPACES
                    MOVE "M" TO TE-TIPO
                    MOVE FUNCTION UPPER-CASE(WS-CIDADE) TO TE-VALOR
                    READ TERR-FILE KEY IS TE-CHAVE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE TE-VENDEDOR TO WS-DONO
                    END-READ
                 END-IF
              NOT INVALID KEY
                 MOVE TE-VENDEDOR TO WS-DONO
           END-READ.
           IF WS-DONO = ZERO
              GO TO CONFERE-TERRITORIO-EXIT-PARA
           END-IF.
           IF WS-VENDEDOR(1:5) IS NUMERIC
              AND WS-VENDEDOR(1:5) = WS-DONO
              GO TO CONFERE-TERRITORIO-EXIT-PARA
           END-IF.
      *    A TERRITORY WHOSE OWNER LEFT THE COMPANY IS OPEN GROUND
           IF WS-EMP-ATIVO = "S"
              MOVE WS-DONO TO EM-ID
              READ EMP-MASTER KEY IS EM-ID
                 INVALID KEY
                    MOVE ZERO TO WS-DONO
                 NOT INVALID KEY
                    IF EM-TERMINATED
                       MOVE ZERO TO WS-DONO
                    END-IF
              END-READ
           END-IF.
           IF WS-DONO = ZERO
              GO TO CONFERE-TERRITORIO-EXIT-PARA
           END-IF.
           DISPLAY "AVISO: VENDEDOR NAO E O DONO DO TERRITORIO (DONO "
                   WS-DONO ")".
           DISPLAY "CONFIRMA A VENDA FORA DO TERRITORIO (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF = "S" OR WS-CONF = "s"
              MOVE "S" TO WS-CONF
           ELSE
              MOVE "N" TO WS-CONF
           END-IF.
       CONFERE-TERRITORIO-EXIT-PARA.
           EXIT.
