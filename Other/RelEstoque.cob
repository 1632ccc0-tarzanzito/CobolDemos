      ******************************************************************
      *DESC    : Stock position report - per store, the book quantity  *
      *        : on hand of every item in ESTOQUE.DAT (posted by       *
      *        : SalesBatch and ESTMAINT through ESTPOSTA), with the   *
      *        : date of the last movement and of the last inventory   *
      *        : count, valued at the price in force today (PRECOVIG,  *
      *        : PR-PRECO when no dated price applies). Written to     *
      *        : RELESTOQ.TXT; the totals also go to the console.      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : A 5-digit STORE-ID on the command line restricts the  *
      *        : report to that store. A negative book figure (sold    *
      *        : more than was received or counted) is flagged         *
      *        : "NEGATIVO" and left out of the store value - it needs *
      *        : a count.                                              *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTOQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTOQUE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              ES-CHAVE
           FILE STATUS             FS-ES.
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             FS-PROD.
           SELECT REL-FILE ASSIGN TO "RELESTOQ.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT ESTPOSTA MAINTAINS
       FD ESTOQUE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01 REG-ESTOQUE.
          02 ES-CHAVE.
             03 ES-LOJA        PIC 9(05).
             03 ES-ITEM-ID     PIC X(10).
          02 ES-SALDO          PIC S9(07).
          02 ES-DATA-MOV       PIC 9(08).
          02 ES-DATA-INV       PIC 9(08).

      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-ES                PIC X(02) VALUE SPACES.
       77 FS-PROD              PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-PROD-ATIVO        PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-EOF               PIC X     VALUE "N".

      *A 5-DIGIT COMMAND-LINE PARAMETER RESTRICTS THE REPORT TO
      *THAT STORE
       01 WS-LOJA-PARM         PIC X(05) VALUE SPACES.
       01 WS-LOJA-FILTRO       PIC 9(05) VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PRIMEIRO          PIC X     VALUE "S".
       01 WS-ANT-LOJA          PIC 9(05) VALUE ZERO.
       01 WS-DESCRICAO         PIC X(30) VALUE SPACES.
       01 WS-PRECO             PIC 9(07)V99 VALUE ZERO.
       01 WS-VALOR             PIC 9(11)V99 VALUE ZERO.
       01 WS-AVISO             PIC X(12) VALUE SPACES.

      *PER STORE AND GRAND TOTALS
       01 WS-LOJA-TOTAIS.
          05 WS-LJ-ITENS       PIC 9(05) VALUE ZERO.
          05 WS-LJ-UNIDADES    PIC S9(09) VALUE ZERO.
          05 WS-LJ-VALOR       PIC 9(11)V99 VALUE ZERO.
          05 WS-LJ-NEGATIVOS   PIC 9(05) VALUE ZERO.
       01 WS-LOJAS             PIC 9(05) VALUE ZERO.
       01 WS-TOT-ITENS         PIC 9(07) VALUE ZERO.
       01 WS-TOT-VALOR         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-NEGATIVOS     PIC 9(07) VALUE ZERO.

       01 WS-SALDO-EDIT        PIC -Z.ZZZ.ZZ9.
       01 WS-UNID-EDIT         PIC -ZZZ.ZZZ.ZZ9.
       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT2             PIC Z.ZZZ.ZZZ.ZZ9,99.

      *REQUEST/RESPONSE AREAS FOR THE SHARED PRECOVIG PRICE LOOKUP
       01 WS-PVG-PEDIDO.
          05 WS-PVG-FUNC        PIC X(01) VALUE SPACE.
          05 WS-PVG-ITEM-ID     PIC X(10) VALUE SPACES.
          05 WS-PVG-DATA        PIC 9(08) VALUE ZERO.
       01 WS-PVG-RESPOSTA.
          05 WS-PVG-RC          PIC X(02) VALUE SPACES.
          05 WS-PVG-PRECO       PIC 9(07)V99 VALUE ZERO.
          05 WS-PVG-DATA-VIG    PIC 9(08) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELESTOQ".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELESTOQ.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-FALHOU = "S"
              STOP RUN
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-LOJA-PARM FROM COMMAND-LINE.
           IF WS-LOJA-PARM IS NUMERIC
              MOVE WS-LOJA-PARM TO WS-LOJA-FILTRO
           END-IF.
           OPEN INPUT ESTOQUE-FILE.
           IF FS-ES NOT = "00" AND FS-ES NOT = "05"
              DISPLAY "ESTOQUE.DAT OPEN FAILED: " FS-ES
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELESTOQ.TXT OPEN FAILED: " FS-REL
              CLOSE ESTOQUE-FILE
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT PROD-FILE.
           IF FS-PROD = "00"
              MOVE "S" TO WS-PROD-ATIVO
           END-IF.
           DISPLAY "POSICAO DE ESTOQUE POR LOJA".
           MOVE SPACES TO REL-LINE.
           STRING "POSICAO DE ESTOQUE POR LOJA EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           IF WS-LOJA-FILTRO > ZERO
              MOVE "LOJA" TO REL-LINE(50:4)
              MOVE WS-LOJA-FILTRO TO REL-LINE(55:5)
           END-IF.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

      *ESTOQUE.DAT IS KEYED STORE FIRST, SO A STRAIGHT READ COMES IN
      *STORE ORDER - A STORE FILTER STARTS AT ITS FIRST RECORD
       PROCESS-PARA.
           IF WS-LOJA-FILTRO > ZERO
              MOVE WS-LOJA-FILTRO TO ES-LOJA
              MOVE LOW-VALUES TO ES-ITEM-ID
              START ESTOQUE-FILE KEY IS NOT LESS ES-CHAVE
                 INVALID KEY
                    MOVE "S" TO WS-EOF
              END-START
           END-IF.
           PERFORM UNTIL WS-EOF = "S"
               READ ESTOQUE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-EOF
               NOT AT END
                   IF WS-LOJA-FILTRO > ZERO
                      AND ES-LOJA NOT = WS-LOJA-FILTRO
                      MOVE "S" TO WS-EOF
                   ELSE
                      PERFORM TRATA-LINHA-PARA THRU TRATA-LINHA-FIM
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
              PERFORM FIM-LOJA-PARA THRU FIM-LOJA-FIM
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.

       TRATA-LINHA-PARA.
           IF WS-PRIMEIRO = "S"
              OR ES-LOJA NOT = WS-ANT-LOJA
              IF WS-PRIMEIRO = "N"
                 PERFORM FIM-LOJA-PARA THRU FIM-LOJA-FIM
              END-IF
              PERFORM INICIO-LOJA-PARA THRU INICIO-LOJA-FIM
           END-IF.
           MOVE SPACES TO WS-DESCRICAO.
           MOVE ZERO TO WS-PRECO.
           IF WS-PROD-ATIVO = "S"
              MOVE ES-ITEM-ID TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    MOVE "NAO CADASTRADO" TO WS-DESCRICAO
                 NOT INVALID KEY
                    MOVE PR-DESCRICAO TO WS-DESCRICAO
                    MOVE PR-PRECO TO WS-PRECO
              END-READ
           END-IF.
           MOVE "B" TO WS-PVG-FUNC.
           MOVE ES-ITEM-ID TO WS-PVG-ITEM-ID.
           MOVE WS-DATA-SIS TO WS-PVG-DATA.
           CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA.
           IF WS-PVG-RC = "00"
              MOVE WS-PVG-PRECO TO WS-PRECO
           END-IF.
           ADD 1 TO WS-LJ-ITENS.
           ADD ES-SALDO TO WS-LJ-UNIDADES.
           MOVE SPACES TO WS-AVISO.
           MOVE ZERO TO WS-VALOR.
           IF ES-SALDO < ZERO
              MOVE "*** NEGATIVO" TO WS-AVISO
              ADD 1 TO WS-LJ-NEGATIVOS
           ELSE
              COMPUTE WS-VALOR = ES-SALDO * WS-PRECO
              ADD WS-VALOR TO WS-LJ-VALOR
           END-IF.
           MOVE ES-SALDO TO WS-SALDO-EDIT.
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  " DELIMITED BY SIZE
                  ES-ITEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ES-DATA-MOV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ES-DATA-INV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AVISO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       TRATA-LINHA-FIM.
           EXIT.

       INICIO-LOJA-PARA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE ES-LOJA TO WS-ANT-LOJA.
           INITIALIZE WS-LOJA-TOTAIS.
           ADD 1 TO WS-LOJAS.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           STRING "LOJA " DELIMITED BY SIZE
                  ES-LOJA DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "  ITEM       DESCRICAO" TO REL-LINE.
           MOVE "SALDO" TO REL-LINE(51:5).
           MOVE "ULT.MOV." TO REL-LINE(57:8).
           MOVE "ULT.INV." TO REL-LINE(66:8).
           MOVE "VALOR" TO REL-LINE(86:5).
           WRITE REL-LINE.
       INICIO-LOJA-FIM.
           EXIT.

       FIM-LOJA-PARA.
           MOVE WS-LJ-UNIDADES TO WS-UNID-EDIT.
           MOVE WS-LJ-VALOR TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  TOTAL LOJA " DELIMITED BY SIZE
                  WS-ANT-LOJA DELIMITED BY SIZE
                  " ITENS " DELIMITED BY SIZE
                  WS-LJ-ITENS DELIMITED BY SIZE
                  " UNIDADES " DELIMITED BY SIZE
                  WS-UNID-EDIT DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " NEGATIVOS " DELIMITED BY SIZE
                  WS-LJ-NEGATIVOS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY "LOJA " WS-ANT-LOJA " ITENS " WS-LJ-ITENS
                   " VALOR " WS-EDIT " NEGATIVOS " WS-LJ-NEGATIVOS.
           ADD WS-LJ-ITENS TO WS-TOT-ITENS.
           ADD WS-LJ-VALOR TO WS-TOT-VALOR.
           ADD WS-LJ-NEGATIVOS TO WS-TOT-NEGATIVOS.
       FIM-LOJA-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-TOT-VALOR TO WS-EDIT2.
           STRING "TOTAL GERAL   LOJAS " DELIMITED BY SIZE
                  WS-LOJAS DELIMITED BY SIZE
                  " ITENS " DELIMITED BY SIZE
                  WS-TOT-ITENS DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  " NEGATIVOS " DELIMITED BY SIZE
                  WS-TOT-NEGATIVOS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY " ".
           DISPLAY "LOJAS              : " WS-LOJAS.
           DISPLAY "ITENS EM ESTOQUE   : " WS-TOT-ITENS.
           DISPLAY "VALOR DO ESTOQUE   : " WS-EDIT2.
           DISPLAY "SALDOS NEGATIVOS   : " WS-TOT-NEGATIVOS.
           CLOSE ESTOQUE-FILE.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
           END-IF.
           MOVE "X" TO WS-PVG-FUNC.
           CALL "PRECOVIG" USING WS-PVG-PEDIDO, WS-PVG-RESPOSTA.
       CLOSE-EXIT-PARA.
           EXIT.
