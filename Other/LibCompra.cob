      ******************************************************************
      *DESC    : Purchase release - takes the SUGCOMPRA.TXT suggestion *
      *        : file written by the nightly RELREPOS run, as the      *
      *        : buyer left it after editing, and releases every line  *
      *        : as an open order: the quantity is added to the store  *
      *        : and item's open quantity on PEDCOMPRA.DAT, which      *
      *        : RELREPOS counts as on order and ESTMAINT draws down   *
      *        : as the goods are received. Each release is listed on  *
      *        : LIBCOMPRA.TXT with the operator who released it.      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : The buyer may change a quantity or the supplier,      *
      *        : delete a line, or set a quantity to zero to drop it.  *
      *        : A line that cannot be released (bad field, store      *
      *        : zero, item not on PRODMAST.DAT when present) is       *
      *        : copied as it was to SUGCOMPRA.REJ and its reason      *
      *        : listed; the rest are released. SUGCOMPRA.TXT is then  *
      *        : emptied, so running again releases nothing twice.     *
      *        : Signs on through OPERSIGN.                            *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCOMPRA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUG-FILE ASSIGN TO "SUGCOMPRA.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-SUG.
           SELECT REJ-FILE ASSIGN TO "SUGCOMPRA.REJ"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REJ.
           SELECT REL-FILE ASSIGN TO "LIBCOMPRA.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT PED-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PC-CHAVE
           FILE STATUS             FS-PED.
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             FS-PROD.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT RELREPOS WRITES
       FD SUG-FILE.
       01 SUG-LINE             PIC X(40).

       FD REJ-FILE.
       01 REJ-LINE             PIC X(40).

       FD REL-FILE.
       01 REL-LINE             PIC X(100).

      *OPEN ORDER QUANTITY PER STORE AND ITEM - ADDED TO HERE, DRAWN
      *DOWN BY ESTMAINT ON RECEIPT
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

      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-SUG               PIC X(02) VALUE SPACES.
       77 FS-REJ               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-PED               PIC X(02) VALUE SPACES.
       77 FS-PROD              PIC X(02) VALUE SPACES.
       77 WS-PROD-ATIVO        PIC X     VALUE "N".
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CONF              PIC X     VALUE SPACE.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *ONE SUGGESTION LINE AS THE BUYER LEFT IT - AN EDITED FIELD MAY
      *BE SHORTER THAN ITS ORIGINAL WIDTH, SO THE LENGTHS ARE KEPT
       01 WS-SUG.
          05 WS-SG-FORN-TXT    PIC X(06) VALUE SPACES.
          05 WS-SG-LOJA-TXT    PIC X(05) VALUE SPACES.
          05 WS-SG-ITEM-ID     PIC X(10) VALUE SPACES.
          05 WS-SG-QTDE-TXT    PIC X(07) VALUE SPACES.
       01 WS-SG-FORN-LEN       PIC 9(02) VALUE ZERO.
       01 WS-SG-LOJA-LEN       PIC 9(02) VALUE ZERO.
       01 WS-SG-QTDE-LEN       PIC 9(02) VALUE ZERO.
       01 WS-SG-FORNECEDOR     PIC 9(06) VALUE ZERO.
       01 WS-SG-LOJA           PIC 9(05) VALUE ZERO.
       01 WS-SG-QTDE           PIC 9(07) VALUE ZERO.
       01 WS-MOTIVO            PIC X(30) VALUE SPACES.

       01 WS-LIDAS             PIC 9(05) VALUE ZERO.
       01 WS-LIBERADAS         PIC 9(05) VALUE ZERO.
       01 WS-ZERADAS           PIC 9(05) VALUE ZERO.
       01 WS-RECUSADAS         PIC 9(05) VALUE ZERO.
       01 WS-UNIDADES          PIC 9(09) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "LIBCOMPR".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "LIBCOMPRA.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              DISPLAY "LIBERACAO CANCELADA - SEM IDENTIFICACAO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           DISPLAY "LIBERAR AS SUGESTOES DE SUGCOMPRA.TXT (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "NADA LIBERADO"
              STOP RUN
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM UNTIL WS-EOF = "S"
               READ SUG-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM LIBERA-PARA THRU LIBERA-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           OPEN INPUT SUG-FILE.
           IF FS-SUG NOT = "00" AND FS-SUG NOT = "05"
              DISPLAY "SUGCOMPRA.TXT OPEN FAILED: " FS-SUG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O PED-FILE.
           IF FS-PED = "35"
              OPEN OUTPUT PED-FILE
              CLOSE PED-FILE
              OPEN I-O PED-FILE
           END-IF.
           IF FS-PED NOT = "00"
              DISPLAY "PEDCOMPRA.DAT OPEN FAILED: " FS-PED
              CLOSE SUG-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJ-FILE.
           OPEN OUTPUT REL-FILE.
           OPEN INPUT PROD-FILE.
           IF FS-PROD = "00"
              MOVE "S" TO WS-PROD-ATIVO
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING "LIBERACAO DE COMPRAS EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

      *ONE SUGGESTION LINE - CHECKED, THEN ADDED TO THE OPEN ORDER OF
      *ITS STORE AND ITEM
       LIBERA-PARA.
           IF SUG-LINE = SPACES
              GO TO LIBERA-EXIT-PARA
           END-IF.
           ADD 1 TO WS-LIDAS.
           MOVE SPACES TO WS-SUG.
           MOVE ZERO TO WS-SG-FORN-LEN WS-SG-LOJA-LEN WS-SG-QTDE-LEN.
           UNSTRING SUG-LINE DELIMITED BY ";"
               INTO WS-SG-FORN-TXT COUNT IN WS-SG-FORN-LEN
                    WS-SG-LOJA-TXT COUNT IN WS-SG-LOJA-LEN
                    WS-SG-ITEM-ID
                    WS-SG-QTDE-TXT COUNT IN WS-SG-QTDE-LEN
           END-UNSTRING.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-SG-FORN-LEN = ZERO OR WS-SG-FORN-LEN > 6
              OR WS-SG-LOJA-LEN = ZERO OR WS-SG-LOJA-LEN > 5
              OR WS-SG-QTDE-LEN = ZERO OR WS-SG-QTDE-LEN > 7
              MOVE "LINHA INVALIDA" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF WS-SG-FORN-TXT(1:WS-SG-FORN-LEN) IS NOT NUMERIC
              MOVE "FORNECEDOR INVALIDO" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF WS-SG-LOJA-TXT(1:WS-SG-LOJA-LEN) IS NOT NUMERIC
              MOVE "LOJA INVALIDA" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF WS-SG-QTDE-TXT(1:WS-SG-QTDE-LEN) IS NOT NUMERIC
              MOVE "QUANTIDADE INVALIDA" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           MOVE WS-SG-FORN-TXT(1:WS-SG-FORN-LEN) TO WS-SG-FORNECEDOR.
           MOVE WS-SG-LOJA-TXT(1:WS-SG-LOJA-LEN) TO WS-SG-LOJA.
           MOVE WS-SG-QTDE-TXT(1:WS-SG-QTDE-LEN) TO WS-SG-QTDE.
      *    A QUANTITY SET TO ZERO IS THE BUYER DROPPING THE LINE
           IF WS-SG-QTDE = ZERO
              ADD 1 TO WS-ZERADAS
              GO TO LIBERA-EXIT-PARA
           END-IF.
           IF WS-SG-FORNECEDOR = ZERO
              MOVE "FORNECEDOR INVALIDO" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF WS-SG-LOJA = ZERO
              MOVE "LOJA INVALIDA" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF WS-PROD-ATIVO = "S"
              MOVE WS-SG-ITEM-ID TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    MOVE "ITEM NAO CADASTRADO" TO WS-MOTIVO
                    GO TO RECUSA-PARA
              END-READ
           END-IF.
           MOVE WS-SG-LOJA TO PC-LOJA.
           MOVE WS-SG-ITEM-ID TO PC-ITEM-ID.
           READ PED-FILE KEY IS PC-CHAVE
              INVALID KEY
                 MOVE ZERO TO PC-ABERTO
                 MOVE WS-SG-LOJA TO PC-LOJA
                 MOVE WS-SG-ITEM-ID TO PC-ITEM-ID
                 MOVE WS-SG-QTDE TO PC-ABERTO
                 MOVE WS-SG-FORNECEDOR TO PC-FORNECEDOR
                 MOVE WS-DATA-SIS TO PC-DATA-LIB
                 MOVE WS-OPERADOR TO PC-OPERADOR
                 WRITE REG-PEDCOMPRA
                    INVALID KEY
                       MOVE "PEDCOMPRA.DAT NAO GRAVADO" TO WS-MOTIVO
                 END-WRITE
              NOT INVALID KEY
                 ADD WS-SG-QTDE TO PC-ABERTO
                 MOVE WS-SG-FORNECEDOR TO PC-FORNECEDOR
                 MOVE WS-DATA-SIS TO PC-DATA-LIB
                 MOVE WS-OPERADOR TO PC-OPERADOR
                 REWRITE REG-PEDCOMPRA
                    INVALID KEY
                       MOVE "PEDCOMPRA.DAT NAO GRAVADO" TO WS-MOTIVO
                 END-REWRITE
           END-READ.
           IF WS-MOTIVO NOT = SPACES
              GO TO RECUSA-PARA
           END-IF.
           ADD 1 TO WS-LIBERADAS.
           ADD WS-SG-QTDE TO WS-UNIDADES.
           MOVE SPACES TO REL-LINE.
           STRING "LIBERADO  FORNECEDOR " DELIMITED BY SIZE
                  WS-SG-FORNECEDOR DELIMITED BY SIZE
                  " LOJA " DELIMITED BY SIZE
                  WS-SG-LOJA DELIMITED BY SIZE
                  " ITEM " DELIMITED BY SIZE
                  WS-SG-ITEM-ID DELIMITED BY SIZE
                  " QTDE " DELIMITED BY SIZE
                  WS-SG-QTDE DELIMITED BY SIZE
                  " EM ABERTO " DELIMITED BY SIZE
                  PC-ABERTO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           GO TO LIBERA-EXIT-PARA.
      *    THE LINE GOES TO SUGCOMPRA.REJ UNCHANGED, TO BE FIXED AND
      *    RELEASED AGAIN
       RECUSA-PARA.
           ADD 1 TO WS-RECUSADAS.
           MOVE SUG-LINE TO REJ-LINE.
           WRITE REJ-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "RECUSADO  " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  SUG-LINE DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       LIBERA-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "LINHAS " DELIMITED BY SIZE
                  WS-LIDAS DELIMITED BY SIZE
                  "  LIBERADAS " DELIMITED BY SIZE
                  WS-LIBERADAS DELIMITED BY SIZE
                  "  ZERADAS " DELIMITED BY SIZE
                  WS-ZERADAS DELIMITED BY SIZE
                  "  RECUSADAS " DELIMITED BY SIZE
                  WS-RECUSADAS DELIMITED BY SIZE
                  "  UNIDADES " DELIMITED BY SIZE
                  WS-UNIDADES DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           CLOSE SUG-FILE.
           CLOSE REJ-FILE.
           CLOSE REL-FILE.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           CLOSE PED-FILE.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
           END-IF.
      *    EVERY LINE IS NOW EITHER RELEASED, DROPPED OR ON
      *    SUGCOMPRA.REJ
           OPEN OUTPUT SUG-FILE.
           CLOSE SUG-FILE.
           DISPLAY "LINHAS LIDAS     : " WS-LIDAS.
           DISPLAY "LIBERADAS        : " WS-LIBERADAS.
           DISPLAY "ZERADAS PELO COMPRADOR: " WS-ZERADAS.
           DISPLAY "RECUSADAS (SUGCOMPRA.REJ): " WS-RECUSADAS.
       CLOSE-EXIT-PARA.
           EXIT.
