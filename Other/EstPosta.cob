      ******************************************************************
      *DESC    : Shared stock posting - ESTOQUE.DAT holds the book     *
      *        : quantity on hand of every item in every store, keyed  *
      *        : by STORE-ID plus ITEM-ID, and every change to it is   *
      *        : journalled on ESTMOV.LOG. SalesBatch posts the items  *
      *        : of each accepted sale (out) and return (in); ESTMAINT *
      *        : posts goods receipts and inventory counts. Every      *
      *        : posting goes through this routine so the book figure  *
      *        : and the journal can never disagree.                   *
      *        :   CALL "ESTPOSTA" USING EPS-PEDIDO, EPS-RESPOSTA      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "M" post a movement of EPS-QTDE (signed)   *
      *        : under EPS-TIPO (V sale, D return, E goods receipt),   *
      *        : "I" post an inventory count - EPS-QTDE is the counted *
      *        : quantity and the difference to the book figure is     *
      *        : journalled as an "A" adjustment carrying the          *
      *        : operator's name (nothing is journalled when the count *
      *        : agrees, only the count date is stamped), "C" read the *
      *        : book figure, "X" close the files (the NFEMITE         *
      *        : convention - they stay open between calls of a run).  *
      *        : EPS-RC: "00" done, "10" ("C" only) no stock record,   *
      *        : "30" file error. The book figure may go negative - a  *
      *        : sale is never refused for stock; the position report  *
      *        : flags it.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPOSTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *BOOK STOCK, ONE RECORD PER STORE AND ITEM
           SELECT OPTIONAL ESTOQUE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              ES-CHAVE
           FILE STATUS             FS-ES.
      *STOCK-MOVEMENT JOURNAL, ONE LINE PER POSTING
           SELECT OPTIONAL ESTMOV-FILE ASSIGN TO "ESTMOV.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-MV.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT RELESTOQ READS
       FD ESTOQUE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ESTOQUE.DAT".
       01 REG-ESTOQUE.
          02 ES-CHAVE.
             03 ES-LOJA        PIC 9(05).
             03 ES-ITEM-ID     PIC X(10).
          02 ES-SALDO          PIC S9(07).
          02 ES-DATA-MOV       PIC 9(08).
          02 ES-DATA-INV       PIC 9(08).

      *SAME LAYOUT ESTMOVINQ READS. MV-QTDE AND MV-SALDO CARRY A
      *LEADING SIGN SO THE JOURNAL STAYS READABLE TEXT
       FD ESTMOV-FILE.
       01 ESTMOV-RECORD.
          02 MV-DATA           PIC 9(08).
          02 FILLER            PIC X.
          02 MV-HORA           PIC 9(06).
          02 FILLER            PIC X.
          02 MV-LOJA           PIC 9(05).
          02 FILLER            PIC X.
          02 MV-ITEM-ID        PIC X(10).
          02 FILLER            PIC X.
          02 MV-TIPO           PIC X(01).
          02 FILLER            PIC X.
          02 MV-QTDE           PIC S9(07) SIGN LEADING SEPARATE.
          02 FILLER            PIC X.
          02 MV-SALDO          PIC S9(07) SIGN LEADING SEPARATE.
          02 FILLER            PIC X.
          02 MV-DOCUMENTO      PIC X(15).
          02 FILLER            PIC X.
          02 MV-PROGRAMA       PIC X(08).
          02 FILLER            PIC X.
          02 MV-OPERADOR       PIC X(08).
          02 FILLER            PIC X.
          02 MV-OPER-NOME      PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-ES                PIC X(02) VALUE SPACES.
       77 FS-MV                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-NOVO              PIC X     VALUE "N".
       77 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       77 WS-MV-TIPO           PIC X(01) VALUE SPACE.
       77 WS-MV-QTDE           PIC S9(07) VALUE ZERO.

       LINKAGE SECTION.
       01 EPS-PEDIDO.
          05 EPS-FUNC          PIC X(01).
          05 EPS-TIPO          PIC X(01).
          05 EPS-LOJA          PIC 9(05).
          05 EPS-ITEM-ID       PIC X(10).
          05 EPS-QTDE          PIC S9(07).
          05 EPS-DATA          PIC 9(08).
          05 EPS-DOCUMENTO     PIC X(15).
      *CALLING PROGRAM AND OPERATOR, RECORDED ON THE JOURNAL
          05 EPS-PROGRAMA      PIC X(08).
          05 EPS-OPERADOR      PIC X(08).
          05 EPS-OPER-NOME     PIC X(30).
       01 EPS-RESPOSTA.
          05 EPS-RC            PIC X(02).
          05 EPS-SALDO         PIC S9(07).
          05 EPS-AJUSTE        PIC S9(07).
          05 EPS-DATA-INV      PIC 9(08).

       PROCEDURE DIVISION USING EPS-PEDIDO, EPS-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO EPS-RC.
           MOVE ZERO TO EPS-SALDO.
           MOVE ZERO TO EPS-AJUSTE.
           MOVE ZERO TO EPS-DATA-INV.
           IF EPS-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
           IF WS-ABERTO NOT = "S"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           IF WS-FALHOU = "S"
              MOVE "30" TO EPS-RC
              GOBACK
           END-IF.
           EVALUATE EPS-FUNC
              WHEN "M"
                 PERFORM MOVIMENTA-PARA THRU MOVIMENTA-FIM
              WHEN "I"
                 PERFORM INVENTARIO-PARA THRU INVENTARIO-FIM
              WHEN "C"
                 PERFORM CONSULTA-PARA THRU CONSULTA-FIM
           END-EVALUATE.
           GOBACK.

      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE. FILES THAT
      *WILL NOT OPEN FAIL EVERY CALL OF THE RUN WITH "30"
       ABRE-PARA.
           OPEN I-O ESTOQUE-FILE.
           IF FS-ES NOT = "00" AND FS-ES NOT = "05"
              DISPLAY "ESTPOSTA: ESTOQUE.DAT STATUS " FS-ES
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           OPEN EXTEND ESTMOV-FILE.
           IF FS-MV NOT = "00" AND FS-MV NOT = "05"
              DISPLAY "ESTPOSTA: ESTMOV.LOG STATUS " FS-MV
              CLOSE ESTOQUE-FILE
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           MOVE "S" TO WS-ABERTO.
       ABRE-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-ABERTO = "S"
              CLOSE ESTOQUE-FILE
              CLOSE ESTMOV-FILE
           END-IF.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-FALHOU.
       FECHA-FIM.
           EXIT.

      *READS THE STORE/ITEM RECORD, OR STARTS ONE AT ZERO
       LE-ESTOQUE-PARA.
           MOVE EPS-LOJA TO ES-LOJA.
           MOVE EPS-ITEM-ID TO ES-ITEM-ID.
           MOVE "N" TO WS-NOVO.
           READ ESTOQUE-FILE KEY IS ES-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-NOVO
                 MOVE ZERO TO ES-SALDO
                 MOVE ZERO TO ES-DATA-MOV
                 MOVE ZERO TO ES-DATA-INV
           END-READ.
       LE-ESTOQUE-FIM.
           EXIT.

       GRAVA-ESTOQUE-PARA.
           IF WS-NOVO = "S"
              WRITE REG-ESTOQUE
                 INVALID KEY
                    MOVE "30" TO EPS-RC
              END-WRITE
           ELSE
              REWRITE REG-ESTOQUE
                 INVALID KEY
                    MOVE "30" TO EPS-RC
              END-REWRITE
           END-IF.
           IF EPS-RC = "30"
              DISPLAY "ESTPOSTA: ESTOQUE " ES-LOJA "/" ES-ITEM-ID
                      " NAO GRAVADO - STATUS " FS-ES
           END-IF.
       GRAVA-ESTOQUE-FIM.
           EXIT.

       MOVIMENTA-PARA.
           PERFORM LE-ESTOQUE-PARA THRU LE-ESTOQUE-FIM.
           ADD EPS-QTDE TO ES-SALDO.
           MOVE EPS-DATA TO ES-DATA-MOV.
           PERFORM GRAVA-ESTOQUE-PARA THRU GRAVA-ESTOQUE-FIM.
           IF EPS-RC NOT = "00"
              GO TO MOVIMENTA-FIM
           END-IF.
           MOVE EPS-TIPO TO WS-MV-TIPO.
           MOVE EPS-QTDE TO WS-MV-QTDE.
           PERFORM JOURNAL-PARA THRU JOURNAL-FIM.
           MOVE ES-SALDO TO EPS-SALDO.
       MOVIMENTA-FIM.
           EXIT.

      *THE COUNT REPLACES THE BOOK FIGURE; THE DIFFERENCE IS THE
      *ADJUSTMENT
       INVENTARIO-PARA.
           PERFORM LE-ESTOQUE-PARA THRU LE-ESTOQUE-FIM.
           COMPUTE EPS-AJUSTE = EPS-QTDE - ES-SALDO.
           MOVE EPS-QTDE TO ES-SALDO.
           MOVE EPS-DATA TO ES-DATA-INV.
           IF EPS-AJUSTE NOT = ZERO
              MOVE EPS-DATA TO ES-DATA-MOV
           END-IF.
           PERFORM GRAVA-ESTOQUE-PARA THRU GRAVA-ESTOQUE-FIM.
           IF EPS-RC NOT = "00"
              GO TO INVENTARIO-FIM
           END-IF.
           IF EPS-AJUSTE NOT = ZERO
              MOVE "A" TO WS-MV-TIPO
              MOVE EPS-AJUSTE TO WS-MV-QTDE
              PERFORM JOURNAL-PARA THRU JOURNAL-FIM
           END-IF.
           MOVE ES-SALDO TO EPS-SALDO.
           MOVE ES-DATA-INV TO EPS-DATA-INV.
       INVENTARIO-FIM.
           EXIT.

       CONSULTA-PARA.
           MOVE EPS-LOJA TO ES-LOJA.
           MOVE EPS-ITEM-ID TO ES-ITEM-ID.
           READ ESTOQUE-FILE KEY IS ES-CHAVE
              INVALID KEY
                 MOVE "10" TO EPS-RC
                 GO TO CONSULTA-FIM
           END-READ.
           MOVE ES-SALDO TO EPS-SALDO.
           MOVE ES-DATA-INV TO EPS-DATA-INV.
       CONSULTA-FIM.
           EXIT.

      *ONE ESTMOV.LOG LINE WITH THE BOOK FIGURE AFTER THE POSTING
       JOURNAL-PARA.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE SPACES TO ESTMOV-RECORD.
           MOVE EPS-DATA TO MV-DATA.
           MOVE WS-TIME-RAW(1:6) TO MV-HORA.
           MOVE EPS-LOJA TO MV-LOJA.
           MOVE EPS-ITEM-ID TO MV-ITEM-ID.
           MOVE WS-MV-TIPO TO MV-TIPO.
           MOVE WS-MV-QTDE TO MV-QTDE.
           MOVE ES-SALDO TO MV-SALDO.
           MOVE EPS-DOCUMENTO TO MV-DOCUMENTO.
           MOVE EPS-PROGRAMA TO MV-PROGRAMA.
           MOVE EPS-OPERADOR TO MV-OPERADOR.
           MOVE EPS-OPER-NOME TO MV-OPER-NOME.
           WRITE ESTMOV-RECORD.
       JOURNAL-FIM.
           EXIT.
