      ******************************************************************
      *DESC    : Nightly reorder run - every store/item on ESTOQUE.DAT *
      *        : whose item has reorder data on PRODREP.DAT (PRODMAINT *
      *        : function 8) is checked: stock on hand plus the        *
      *        : quantity still open on released orders                *
      *        : (PEDCOMPRA.DAT) at or below the minimum level is a    *
      *        : suggestion for the reorder quantity from the          *
      *        : preferred supplier. The suggestions are printed       *
      *        : grouped by supplier on RELREPOS.TXT and written to    *
      *        : SUGCOMPRA.TXT, which the buyer edits and releases     *
      *        : with LIBCOMPRA.                                       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : The suggestion is as many reorder quantities as take  *
      *        : the position above the minimum. Days of cover is the  *
      *        : stock on hand over the average daily sales of the     *
      *        : last 90 days - the sales and returns SalesBatch       *
      *        : posted to ESTMOV.LOG as it wrote them on VENDAS.REG   *
      *        : (the register's item lines carry neither store nor    *
      *        : date); an item with no sales in the period shows      *
      *        : "SEM VENDA". SUGCOMPRA.TXT lines are                  *
      *        : FORNECEDOR(6);LOJA(5);ITEM-ID(10);QTDE(7) and each    *
      *        : run replaces the file.                                *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
      *THE 90-DAY SALES WINDOW COUNTS BACK FROM THE RUN DATE
           FUNCTION FunctionDateAdd.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTOQUE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              ES-CHAVE
           FILE STATUS             FS-ES.
           SELECT OPTIONAL REPOS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              RP-ITEM-ID
           FILE STATUS             FS-REPOS.
           SELECT OPTIONAL PED-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PC-CHAVE
           FILE STATUS             FS-PED.
           SELECT OPTIONAL PROD-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PR-ITEM-ID
           FILE STATUS             FS-PROD.
           SELECT OPTIONAL ESTMOV-FILE ASSIGN TO "ESTMOV.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-MV.
           SELECT REL-FILE ASSIGN TO "RELREPOS.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT SUG-FILE ASSIGN TO "SUGCOMPRA.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-SUG.
           SELECT VENDA-WORK ASSIGN TO "RELREPOS.VWK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS             FS-VWORK.
           SELECT VENDA-SORT ASSIGN TO "RELREPOS.VSR".
           SELECT WORK-FILE ASSIGN TO "RELREPOS.WRK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS             FS-WORK.
           SELECT SORT-WORK ASSIGN TO "RELREPOS.SRT".

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

      *SAME LAYOUT PRODMAINT MAINTAINS
       FD REPOS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODREP.DAT".
       01 REG-REPOS.
          02 RP-ITEM-ID        PIC X(10).
          02 RP-MINIMO         PIC 9(07).
          02 RP-REPOSICAO      PIC 9(07).
          02 RP-FORNECEDOR     PIC 9(06).
          02 RP-OPERADOR       PIC X(08).
          02 RP-DATA-ALT       PIC 9(08).

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

      *SAME LAYOUT PRODMAINT (ProdMaint.cob) MAINTAINS
       FD PROD-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PRODMAST.DAT".
       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.

      *SAME LAYOUT ESTPOSTA WRITES
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

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       FD SUG-FILE.
       01 SUG-LINE             PIC X(40).

      *UNITS SOLD PER STORE/ITEM IN THE WINDOW, A RETURN NEGATIVE
       FD VENDA-WORK.
       01 VENDA-WORK-REC       PIC X(22).
       SD VENDA-SORT.
       01 VENDA-SORT-REC.
          05 SV-CHAVE.
             10 SV-LOJA        PIC 9(05).
             10 SV-ITEM-ID     PIC X(10).
          05 SV-QTDE           PIC S9(07).

      *ONE SUGGESTION, SORTED BY SUPPLIER
       FD WORK-FILE.
       01 WORK-REC             PIC X(69).
       SD SORT-WORK.
       01 SORT-REC.
          05 SR-FORNECEDOR     PIC 9(06).
          05 SR-LOJA           PIC 9(05).
          05 SR-ITEM-ID        PIC X(10).
          05 SR-SALDO          PIC S9(07).
          05 SR-ABERTO         PIC 9(07).
          05 SR-MINIMO         PIC 9(07).
          05 SR-SUGERIDA       PIC 9(07).
          05 SR-VENDIDO        PIC 9(07).
          05 SR-MEDIA          PIC 9(05)V99.
          05 SR-COBERTURA      PIC 9(05).
          05 SR-SEM-VENDA      PIC X(01).

       WORKING-STORAGE SECTION.
       77 FS-ES                PIC X(02) VALUE SPACES.
       77 FS-REPOS             PIC X(02) VALUE SPACES.
       77 FS-PED               PIC X(02) VALUE SPACES.
       77 FS-PROD              PIC X(02) VALUE SPACES.
       77 FS-MV                PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-SUG               PIC X(02) VALUE SPACES.
       77 FS-VWORK             PIC X(02) VALUE SPACES.
       77 FS-WORK              PIC X(02) VALUE SPACES.
       77 WS-PROD-ATIVO        PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-ES-EOF            PIC X     VALUE "N".
       77 WS-VW-EOF            PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
      *SALES DATED AFTER WS-CORTE ARE THE LAST 90 DAYS
       01 WS-JANELA            PIC S9(05) VALUE -90.
       01 WS-DIAS-JANELA       PIC 9(03) VALUE 90.
       01 WS-CORTE             PIC 9(08) VALUE ZERO.

      *THE SALES WORK RECORD BEING MATCHED WITH ESTOQUE.DAT
       01 WS-VW.
          05 WS-VW-CHAVE.
             10 WS-VW-LOJA     PIC 9(05).
             10 WS-VW-ITEM-ID  PIC X(10).
          05 WS-VW-QTDE        PIC S9(07).

      *ONE STORE/ITEM BEING CHECKED
       01 WS-VENDIDO           PIC S9(07) VALUE ZERO.
       01 WS-ABERTO            PIC 9(07) VALUE ZERO.
       01 WS-POSICAO           PIC S9(09) VALUE ZERO.
       01 WS-SUGERIDA          PIC 9(07) VALUE ZERO.

       01 WS-PRIMEIRO          PIC X     VALUE "S".
       01 WS-ANT-FORNECEDOR    PIC 9(06) VALUE ZERO.
       01 WS-DESCRICAO         PIC X(30) VALUE SPACES.
       01 WS-COBERTURA-TXT     PIC X(09) VALUE SPACES.

      *COUNTS OF THE CHECK AND PER SUPPLIER AND GRAND TOTALS
       01 WS-VERIFICADOS       PIC 9(07) VALUE ZERO.
       01 WS-SEM-DADOS         PIC 9(07) VALUE ZERO.
       01 WS-FOR-TOTAIS.
          05 WS-FOR-ITENS      PIC 9(05) VALUE ZERO.
          05 WS-FOR-UNIDADES   PIC 9(09) VALUE ZERO.
       01 WS-FORNECEDORES      PIC 9(05) VALUE ZERO.
       01 WS-TOT-ITENS         PIC 9(07) VALUE ZERO.
       01 WS-TOT-UNIDADES      PIC 9(09) VALUE ZERO.

       01 WS-SALDO-EDIT        PIC -Z.ZZZ.ZZ9.
       01 WS-QTDE-EDIT         PIC Z.ZZZ.ZZ9.
       01 WS-MIN-EDIT          PIC Z.ZZZ.ZZ9.
       01 WS-SUG-EDIT          PIC Z.ZZZ.ZZ9.
       01 WS-MEDIA-EDIT        PIC ZZ.ZZ9,99.
       01 WS-COB-EDIT          PIC ZZ.ZZ9.
       01 WS-UNID-EDIT         PIC ZZZ.ZZZ.ZZ9.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELREPOS".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELREPOS.TXT".
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
           SORT VENDA-SORT
               ON ASCENDING KEY SV-LOJA SV-ITEM-ID
               INPUT PROCEDURE LOAD-VENDAS-PARA
               GIVING VENDA-WORK.
           SORT SORT-WORK
               ON ASCENDING KEY SR-FORNECEDOR SR-LOJA SR-ITEM-ID
               INPUT PROCEDURE LOAD-SORT-PARA
               GIVING WORK-FILE.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-CORTE =
               FunctionDateAdd(WS-DATA-SIS, WS-JANELA, "D").
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELREPOS.TXT OPEN FAILED: " FS-REL
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT SUG-FILE.
           IF FS-SUG NOT = "00"
              DISPLAY "SUGCOMPRA.TXT OPEN FAILED: " FS-SUG
              CLOSE REL-FILE
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT REPOS-FILE.
           IF FS-REPOS NOT = "00" AND FS-REPOS NOT = "05"
              DISPLAY "PRODREP.DAT OPEN FAILED: " FS-REPOS
              CLOSE REL-FILE
              CLOSE SUG-FILE
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT PED-FILE.
           IF FS-PED NOT = "00" AND FS-PED NOT = "05"
              DISPLAY "PEDCOMPRA.DAT OPEN FAILED: " FS-PED
              CLOSE REL-FILE
              CLOSE SUG-FILE
              CLOSE REPOS-FILE
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT PROD-FILE.
           IF FS-PROD = "00"
              MOVE "S" TO WS-PROD-ATIVO
           END-IF.
           DISPLAY "SUGESTAO DE COMPRA POR FORNECEDOR".
           MOVE SPACES TO REL-LINE.
           STRING "SUGESTAO DE COMPRA POR FORNECEDOR EM " DELIMITED BY
                  SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " - VENDAS APOS " DELIMITED BY SIZE
                  WS-CORTE DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

      *SALES (POSITIVE) AND RETURNS (NEGATIVE) OF THE WINDOW, FROM THE
      *"V" AND "D" MOVEMENTS OF THE STOCK JOURNAL
       LOAD-VENDAS-PARA.
           OPEN INPUT ESTMOV-FILE.
           IF FS-MV NOT = "00" AND FS-MV NOT = "05"
              DISPLAY "ESTMOV.LOG OPEN FAILED: " FS-MV
                      " - SEM MEDIA DE VENDAS"
           ELSE
              PERFORM UNTIL FS-MV = "10"
                 READ ESTMOV-FILE
                 AT END
                     MOVE "10" TO FS-MV
                 NOT AT END
                     PERFORM CARREGA-VENDA-PARA
                        THRU CARREGA-VENDA-FIM
                 END-READ
              END-PERFORM
              CLOSE ESTMOV-FILE
           END-IF.

       CARREGA-VENDA-PARA.
           IF MV-TIPO NOT = "V" AND MV-TIPO NOT = "D"
              GO TO CARREGA-VENDA-FIM
           END-IF.
           IF MV-DATA NOT > WS-CORTE OR MV-DATA > WS-DATA-SIS
              GO TO CARREGA-VENDA-FIM
           END-IF.
           MOVE MV-LOJA TO SV-LOJA.
           MOVE MV-ITEM-ID TO SV-ITEM-ID.
           COMPUTE SV-QTDE = ZERO - MV-QTDE.
           RELEASE VENDA-SORT-REC.
       CARREGA-VENDA-FIM.
           EXIT.

      *ESTOQUE.DAT AND THE SORTED SALES ARE BOTH IN STORE/ITEM ORDER,
      *SO EACH STOCK RECORD PICKS UP ITS SALES IN ONE PASS
       LOAD-SORT-PARA.
           OPEN INPUT ESTOQUE-FILE.
           IF FS-ES NOT = "00" AND FS-ES NOT = "05"
              DISPLAY "ESTOQUE.DAT OPEN FAILED: " FS-ES
           ELSE
              OPEN INPUT VENDA-WORK
              PERFORM LE-VENDA-PARA THRU LE-VENDA-FIM
              PERFORM UNTIL WS-ES-EOF = "S"
                 READ ESTOQUE-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-ES-EOF
                 NOT AT END
                     PERFORM AVALIA-PARA THRU AVALIA-FIM
                 END-READ
              END-PERFORM
              CLOSE VENDA-WORK
              CLOSE ESTOQUE-FILE
           END-IF.

       LE-VENDA-PARA.
           IF WS-VW-EOF = "S"
              GO TO LE-VENDA-FIM
           END-IF.
           READ VENDA-WORK INTO WS-VW
              AT END
                 MOVE "S" TO WS-VW-EOF
                 MOVE HIGH-VALUES TO WS-VW-CHAVE
           END-READ.
       LE-VENDA-FIM.
           EXIT.

      *ONE STORE/ITEM - ON HAND PLUS ON ORDER AGAINST THE MINIMUM
       AVALIA-PARA.
           MOVE ZERO TO WS-VENDIDO.
           PERFORM LE-VENDA-PARA THRU LE-VENDA-FIM
               UNTIL WS-VW-EOF = "S" OR WS-VW-CHAVE NOT < ES-CHAVE.
           PERFORM UNTIL WS-VW-EOF = "S" OR WS-VW-CHAVE NOT = ES-CHAVE
               ADD WS-VW-QTDE TO WS-VENDIDO
               PERFORM LE-VENDA-PARA THRU LE-VENDA-FIM
           END-PERFORM.
           IF WS-VENDIDO < ZERO
              MOVE ZERO TO WS-VENDIDO
           END-IF.
           MOVE ES-ITEM-ID TO RP-ITEM-ID.
           READ REPOS-FILE KEY IS RP-ITEM-ID
              INVALID KEY
                 ADD 1 TO WS-SEM-DADOS
                 GO TO AVALIA-FIM
           END-READ.
           IF RP-MINIMO = ZERO
              ADD 1 TO WS-SEM-DADOS
              GO TO AVALIA-FIM
           END-IF.
           ADD 1 TO WS-VERIFICADOS.
           MOVE ZERO TO WS-ABERTO.
           MOVE ES-CHAVE TO PC-CHAVE.
           READ PED-FILE KEY IS PC-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PC-ABERTO TO WS-ABERTO
           END-READ.
           COMPUTE WS-POSICAO = ES-SALDO + WS-ABERTO.
           IF WS-POSICAO > RP-MINIMO
              GO TO AVALIA-FIM
           END-IF.
      *    WHOLE REORDER QUANTITIES UNTIL THE POSITION CLEARS THE
      *    MINIMUM
           MOVE ZERO TO WS-SUGERIDA.
           IF RP-REPOSICAO = ZERO
              COMPUTE WS-SUGERIDA = RP-MINIMO - WS-POSICAO + 1
           ELSE
              PERFORM UNTIL WS-POSICAO + WS-SUGERIDA > RP-MINIMO
                 ADD RP-REPOSICAO TO WS-SUGERIDA
              END-PERFORM
           END-IF.
           MOVE RP-FORNECEDOR TO SR-FORNECEDOR.
           MOVE ES-LOJA TO SR-LOJA.
           MOVE ES-ITEM-ID TO SR-ITEM-ID.
           MOVE ES-SALDO TO SR-SALDO.
           MOVE WS-ABERTO TO SR-ABERTO.
           MOVE RP-MINIMO TO SR-MINIMO.
           MOVE WS-SUGERIDA TO SR-SUGERIDA.
           MOVE WS-VENDIDO TO SR-VENDIDO.
           COMPUTE SR-MEDIA ROUNDED = WS-VENDIDO / WS-DIAS-JANELA.
           MOVE ZERO TO SR-COBERTURA.
           MOVE "N" TO SR-SEM-VENDA.
           IF WS-VENDIDO = ZERO
              MOVE "S" TO SR-SEM-VENDA
           ELSE
              IF ES-SALDO > ZERO
                 COMPUTE SR-COBERTURA =
                     ES-SALDO * WS-DIAS-JANELA / WS-VENDIDO
              END-IF
           END-IF.
           RELEASE SORT-REC.
       AVALIA-FIM.
           EXIT.

       PROCESS-PARA.
           OPEN INPUT WORK-FILE.
           IF FS-WORK NOT = "00"
              DISPLAY "WORK FILE OPEN FAILED: " FS-WORK
              GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-WORK = "10"
               READ WORK-FILE
               AT END
                   MOVE "10" TO FS-WORK
               NOT AT END
                   MOVE WORK-REC TO SORT-REC
                   PERFORM TRATA-LINHA-PARA THRU TRATA-LINHA-FIM
               END-READ
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
              PERFORM FIM-FORNECEDOR-PARA THRU FIM-FORNECEDOR-FIM
           END-IF.
           CLOSE WORK-FILE.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE SUGGESTION - ON THE REPORT AND ON THE BUYER'S FILE
       TRATA-LINHA-PARA.
           IF WS-PRIMEIRO = "S"
              OR SR-FORNECEDOR NOT = WS-ANT-FORNECEDOR
              IF WS-PRIMEIRO = "N"
                 PERFORM FIM-FORNECEDOR-PARA THRU FIM-FORNECEDOR-FIM
              END-IF
              PERFORM INICIO-FORNECEDOR-PARA
                 THRU INICIO-FORNECEDOR-FIM
           END-IF.
           MOVE SPACES TO WS-DESCRICAO.
           IF WS-PROD-ATIVO = "S"
              MOVE SR-ITEM-ID TO PR-ITEM-ID
              READ PROD-FILE KEY IS PR-ITEM-ID
                 INVALID KEY
                    MOVE "NAO CADASTRADO" TO WS-DESCRICAO
                 NOT INVALID KEY
                    MOVE PR-DESCRICAO TO WS-DESCRICAO
              END-READ
           END-IF.
           ADD 1 TO WS-FOR-ITENS.
           ADD SR-SUGERIDA TO WS-FOR-UNIDADES.
           MOVE SR-SALDO TO WS-SALDO-EDIT.
           MOVE SR-ABERTO TO WS-QTDE-EDIT.
           MOVE SR-MINIMO TO WS-MIN-EDIT.
           MOVE SR-SUGERIDA TO WS-SUG-EDIT.
           MOVE SR-MEDIA TO WS-MEDIA-EDIT.
           IF SR-SEM-VENDA = "S"
              MOVE "SEM VENDA" TO WS-COBERTURA-TXT
           ELSE
              MOVE SR-COBERTURA TO WS-COB-EDIT
              MOVE SPACES TO WS-COBERTURA-TXT
              MOVE WS-COB-EDIT TO WS-COBERTURA-TXT(1:6)
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING "  " DELIMITED BY SIZE
                  SR-LOJA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-ITEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO(1:25) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTDE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MIN-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUG-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MEDIA-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COBERTURA-TXT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO SUG-LINE.
           STRING SR-FORNECEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SR-LOJA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SR-ITEM-ID DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SR-SUGERIDA DELIMITED BY SIZE
                  INTO SUG-LINE
           END-STRING.
           WRITE SUG-LINE.
       TRATA-LINHA-FIM.
           EXIT.

       INICIO-FORNECEDOR-PARA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE SR-FORNECEDOR TO WS-ANT-FORNECEDOR.
           INITIALIZE WS-FOR-TOTAIS.
           ADD 1 TO WS-FORNECEDORES.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           STRING "FORNECEDOR " DELIMITED BY SIZE
                  SR-FORNECEDOR DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "  LOJA  ITEM       DESCRICAO" TO REL-LINE.
           MOVE "SALDO" TO REL-LINE(50:5).
           MOVE "PEDIDO" TO REL-LINE(58:6).
           MOVE "MINIMO" TO REL-LINE(68:6).
           MOVE "SUGERIDO" TO REL-LINE(76:8).
           MOVE "MEDIA/DIA" TO REL-LINE(85:9).
           MOVE "DIAS" TO REL-LINE(97:4).
           WRITE REL-LINE.
       INICIO-FORNECEDOR-FIM.
           EXIT.

       FIM-FORNECEDOR-PARA.
           MOVE WS-FOR-UNIDADES TO WS-UNID-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  TOTAL FORNECEDOR " DELIMITED BY SIZE
                  WS-ANT-FORNECEDOR DELIMITED BY SIZE
                  " ITENS " DELIMITED BY SIZE
                  WS-FOR-ITENS DELIMITED BY SIZE
                  " UNIDADES " DELIMITED BY SIZE
                  WS-UNID-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY "FORNECEDOR " WS-ANT-FORNECEDOR " ITENS "
                   WS-FOR-ITENS " UNIDADES " WS-UNID-EDIT.
           ADD WS-FOR-ITENS TO WS-TOT-ITENS.
           ADD WS-FOR-UNIDADES TO WS-TOT-UNIDADES.
       FIM-FORNECEDOR-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-TOT-UNIDADES TO WS-UNID-EDIT.
           STRING "TOTAL GERAL   FORNECEDORES " DELIMITED BY SIZE
                  WS-FORNECEDORES DELIMITED BY SIZE
                  " ITENS " DELIMITED BY SIZE
                  WS-TOT-ITENS DELIMITED BY SIZE
                  " UNIDADES " DELIMITED BY SIZE
                  WS-UNID-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "LOJA/ITEM VERIFICADOS " DELIMITED BY SIZE
                  WS-VERIFICADOS DELIMITED BY SIZE
                  "  SEM DADOS DE REPOSICAO " DELIMITED BY SIZE
                  WS-SEM-DADOS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY " ".
           DISPLAY "LOJA/ITEM VERIFICADOS : " WS-VERIFICADOS.
           DISPLAY "SEM DADOS DE REPOSICAO: " WS-SEM-DADOS.
           DISPLAY "ITENS SUGERIDOS       : " WS-TOT-ITENS.
           DISPLAY "UNIDADES SUGERIDAS    : " WS-UNID-EDIT.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           CLOSE SUG-FILE.
           CLOSE REPOS-FILE.
           CLOSE PED-FILE.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
