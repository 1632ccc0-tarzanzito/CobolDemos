      ******************************************************************
      *DESC    : Price-change history report - every line PRODMAINT    *
      *        : wrote to PRECOHIS.LOG (the opening price of a new     *
      *        : item and each dated price added, changed or removed   *
      *        : on PRECO.DAT), per item in the order the changes were *
      *        : made, with the effective date, the old and new price, *
      *        : the change in percent and the supervisor who keyed    *
      *        : it. Written to RELPRECO.TXT; the totals also go to    *
      *        : the console.                                          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : An ITEM-ID on the command line restricts the report   *
      *        : to that item (the EMPAUDINQ parameter idea). An       *
      *        : effective date of zero is the base price set when the *
      *        : item was added and prints as "BASE". The old price of *
      *        : a new dated price is the one that would have applied  *
      *        : on that date without it.                              *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPRECO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRECOHIS-FILE ASSIGN TO "PRECOHIS.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-HIS.
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
           SELECT REL-FILE ASSIGN TO "RELPRECO.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT WORK-FILE ASSIGN TO "RELPRECO.WRK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS             FS-WORK.
           SELECT SORT-WORK ASSIGN TO "RELPRECO.SRT".

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT PRODMAINT WRITES
       FD PRECOHIS-FILE.
       01 PRECOHIS-RECORD.
          02 PH-DATA          PIC 9(08).
          02 FILLER           PIC X.
          02 PH-HORA          PIC 9(06).
          02 FILLER           PIC X.
          02 PH-ACAO          PIC X(09).
          02 FILLER           PIC X.
          02 PH-ITEM-ID       PIC X(10).
          02 FILLER           PIC X.
          02 PH-DATA-VIG      PIC 9(08).
          02 FILLER           PIC X.
          02 PH-PRECO-ANT     PIC 9(07)V99.
          02 FILLER           PIC X.
          02 PH-PRECO-NOVO    PIC 9(07)V99.
          02 FILLER           PIC X.
          02 PH-OPERADOR      PIC X(08).

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

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       FD WORK-FILE.
       01 WORK-REC             PIC X(67).
       SD SORT-WORK.
       01 SORT-REC.
          05 SR-ITEM-ID        PIC X(10).
          05 SR-DATA           PIC 9(08).
          05 SR-HORA           PIC 9(06).
          05 SR-ACAO           PIC X(09).
          05 SR-DATA-VIG       PIC 9(08).
          05 SR-PRECO-ANT      PIC 9(07)V99.
          05 SR-PRECO-NOVO     PIC 9(07)V99.
          05 SR-OPERADOR       PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-HIS               PIC X(02) VALUE SPACES.
       77 FS-PROD              PIC X(02) VALUE SPACES.
       77 FS-OPER              PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-WORK              PIC X(02) VALUE SPACES.
       77 WS-PROD-ATIVO        PIC X     VALUE "N".
       77 WS-OPER-ATIVO        PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".

      *AN ITEM-ID ON THE COMMAND LINE RESTRICTS THE REPORT TO IT
       01 WS-ITEM-PARM         PIC X(10) VALUE SPACES.

       01 WS-PRIMEIRO          PIC X     VALUE "S".
       01 WS-ANT-ITEM          PIC X(10) VALUE SPACES.
       01 WS-DESCRICAO         PIC X(30) VALUE SPACES.
       01 WS-OPER-NOME         PIC X(30) VALUE SPACES.
       01 WS-VIG-TXT           PIC X(08) VALUE SPACES.
       01 WS-VARIACAO          PIC S9(05)V99 VALUE ZERO.

      *PER ITEM AND GRAND TOTALS
       01 WS-ITEM-ALTERACOES   PIC 9(05) VALUE ZERO.
       01 WS-ITENS             PIC 9(05) VALUE ZERO.
       01 WS-TOT-LINHAS        PIC 9(07) VALUE ZERO.
       01 WS-TOT-INCLUSAO      PIC 9(07) VALUE ZERO.
       01 WS-TOT-ALTERACAO     PIC 9(07) VALUE ZERO.
       01 WS-TOT-EXCLUSAO      PIC 9(07) VALUE ZERO.

       01 WS-EDIT              PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT2             PIC Z.ZZZ.ZZ9,99.
       01 WS-VAR-EDIT          PIC -ZZZZ9,99.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELPRECO".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELPRECO.TXT".
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
           SORT SORT-WORK
               ON ASCENDING KEY SR-ITEM-ID SR-DATA SR-HORA
               INPUT PROCEDURE LOAD-SORT-PARA
               GIVING WORK-FILE.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-ITEM-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-ITEM-PARM) TO WS-ITEM-PARM.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELPRECO.TXT OPEN FAILED: " FS-REL
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT PROD-FILE.
           IF FS-PROD = "00"
              MOVE "S" TO WS-PROD-ATIVO
           END-IF.
           OPEN INPUT OPER-FILE.
           IF FS-OPER = "00"
              MOVE "S" TO WS-OPER-ATIVO
           END-IF.
           DISPLAY "HISTORICO DE ALTERACOES DE PRECO".
           MOVE SPACES TO REL-LINE.
           STRING "HISTORICO DE ALTERACOES DE PRECO POR ITEM"
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           IF WS-ITEM-PARM NOT = SPACES
              MOVE "ITEM" TO REL-LINE(50:4)
              MOVE WS-ITEM-PARM TO REL-LINE(55:10)
           END-IF.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

       LOAD-SORT-PARA.
           OPEN INPUT PRECOHIS-FILE.
           IF FS-HIS NOT = "00" AND FS-HIS NOT = "05"
              DISPLAY "PRECOHIS.LOG OPEN FAILED: " FS-HIS
           ELSE
              PERFORM UNTIL FS-HIS = "10"
                 READ PRECOHIS-FILE
                 AT END
                     MOVE "10" TO FS-HIS
                 NOT AT END
                     PERFORM CARREGA-PARA THRU CARREGA-FIM
                 END-READ
              END-PERFORM
              CLOSE PRECOHIS-FILE
           END-IF.

       CARREGA-PARA.
           IF WS-ITEM-PARM NOT = SPACES
              AND PH-ITEM-ID NOT = WS-ITEM-PARM
              GO TO CARREGA-FIM
           END-IF.
           MOVE PH-ITEM-ID TO SR-ITEM-ID.
           MOVE PH-DATA TO SR-DATA.
           MOVE PH-HORA TO SR-HORA.
           MOVE PH-ACAO TO SR-ACAO.
           MOVE PH-DATA-VIG TO SR-DATA-VIG.
           MOVE PH-PRECO-ANT TO SR-PRECO-ANT.
           MOVE PH-PRECO-NOVO TO SR-PRECO-NOVO.
           MOVE PH-OPERADOR TO SR-OPERADOR.
           RELEASE SORT-REC.
       CARREGA-FIM.
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
              PERFORM FIM-ITEM-PARA THRU FIM-ITEM-FIM
           END-IF.
           CLOSE WORK-FILE.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE PRICE CHANGE - THE OPERATOR IS NAMED FROM OPERATOR.DAT
       TRATA-LINHA-PARA.
           IF WS-PRIMEIRO = "S"
              OR SR-ITEM-ID NOT = WS-ANT-ITEM
              IF WS-PRIMEIRO = "N"
                 PERFORM FIM-ITEM-PARA THRU FIM-ITEM-FIM
              END-IF
              PERFORM INICIO-ITEM-PARA THRU INICIO-ITEM-FIM
           END-IF.
           ADD 1 TO WS-ITEM-ALTERACOES.
           ADD 1 TO WS-TOT-LINHAS.
           EVALUATE SR-ACAO
              WHEN "INCLUSAO"
                 ADD 1 TO WS-TOT-INCLUSAO
              WHEN "ALTERACAO"
                 ADD 1 TO WS-TOT-ALTERACAO
              WHEN "EXCLUSAO"
                 ADD 1 TO WS-TOT-EXCLUSAO
           END-EVALUATE.
           IF SR-DATA-VIG = ZERO
              MOVE "BASE" TO WS-VIG-TXT
           ELSE
              MOVE SR-DATA-VIG TO WS-VIG-TXT
           END-IF.
           MOVE SPACES TO WS-OPER-NOME.
           IF WS-OPER-ATIVO = "S"
              MOVE SR-OPERADOR TO OP-ID
              READ OPER-FILE KEY IS OP-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OP-NOME TO WS-OPER-NOME
              END-READ
           END-IF.
           MOVE SR-PRECO-ANT TO WS-EDIT.
           MOVE SR-PRECO-NOVO TO WS-EDIT2.
           MOVE SPACES TO REL-LINE.
           STRING "  " DELIMITED BY SIZE
                  SR-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-ACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VIG-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
      *    THE CHANGE IN PERCENT ONLY MEANS SOMETHING BETWEEN TWO
      *    PRICES
           IF SR-PRECO-ANT > ZERO AND SR-PRECO-NOVO > ZERO
              COMPUTE WS-VARIACAO ROUNDED =
                 (SR-PRECO-NOVO - SR-PRECO-ANT) * 100 / SR-PRECO-ANT
              MOVE WS-VARIACAO TO WS-VAR-EDIT
              MOVE WS-VAR-EDIT TO REL-LINE(64:9)
              MOVE "%" TO REL-LINE(73:1)
           END-IF.
           MOVE SR-OPERADOR TO REL-LINE(76:8).
           MOVE WS-OPER-NOME TO REL-LINE(85:30).
           WRITE REL-LINE.
       TRATA-LINHA-FIM.
           EXIT.

       INICIO-ITEM-PARA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE SR-ITEM-ID TO WS-ANT-ITEM.
           MOVE ZERO TO WS-ITEM-ALTERACOES.
           ADD 1 TO WS-ITENS.
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
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           STRING "ITEM " DELIMITED BY SIZE
                  SR-ITEM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCRICAO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "  ALTERADO HORA   ACAO      VIGENCIA" TO REL-LINE.
           MOVE "ANTERIOR" TO REL-LINE(42:8).
           MOVE "NOVO" TO REL-LINE(59:4).
           MOVE "VARIACAO" TO REL-LINE(65:8).
           MOVE "OPERADOR" TO REL-LINE(76:8).
           WRITE REL-LINE.
       INICIO-ITEM-FIM.
           EXIT.

       FIM-ITEM-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "  TOTAL ITEM " DELIMITED BY SIZE
                  WS-ANT-ITEM DELIMITED BY SIZE
                  " ALTERACOES " DELIMITED BY SIZE
                  WS-ITEM-ALTERACOES DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       FIM-ITEM-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           STRING "TOTAL ITENS " DELIMITED BY SIZE
                  WS-ITENS DELIMITED BY SIZE
                  " ALTERACOES " DELIMITED BY SIZE
                  WS-TOT-LINHAS DELIMITED BY SIZE
                  " (INCLUSAO " DELIMITED BY SIZE
                  WS-TOT-INCLUSAO DELIMITED BY SIZE
                  " ALTERACAO " DELIMITED BY SIZE
                  WS-TOT-ALTERACAO DELIMITED BY SIZE
                  " EXCLUSAO " DELIMITED BY SIZE
                  WS-TOT-EXCLUSAO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY "ITENS COM ALTERACAO : " WS-ITENS.
           DISPLAY "ALTERACOES          : " WS-TOT-LINHAS.
           DISPLAY "  INCLUSOES         : " WS-TOT-INCLUSAO.
           DISPLAY "  ALTERACOES        : " WS-TOT-ALTERACAO.
           DISPLAY "  EXCLUSOES         : " WS-TOT-EXCLUSAO.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-PROD-ATIVO = "S"
              CLOSE PROD-FILE
           END-IF.
           IF WS-OPER-ATIVO = "S"
              CLOSE OPER-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
