      ******************************************************************
      *DESC    : Out-of-territory sales report over TERREXC.TXT - every*
      *        : sale SalesBatch found typed by someone other than the *
      *        : owner of the client's house account or city in the    *
      *        : period, with the owner, what was done with the        *
      *        : commission and whether the table rule or a supervisor *
      *        : decided it, then totals per action.                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: [CCYYMM], the sale-date period; without *
      *        : it the current month. ACAO V = seller paid in full,   *
      *        : D = owner paid, S = split (PCT is the seller's        *
      *        : share), R = held for TERRDEC. ORIGEM T = TERRREGRA.TAB*
      *        : rule, S = supervisor. A held sale that a supervisor   *
      *        : later decided appears twice (R/T, then its decision   *
      *        : with ORIGEM S), so the sale count only takes the      *
      *        : ORIGEM T lines. Returns (TIPO D) subtract from the    *
      *        : net value.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTERR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXC-FILE ASSIGN TO "TERREXC.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-EXC.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT SalesBatch WRITES
       FD EXC-FILE.
       01 EXC-LINE             PIC X(60).

       WORKING-STORAGE SECTION.
       77 FS-EXC               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *ONE TERREXC.TXT LINE
       01 WS-EXC.
          05 WS-X-DATA         PIC X(08) VALUE SPACES.
          05 WS-X-VENDEDOR     PIC X(05) VALUE SPACES.
          05 WS-X-DONO         PIC X(05) VALUE SPACES.
          05 WS-X-CODIGO       PIC X(06) VALUE SPACES.
          05 WS-X-VALOR        PIC X(05) VALUE SPACES.
          05 WS-X-TIPO         PIC X(01) VALUE SPACES.
          05 WS-X-ACAO         PIC X(01) VALUE SPACES.
          05 WS-X-ORIGEM       PIC X(01) VALUE SPACES.
          05 WS-X-PCT          PIC X(03) VALUE SPACES.
       01 WS-VALOR             PIC 9(05) VALUE ZERO.

      *TOTALS PER ACTION - V, D, S, R IN THAT ORDER
       01 WS-ACOES             PIC X(04) VALUE "VDSR".
       01 WS-A                 PIC 9(01) VALUE ZERO.
       01 WS-ACAO-TABLE.
          05 WS-AC-ENTRY OCCURS 4 TIMES.
             10 WS-AC-QTD      PIC 9(05).
             10 WS-AC-SUPERV   PIC 9(05).
             10 WS-AC-VALOR    PIC S9(09).
       01 WS-ACAO-NOME         PIC X(20) VALUE SPACES.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-LISTADOS       PIC 9(05) VALUE ZERO.
          05 WS-VENDAS         PIC 9(05) VALUE ZERO.
          05 WS-DEVOLUCOES     PIC 9(05) VALUE ZERO.
          05 WS-LIQUIDO        PIC S9(09) VALUE ZERO.
       01 WS-VAL-EDIT          PIC -ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-LINE(1:6) IS NUMERIC
              MOVE WS-PARM-LINE(1:6) TO WS-PERIODO
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           INITIALIZE WS-ACAO-TABLE.
           DISPLAY "VENDAS FORA DO TERRITORIO - PERIODO " WS-PERIODO.
           DISPLAY " ".
           DISPLAY "DATA     VEND. DONO  CLIENTE VALOR T A O PCT".
           PERFORM LE-PARA THRU LE-FIM.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

       LE-PARA.
           OPEN INPUT EXC-FILE.
           IF FS-EXC NOT = "00"
              DISPLAY "TERREXC.TXT AUSENTE (" FS-EXC ")"
              CLOSE EXC-FILE
              GO TO LE-FIM
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EXC-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM LINHA-PARA THRU LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE EXC-FILE.
       LE-FIM.
           EXIT.

       LINHA-PARA.
           MOVE SPACES TO WS-EXC.
           UNSTRING EXC-LINE DELIMITED BY ";"
               INTO WS-X-DATA
                    WS-X-VENDEDOR
                    WS-X-DONO
                    WS-X-CODIGO
                    WS-X-VALOR
                    WS-X-TIPO
                    WS-X-ACAO
                    WS-X-ORIGEM
                    WS-X-PCT
           END-UNSTRING.
           IF WS-X-DATA(1:6) NOT = WS-PERIODO
              GO TO LINHA-FIM
           END-IF.
           MOVE ZERO TO WS-A.
           INSPECT WS-ACOES TALLYING WS-A
               FOR CHARACTERS BEFORE INITIAL WS-X-ACAO.
           IF WS-X-ACAO = SPACE OR WS-A > 3
              GO TO LINHA-FIM
           END-IF.
           ADD 1 TO WS-A.
           MOVE ZERO TO WS-VALOR.
           IF WS-X-VALOR IS NUMERIC
              MOVE WS-X-VALOR TO WS-VALOR
           END-IF.
           ADD 1 TO WS-LISTADOS.
           DISPLAY WS-X-DATA " " WS-X-VENDEDOR " " WS-X-DONO " "
                   WS-X-CODIGO "  " WS-X-VALOR " " WS-X-TIPO " "
                   WS-X-ACAO " " WS-X-ORIGEM " " WS-X-PCT.
           ADD 1 TO WS-AC-QTD(WS-A).
           IF WS-X-ORIGEM = "S"
              ADD 1 TO WS-AC-SUPERV(WS-A)
           END-IF.
           IF WS-X-TIPO = "D"
              SUBTRACT WS-VALOR FROM WS-AC-VALOR(WS-A)
           ELSE
              ADD WS-VALOR TO WS-AC-VALOR(WS-A)
           END-IF.
      *    EACH SALE COUNTS ONCE - ON THE LINE THE TABLE RULE WROTE
           IF WS-X-ORIGEM = "T"
              IF WS-X-TIPO = "D"
                 ADD 1 TO WS-DEVOLUCOES
                 SUBTRACT WS-VALOR FROM WS-LIQUIDO
              ELSE
                 ADD 1 TO WS-VENDAS
                 ADD WS-VALOR TO WS-LIQUIDO
              END-IF
           END-IF.
       LINHA-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-LISTADOS = ZERO
              DISPLAY "NENHUMA VENDA FORA DO TERRITORIO NO PERIODO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "ACAO                    QTDE SUPERV.        VALOR".
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 4
               EVALUATE WS-A
                  WHEN 1
                     MOVE "V - PAGO AO VENDEDOR" TO WS-ACAO-NOME
                  WHEN 2
                     MOVE "D - PAGO AO DONO" TO WS-ACAO-NOME
                  WHEN 3
                     MOVE "S - DIVIDIDA" TO WS-ACAO-NOME
                  WHEN 4
                     MOVE "R - RETIDA" TO WS-ACAO-NOME
               END-EVALUATE
               MOVE WS-AC-VALOR(WS-A) TO WS-VAL-EDIT
               DISPLAY WS-ACAO-NOME " " WS-AC-QTD(WS-A) " "
                       WS-AC-SUPERV(WS-A) " " WS-VAL-EDIT
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-LIQUIDO TO WS-VAL-EDIT.
           DISPLAY "VENDAS FORA DO TERRITORIO: " WS-VENDAS
                   "  DEVOLUCOES: " WS-DEVOLUCOES
                   "  VALOR LIQUIDO: " WS-VAL-EDIT.
           DISPLAY "LINHAS DO LOG LIDAS: " WS-LIDOS
                   "  NO PERIODO: " WS-LISTADOS.
       RESUMO-FIM.
           EXIT.
