      ******************************************************************
      *DESC    : Inquiry over the stock movement journal ESTMOV.LOG    *
      *        : (written by ESTPOSTA) - lists every receipt, sale,    *
      *        : return and count adjustment of one item, with the     *
      *        : store, the document, the program and operator that    *
      *        : posted it and the book quantity it left, so any       *
      *        : figure on RELESTOQ traces to its movements. The       *
      *        : EMPAUDINQ idea, for the stock ledger.                 *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: ITEM-ID (10) and, optionally, a 5-digit *
      *        : STORE-ID after a space; without an item the whole     *
      *        : journal is listed. Types: E receipt, V sale, D        *
      *        : return, A count adjustment.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMOVINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTMOV-FILE ASSIGN TO "ESTMOV.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-MV.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 FS-MV                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-TODOS             PIC X     VALUE "N".
       77 WS-LINHAS            PIC 9(05) VALUE ZERO.
       77 WS-ITEM-ID           PIC X(10) VALUE SPACES.
       77 WS-LOJA-TXT          PIC X(05) VALUE SPACES.
       77 WS-LOJA              PIC 9(05) VALUE ZERO.
       77 WS-QTDE-EDIT         PIC -Z,ZZZ,ZZ9.
       77 WS-SALDO-EDIT        PIC -Z,ZZZ,ZZ9.
       77 WS-ENTRADAS          PIC S9(09) VALUE ZERO.
       77 WS-SAIDAS            PIC S9(09) VALUE ZERO.
       77 WS-TOT-EDIT          PIC -ZZZ,ZZZ,ZZ9.
       01 WS-PARM              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-ITEM-ID
                    WS-LOJA-TXT
           END-UNSTRING.
           IF WS-LOJA-TXT IS NUMERIC
              MOVE WS-LOJA-TXT TO WS-LOJA
           END-IF.
           IF WS-ITEM-ID = SPACES
              MOVE "S" TO WS-TODOS
              DISPLAY "MOVIMENTO COMPLETO DE ESTOQUE"
           ELSE
              DISPLAY "MOVIMENTO DO ITEM " WS-ITEM-ID
           END-IF.
           IF WS-LOJA > ZERO
              DISPLAY "  SOMENTE LOJA " WS-LOJA
           END-IF.
           OPEN INPUT ESTMOV-FILE.
           IF FS-MV NOT = "00"
              DISPLAY "ESTMOV.LOG OPEN FAILED: " FS-MV
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "DATA     HORA   LOJA  ITEM       T       QTDE"
                   "      SALDO DOCUMENTO       PROGRAMA OPERADOR".
           PERFORM UNTIL WS-EOF = "Y"
               READ ESTMOV-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (WS-TODOS = "S" OR MV-ITEM-ID = WS-ITEM-ID)
                          AND (WS-LOJA = ZERO OR MV-LOJA = WS-LOJA)
                          PERFORM LISTA-PARA THRU LISTA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTMOV-FILE.
           DISPLAY "LINHAS LISTADAS: " WS-LINHAS.
           MOVE WS-ENTRADAS TO WS-TOT-EDIT.
           DISPLAY "ENTRADAS       : " WS-TOT-EDIT.
           MOVE WS-SAIDAS TO WS-TOT-EDIT.
           DISPLAY "SAIDAS         : " WS-TOT-EDIT.
           STOP RUN.

       LISTA-PARA.
           ADD 1 TO WS-LINHAS.
           IF MV-QTDE < ZERO
              SUBTRACT MV-QTDE FROM WS-SAIDAS
           ELSE
              ADD MV-QTDE TO WS-ENTRADAS
           END-IF.
           MOVE MV-QTDE TO WS-QTDE-EDIT.
           MOVE MV-SALDO TO WS-SALDO-EDIT.
           DISPLAY MV-DATA " " MV-HORA " " MV-LOJA " " MV-ITEM-ID " "
                   MV-TIPO " " WS-QTDE-EDIT " " WS-SALDO-EDIT " "
                   MV-DOCUMENTO " " MV-PROGRAMA " " MV-OPERADOR.
           IF MV-OPER-NOME NOT = SPACES
              DISPLAY "  OPERADOR: " MV-OPER-NOME
           END-IF.
       LISTA-FIM.
           EXIT.
