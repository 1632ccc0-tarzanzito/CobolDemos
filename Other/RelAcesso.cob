      ******************************************************************
      *DESC    : Cross-branch read-access report over ACESSO.LOG - per *
      *        : operator, how many clients of OTHER branches they     *
      *        : looked at in the period, flagging the operators over  *
      *        : the limit. EXCLI keeps a branch clerk inside their    *
      *        : own FD-FILIAL, but the receivables desks (EXCTAS,     *
      *        : CTASREC) answer for any CODIGO, so a clerk browsing   *
      *        : another branch's clients shows up here.               *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-17                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: [FROM-DATE [TO-DATE [LIMIT]]]           *
      *        : (CCYYMMDD). Without dates the whole log counts; the   *
      *        : limit is the number of DISTINCT other-branch clients  *
      *        : an operator may view in the period before being       *
      *        : flagged, default 20. Both branches come from the log  *
      *        : line, as they were when the client was viewed.        *
      *        : Operators of branch 00 (head office) and clients      *
      *        : without a branch are never counted as cross-branch.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACESSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACESSO-FILE ASSIGN TO "ACESSO.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-ACESSO.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT ACESSLOG WRITES
       FD ACESSO-FILE.
       01 ACESSO-REC.
          02 AC-DATA           PIC 9(08).
          02 FILLER            PIC X.
          02 AC-HORA           PIC 9(06).
          02 FILLER            PIC X.
          02 AC-OPERADOR       PIC X(08).
          02 FILLER            PIC X.
          02 AC-OP-FILIAL      PIC 9(02).
          02 FILLER            PIC X.
          02 AC-PROGRAMA       PIC X(08).
          02 FILLER            PIC X.
          02 AC-FUNCAO         PIC X(12).
          02 FILLER            PIC X.
          02 AC-CODIGO         PIC 9(06).
          02 FILLER            PIC X.
          02 AC-CLI-FILIAL     PIC 9(02).

       WORKING-STORAGE SECTION.
       77 FS-ACESSO            PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

      *COMMAND-LINE SCOPE - OPTIONAL DATE RANGE AND LIMIT
       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-PARM1             PIC X(08) VALUE SPACES.
       01 WS-PARM2             PIC X(08) VALUE SPACES.
       01 WS-PARM3             PIC X(08) VALUE SPACES.
       01 WS-DE                PIC 9(08) VALUE ZERO.
       01 WS-ATE               PIC 9(08) VALUE 99999999.
       01 WS-LIMITE            PIC 9(05) VALUE 20.

      *PER-OPERATOR COUNTS
       01 WS-OPR-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-O                  PIC 9(03) VALUE ZERO.
       01 WS-OPR-FOUND          PIC X     VALUE "N".
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 200 TIMES.
             10 WS-OPR-ID      PIC X(08).
             10 WS-OPR-FILIAL  PIC 9(02).
             10 WS-OPR-VISTAS  PIC 9(07).
             10 WS-OPR-FORA    PIC 9(07).
             10 WS-OPR-CLIENTES PIC 9(05).

      *DISTINCT OPERATOR + OTHER-BRANCH CODIGO PAIRS ALREADY SEEN -
      *A CLIENT VIEWED TEN TIMES COUNTS ONCE TOWARDS THE LIMIT
       01 WS-PAR-COUNT          PIC 9(05) VALUE ZERO.
       01 WS-P                  PIC 9(05) VALUE ZERO.
       01 WS-PAR-FOUND          PIC X     VALUE "N".
       01 WS-PAR-CHEIO          PIC X     VALUE "N".
       01 WS-PAR-TABLE.
          05 WS-PAR-ENTRY OCCURS 5000 TIMES.
             10 WS-PAR-OPR     PIC 9(03).
             10 WS-PAR-CODIGO  PIC 9(06).

       01 WS-MARCA              PIC X(20) VALUE SPACES.

       01 COUNTERS.
          05 WS-LIDOS           PIC 9(07) VALUE ZERO.
          05 WS-SINALIZADOS     PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1 WS-PARM2 WS-PARM3
           END-UNSTRING.
           IF WS-PARM1 IS NUMERIC
              MOVE WS-PARM1 TO WS-DE
           END-IF.
           IF WS-PARM2 IS NUMERIC
              MOVE WS-PARM2 TO WS-ATE
           END-IF.
           IF WS-PARM3 NOT = SPACES
              AND FUNCTION TRIM(WS-PARM3) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM3) TO WS-LIMITE
           END-IF.
           DISPLAY "ACESSOS A CLIENTES DE OUTRA FILIAL"
                   " DE " WS-DE " ATE " WS-ATE
                   " - LIMITE " WS-LIMITE " CLIENTES".
           PERFORM ACESSO-PARA THRU ACESSO-FIM.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

       ACESSO-PARA.
           OPEN INPUT ACESSO-FILE.
           IF FS-ACESSO NOT = "00"
              DISPLAY "ACESSO.LOG AUSENTE (" FS-ACESSO ")"
              CLOSE ACESSO-FILE
              GO TO ACESSO-FIM
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACESSO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-DATA >= WS-DE AND AC-DATA <= WS-ATE
                          ADD 1 TO WS-LIDOS
                          PERFORM CONTA-PARA THRU CONTA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACESSO-FILE.
       ACESSO-FIM.
           EXIT.

       CONTA-PARA.
           MOVE "N" TO WS-OPR-FOUND.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OPR-COUNT OR WS-OPR-FOUND = "S"
               IF WS-OPR-ID(WS-O) = AC-OPERADOR
                  MOVE "S" TO WS-OPR-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPR-FOUND = "S"
              SUBTRACT 1 FROM WS-O
           ELSE
              IF WS-OPR-COUNT NOT < 200
                 GO TO CONTA-FIM
              END-IF
              ADD 1 TO WS-OPR-COUNT
              MOVE WS-OPR-COUNT TO WS-O
              MOVE AC-OPERADOR TO WS-OPR-ID(WS-O)
              MOVE ZERO TO WS-OPR-VISTAS(WS-O)
              MOVE ZERO TO WS-OPR-FORA(WS-O)
              MOVE ZERO TO WS-OPR-CLIENTES(WS-O)
           END-IF.
      *    THE BRANCH ON THE LATEST LINE IS THE ONE SHOWN
           MOVE AC-OP-FILIAL TO WS-OPR-FILIAL(WS-O).
           ADD 1 TO WS-OPR-VISTAS(WS-O).
           IF AC-OP-FILIAL = ZERO OR AC-CLI-FILIAL = ZERO
              OR AC-OP-FILIAL = AC-CLI-FILIAL
              GO TO CONTA-FIM
           END-IF.
           ADD 1 TO WS-OPR-FORA(WS-O).
           MOVE "N" TO WS-PAR-FOUND.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PAR-COUNT OR WS-PAR-FOUND = "S"
               IF WS-PAR-OPR(WS-P) = WS-O
                  AND WS-PAR-CODIGO(WS-P) = AC-CODIGO
                  MOVE "S" TO WS-PAR-FOUND
               END-IF
           END-PERFORM.
           IF WS-PAR-FOUND = "S"
              GO TO CONTA-FIM
           END-IF.
           IF WS-PAR-COUNT NOT < 5000
              MOVE "S" TO WS-PAR-CHEIO
              GO TO CONTA-FIM
           END-IF.
           ADD 1 TO WS-PAR-COUNT.
           MOVE WS-O TO WS-PAR-OPR(WS-PAR-COUNT).
           MOVE AC-CODIGO TO WS-PAR-CODIGO(WS-PAR-COUNT).
           ADD 1 TO WS-OPR-CLIENTES(WS-O).
       CONTA-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-LIDOS = ZERO
              DISPLAY "NENHUM ACESSO REGISTRADO NO PERIODO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "OPERADOR FL  ACESSOS OUTRA-FL CLIENTES".
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-OPR-COUNT
               MOVE SPACES TO WS-MARCA
               IF WS-OPR-CLIENTES(WS-O) > WS-LIMITE
                  MOVE "*** ACIMA DO LIMITE" TO WS-MARCA
                  ADD 1 TO WS-SINALIZADOS
               END-IF
               DISPLAY WS-OPR-ID(WS-O) " " WS-OPR-FILIAL(WS-O) " "
                       WS-OPR-VISTAS(WS-O) " " WS-OPR-FORA(WS-O) " "
                       WS-OPR-CLIENTES(WS-O) " " WS-MARCA
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "ACESSOS LIDOS: " WS-LIDOS
                   "  OPERADORES SINALIZADOS: " WS-SINALIZADOS.
           IF WS-PAR-CHEIO = "S"
              DISPLAY "AVISO: TABELA DE CLIENTES CHEIA - CONTAGENS "
                      "DE CLIENTES SUBESTIMADAS"
           END-IF.
       RESUMO-FIM.
           EXIT.
