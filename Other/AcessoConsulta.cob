      ******************************************************************
      *DESC    : Read-access inquiry over ACESSO.LOG - answers "who    *
      *        : looked at this client" the way AUDITCLI answers "who  *
      *        : changed it". Takes a CODIGO, scans the access log     *
      *        : written by ACESSLOG and lists every view in file      *
      *        : order: date, time, operator, program and function,    *
      *        : then the number of views per operator.                *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-17                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: CODIGO [FROM-DATE [TO-DATE]]            *
      *        : (CCYYMMDD), the RELOPER parameter shape. A view from  *
      *        : an operator of another branch is marked "*" (an       *
      *        : operator with branch 00 belongs to head office and    *
      *        : is never marked).                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSCON.

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
       77 WS-MARCA             PIC X     VALUE SPACE.

      *COMMAND-LINE SCOPE - CODIGO AND OPTIONAL DATE RANGE
       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-PARM1             PIC X(08) VALUE SPACES.
       01 WS-PARM2             PIC X(08) VALUE SPACES.
       01 WS-PARM3             PIC X(08) VALUE SPACES.
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-DE                PIC 9(08) VALUE ZERO.
       01 WS-ATE               PIC 9(08) VALUE 99999999.

      *VIEWS PER OPERATOR
       01 WS-OPR-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-O                  PIC 9(03) VALUE ZERO.
       01 WS-OPR-FOUND          PIC X     VALUE "N".
       01 WS-OPR-TABLE.
          05 WS-OPR-ENTRY OCCURS 200 TIMES.
             10 WS-OPR-ID      PIC X(08).
             10 WS-OPR-VISTAS  PIC 9(05).

       01 COUNTERS.
          05 WS-VISTAS          PIC 9(07) VALUE ZERO.
          05 WS-OUTRA-FILIAL    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1 WS-PARM2 WS-PARM3
           END-UNSTRING.
           IF WS-PARM1 = SPACES OR WS-PARM1(1:6) IS NOT NUMERIC
              DISPLAY "INFORME O CODIGO (E OPCIONALMENTE AS "
                      "DATAS DE/ATE, CCYYMMDD)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PARM1(1:6) TO WS-CODIGO.
           IF WS-PARM2 IS NUMERIC
              MOVE WS-PARM2 TO WS-DE
           END-IF.
           IF WS-PARM3 IS NUMERIC
              MOVE WS-PARM3 TO WS-ATE
           END-IF.
           DISPLAY "ACESSOS AO CLIENTE " WS-CODIGO
                   " DE " WS-DE " ATE " WS-ATE.
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
           DISPLAY "DATA     HORA   OPERADOR FL PROGRAMA FUNCAO".
           PERFORM UNTIL WS-EOF = "Y"
               READ ACESSO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AC-CODIGO = WS-CODIGO
                          AND AC-DATA >= WS-DE
                          AND AC-DATA <= WS-ATE
                          PERFORM MOSTRA-PARA THRU MOSTRA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACESSO-FILE.
       ACESSO-FIM.
           EXIT.

       MOSTRA-PARA.
           ADD 1 TO WS-VISTAS.
           MOVE SPACE TO WS-MARCA.
           IF AC-OP-FILIAL > ZERO AND AC-CLI-FILIAL > ZERO
              AND AC-OP-FILIAL NOT = AC-CLI-FILIAL
              MOVE "*" TO WS-MARCA
              ADD 1 TO WS-OUTRA-FILIAL
           END-IF.
           DISPLAY AC-DATA " " AC-HORA " " AC-OPERADOR " "
                   AC-OP-FILIAL " " AC-PROGRAMA " " AC-FUNCAO
                   " " WS-MARCA.
           MOVE "N" TO WS-OPR-FOUND.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OPR-COUNT OR WS-OPR-FOUND = "S"
               IF WS-OPR-ID(WS-O) = AC-OPERADOR
                  MOVE "S" TO WS-OPR-FOUND
                  ADD 1 TO WS-OPR-VISTAS(WS-O)
               END-IF
           END-PERFORM.
           IF WS-OPR-FOUND = "N" AND WS-OPR-COUNT < 200
              ADD 1 TO WS-OPR-COUNT
              MOVE AC-OPERADOR TO WS-OPR-ID(WS-OPR-COUNT)
              MOVE 1 TO WS-OPR-VISTAS(WS-OPR-COUNT)
           END-IF.
       MOSTRA-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-VISTAS = ZERO
              DISPLAY "NENHUM ACESSO REGISTRADO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "ACESSOS POR OPERADOR:".
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-OPR-COUNT
               DISPLAY "  " WS-OPR-ID(WS-O) " " WS-OPR-VISTAS(WS-O)
           END-PERFORM.
           DISPLAY "TOTAL DE ACESSOS: " WS-VISTAS
                   "  (* OUTRA FILIAL: " WS-OUTRA-FILIAL ")".
       RESUMO-FIM.
           EXIT.
