      ******************************************************************
      *DESC    : Negative listing register report over NEGATIVA.LOG -  *
      *        : every inclusion sent to the credit bureau and every   *
      *        : removal, day by day, with the day's counts and        *
      *        : amounts. Removals sent past the legal deadline after  *
      *        : payment are marked. The register is written by        *
      *        : NEGATIVA, one line per operation.                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-29                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: [FROM-DATE [TO-DATE]] (CCYYMMDD), the   *
      *        : RELENVIO shape; without dates the whole register is   *
      *        : listed. The register is appended in date order, so    *
      *        : the day break needs no sort.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REG-FILE ASSIGN TO "NEGATIVA.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REG.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT NEGATIVA WRITES
       FD REG-FILE.
       01 NEGREG-REC.
          02 NR-DATA           PIC 9(08).
          02 FILLER            PIC X.
          02 NR-OPERACAO       PIC X(01).
          02 FILLER            PIC X.
          02 NR-CODIGO         PIC 9(06).
          02 FILLER            PIC X.
          02 NR-FATURA         PIC 9(06).
          02 FILLER            PIC X.
          02 NR-TIPO-DOC       PIC X(01).
          02 FILLER            PIC X.
          02 NR-CPF-CNPJ       PIC X(14).
          02 FILLER            PIC X.
          02 NR-VALOR          PIC 9(07)V99.
          02 FILLER            PIC X.
          02 NR-VENC           PIC 9(08).
          02 FILLER            PIC X.
          02 NR-DIAS           PIC 9(04).
          02 FILLER            PIC X.
          02 NR-PRAZO          PIC X(01).

       WORKING-STORAGE SECTION.
       77 FS-REG               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

      *COMMAND-LINE SCOPE - OPTIONAL DATE RANGE
       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-PARM1             PIC X(08) VALUE SPACES.
       01 WS-PARM2             PIC X(08) VALUE SPACES.
       01 WS-DE                PIC 9(08) VALUE ZERO.
       01 WS-ATE               PIC 9(08) VALUE 99999999.

       01 WS-DIA-ATUAL         PIC 9(08) VALUE ZERO.
       01 WS-OPER-TXT          PIC X(08) VALUE SPACES.
       01 WS-PRAZO-TXT         PIC X(14) VALUE SPACES.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-DIA-INC        PIC 9(07) VALUE ZERO.
          05 WS-DIA-EXC        PIC 9(07) VALUE ZERO.
          05 WS-TOT-INC        PIC 9(07) VALUE ZERO.
          05 WS-TOT-EXC        PIC 9(07) VALUE ZERO.
          05 WS-TOT-FORA       PIC 9(07) VALUE ZERO.
       01 WS-DIA-VLR-INC       PIC 9(11)V99 VALUE ZERO.
       01 WS-DIA-VLR-EXC       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-VLR-INC       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-VLR-EXC       PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT2             PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1 WS-PARM2
           END-UNSTRING.
           IF WS-PARM1 IS NUMERIC
              MOVE WS-PARM1 TO WS-DE
           END-IF.
           IF WS-PARM2 IS NUMERIC
              MOVE WS-PARM2 TO WS-ATE
           END-IF.
           DISPLAY "REGISTRO DE NEGATIVACOES DE " WS-DE " ATE " WS-ATE.
           PERFORM LISTA-PARA THRU LISTA-FIM.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

       LISTA-PARA.
           OPEN INPUT REG-FILE.
           IF FS-REG NOT = "00"
              DISPLAY "NEGATIVA.LOG AUSENTE (" FS-REG ")"
              CLOSE REG-FILE
              GO TO LISTA-FIM
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ REG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NR-DATA >= WS-DE AND NR-DATA <= WS-ATE
                          PERFORM LINHA-PARA THRU LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIDOS > ZERO
              PERFORM QUEBRA-DIA-PARA THRU QUEBRA-DIA-FIM
           END-IF.
           CLOSE REG-FILE.
       LISTA-FIM.
           EXIT.

       LINHA-PARA.
           IF WS-LIDOS > ZERO AND NR-DATA NOT = WS-DIA-ATUAL
              PERFORM QUEBRA-DIA-PARA THRU QUEBRA-DIA-FIM
           END-IF.
           IF WS-LIDOS = ZERO OR NR-DATA NOT = WS-DIA-ATUAL
              MOVE NR-DATA TO WS-DIA-ATUAL
              DISPLAY " "
              DISPLAY "MOVIMENTO DE " WS-DIA-ATUAL
              DISPLAY "OPERACAO CLIENTE FATURA DOCUMENTO      "
                      "        VALOR VENCTO"
           END-IF.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO WS-PRAZO-TXT.
           IF NR-OPERACAO = "E"
              MOVE "BAIXA" TO WS-OPER-TXT
              ADD 1 TO WS-DIA-EXC
              ADD NR-VALOR TO WS-DIA-VLR-EXC
              IF NR-PRAZO = "N"
                 MOVE "FORA DO PRAZO" TO WS-PRAZO-TXT
                 ADD 1 TO WS-TOT-FORA
              END-IF
           ELSE
              MOVE "INCLUSAO" TO WS-OPER-TXT
              ADD 1 TO WS-DIA-INC
              ADD NR-VALOR TO WS-DIA-VLR-INC
           END-IF.
           MOVE NR-VALOR TO WS-EDIT2.
           DISPLAY WS-OPER-TXT " " NR-CODIGO "  " NR-FATURA " "
                   NR-TIPO-DOC " " NR-CPF-CNPJ " " WS-EDIT2 " "
                   NR-VENC " " WS-PRAZO-TXT.
       LINHA-FIM.
           EXIT.

       QUEBRA-DIA-PARA.
           MOVE WS-DIA-VLR-INC TO WS-EDIT.
           DISPLAY "  INCLUSOES: " WS-DIA-INC " " WS-EDIT.
           MOVE WS-DIA-VLR-EXC TO WS-EDIT.
           DISPLAY "  BAIXAS   : " WS-DIA-EXC " " WS-EDIT.
           ADD WS-DIA-INC TO WS-TOT-INC.
           ADD WS-DIA-EXC TO WS-TOT-EXC.
           ADD WS-DIA-VLR-INC TO WS-TOT-VLR-INC.
           ADD WS-DIA-VLR-EXC TO WS-TOT-VLR-EXC.
           MOVE ZERO TO WS-DIA-INC WS-DIA-EXC.
           MOVE ZERO TO WS-DIA-VLR-INC WS-DIA-VLR-EXC.
       QUEBRA-DIA-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-LIDOS = ZERO
              DISPLAY "NENHUMA NEGATIVACAO REGISTRADA NO PERIODO"
              GO TO RESUMO-FIM
           END-IF.
           MOVE WS-TOT-VLR-INC TO WS-EDIT.
           DISPLAY "TOTAL INCLUSOES     : " WS-TOT-INC " " WS-EDIT.
           MOVE WS-TOT-VLR-EXC TO WS-EDIT.
           DISPLAY "TOTAL BAIXAS        : " WS-TOT-EXC " " WS-EDIT.
           DISPLAY "BAIXAS FORA DO PRAZO: " WS-TOT-FORA.
       RESUMO-FIM.
           EXIT.
