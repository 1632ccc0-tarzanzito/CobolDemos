      ******************************************************************
      *DESC    : Budget versus actual report - for every GL account    *
      *        : and cost center on the budget file ORCAMENTO.DAT      *
      *        : (ORCCARGA, ORCMAINT), the budget, the actual posted   *
      *        : on the internal ledger (GLSALDO.DAT, GLPOSTA) and the *
      *        : variance in value and percent, for the month and the  *
      *        : year to date, branch by branch (cost center "00" +    *
      *        : FD-FILIAL), with totals per branch and for the        *
      *        : company. Variances beyond the threshold are flagged.  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: [CCYYMM [PCT]] - the month (default the *
      *        : current one) and the variance threshold in percent    *
      *        : (default 10). Actual is the ledger movement on the    *
      *        : budget's side: debits less credits for a D-nature     *
      *        : account, credits less debits for a C-nature one.      *
      *        : Variance is actual less budget. A line is flagged     *
      *        : "***" when the variance is beyond the threshold       *
      *        : either way, or when there is actual against a zero    *
      *        : budget.                                               *
      *        : The report is driven by the budget: ledger accounts   *
      *        : with no budget in the year are not listed.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCAM.

      *NO DECIMAL-POINT IS COMMA - THE THRESHOLD PARAMETER IS READ
      *WITH NUMVAL AND A PERIOD DECIMAL, LIKE THE OTHER GL REPORTS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              OR-CHAVE
           FILE STATUS             FS-ORC.
           SELECT OPTIONAL SALDO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              SL-CHAVE
           FILE STATUS             FS-SL.
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT ORCCARGA LOADS AND ORCMAINT MAINTAINS
       FD ORC-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01 REG-ORC.
          02 OR-CHAVE.
             03 OR-CENTRO     PIC X(04).
             03 OR-CONTA      PIC X(08).
             03 OR-PERIODO    PIC 9(06).
          02 OR-NATUREZA       PIC X(01).
             88 OR-DEVEDORA    VALUE "D".
             88 OR-CREDORA     VALUE "C".
          02 OR-VALOR          PIC 9(11)V99.
          02 OR-DATA-ALT       PIC 9(08).
          02 OR-OPERADOR       PIC X(08).

      *SAME LAYOUT GLPOSTA MAINTAINS
       FD SALDO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GLSALDO.DAT".
       01 REG-SALDO.
          02 SL-CHAVE.
             03 SL-CONTA      PIC X(08).
             03 SL-CENTRO     PIC X(04).
             03 SL-PERIODO    PIC 9(06).
          02 SL-DEBITOS        PIC 9(13)V99.
          02 SL-CREDITOS       PIC 9(13)V99.
          02 SL-SALDO          PIC S9(13)V99.
          02 SL-DATA-ALT       PIC 9(08).

      *SAME LAYOUT FILMAINT (FilialMaint.cob) MAINTAINS
       FD FILIAL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REG-FILIAL.
          02 FIL-CODIGO       PIC 9(02).
          02 FIL-NOME         PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-ORC               PIC X(02) VALUE SPACES.
       77 FS-SL                PIC X(02) VALUE SPACES.
       77 FS-FIL               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-SL-ATIVO          PIC X     VALUE "N".
       77 WS-FIL-ATIVO         PIC X     VALUE "N".

       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-P-PERIODO         PIC X(06) VALUE SPACES.
       01 WS-P-LIMITE          PIC X(08) VALUE SPACES.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PER-ANO        PIC 9(04).
          05 WS-PER-MES        PIC 9(02).
       01 WS-LIMITE            PIC 9(03)V9 VALUE 10.
       01 WS-LIMITE-NEG        PIC S9(03)V9 VALUE ZERO.

      *THE ACCOUNT AND BRANCH BEING ACCUMULATED
       01 WS-Q-CENTRO          PIC X(04) VALUE SPACES.
       01 WS-Q-CONTA           PIC X(08) VALUE SPACES.
       01 WS-Q-NATUREZA        PIC X(01) VALUE SPACE.
       01 WS-TEM-ORC           PIC X     VALUE "N".
       01 WS-ORC-MES           PIC 9(13)V99 VALUE ZERO.
       01 WS-ORC-ACUM          PIC 9(13)V99 VALUE ZERO.
       01 WS-REAL-MES          PIC S9(13)V99 VALUE ZERO.
       01 WS-REAL-ACUM         PIC S9(13)V99 VALUE ZERO.
       01 WS-MOV               PIC S9(13)V99 VALUE ZERO.
       01 WS-M                 PIC 9(02) VALUE ZERO.
       01 WS-N                 PIC 9(01) VALUE ZERO.
       01 WS-FIL-NOME          PIC X(30) VALUE SPACES.

      *TOTALS BY NATURE (1 = D, 2 = C) - FOR THE BRANCH BEING
      *LISTED AND FOR THE COMPANY
       01 WS-TOTAIS.
          05 WS-TOT-NAT OCCURS 2 TIMES.
             10 WS-TF-ORC-MES  PIC 9(13)V99.
             10 WS-TF-REAL-MES PIC S9(13)V99.
             10 WS-TF-ORC-ACUM PIC 9(13)V99.
             10 WS-TF-REAL-ACUM PIC S9(13)V99.
             10 WS-TG-ORC-MES  PIC 9(13)V99.
             10 WS-TG-REAL-MES PIC S9(13)V99.
             10 WS-TG-ORC-ACUM PIC 9(13)V99.
             10 WS-TG-REAL-ACUM PIC S9(13)V99.

      *ONE PRINTED LINE - LABEL, BUDGET AND ACTUAL; THE VARIANCE,
      *PERCENT AND FLAG ARE WORKED OUT IN LINHA-PARA
       01 WS-L-ROTULO          PIC X(15) VALUE SPACES.
       01 WS-L-ORC             PIC 9(13)V99 VALUE ZERO.
       01 WS-L-REAL            PIC S9(13)V99 VALUE ZERO.
       01 WS-L-VAR             PIC S9(13)V99 VALUE ZERO.
       01 WS-L-PCT             PIC S9(04)V9 VALUE ZERO.
       01 WS-L-MARCA           PIC X(03) VALUE SPACES.
       01 WS-ED-ORC            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-REAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-VAR            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PCT            PIC -ZZZ9.9.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-CONTAS-LIST    PIC 9(05) VALUE ZERO.
          05 WS-CENTROS-LIST   PIC 9(05) VALUE ZERO.
          05 WS-MARCADAS       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-P-PERIODO
                    WS-P-LIMITE
           END-UNSTRING.
           IF WS-P-PERIODO IS NUMERIC
              MOVE WS-P-PERIODO TO WS-PERIODO
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-P-LIMITE NOT = SPACES
              COMPUTE WS-LIMITE = FUNCTION NUMVAL(WS-P-LIMITE)
           END-IF.
           COMPUTE WS-LIMITE-NEG = ZERO - WS-LIMITE.
           INITIALIZE WS-TOTAIS.
           PERFORM ABRE-PARA THRU ABRE-FIM.
           DISPLAY "ORCADO X REALIZADO - PERIODO " WS-PERIODO
                   "  ACUMULADO DESDE " WS-PER-ANO "01"
                   "  LIMITE " WS-LIMITE "%".
           PERFORM LE-PARA THRU LE-FIM.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           PERFORM FECHA-PARA THRU FECHA-FIM.
           STOP RUN.

       ABRE-PARA.
           OPEN INPUT ORC-FILE.
           IF FS-ORC NOT = "00"
              DISPLAY "ORCAMENTO.DAT AUSENTE (" FS-ORC ") - NO RUN"
              CLOSE ORC-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
      *    WITHOUT THE LEDGER EVERY ACTUAL IS ZERO - THE BUDGET IS
      *    STILL LISTED, BUT THE RUN SAYS SO
           OPEN INPUT SALDO-FILE.
           IF FS-SL = "00"
              MOVE "S" TO WS-SL-ATIVO
           ELSE
              DISPLAY "GLSALDO.DAT AUSENTE (" FS-SL
                      ") - REALIZADO ZERADO"
              CLOSE SALDO-FILE
           END-IF.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL = "00"
              MOVE "S" TO WS-FIL-ATIVO
           ELSE
              CLOSE FILIAL-FILE
           END-IF.
       ABRE-FIM.
           EXIT.

      *THE BUDGET IN KEY ORDER - CENTER, ACCOUNT, PERIOD - SO THE
      *ACCOUNT AND BRANCH BREAKS COME WITHOUT A SORT
       LE-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ ORC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM REG-PARA THRU REG-FIM
               END-READ
           END-PERFORM.
           IF WS-Q-CENTRO NOT = SPACES
              PERFORM FECHA-CONTA-PARA THRU FECHA-CONTA-FIM
              PERFORM FECHA-CENTRO-PARA THRU FECHA-CENTRO-FIM
           END-IF.
       LE-FIM.
           EXIT.

       REG-PARA.
           IF OR-CENTRO NOT = WS-Q-CENTRO
              IF WS-Q-CENTRO NOT = SPACES
                 PERFORM FECHA-CONTA-PARA THRU FECHA-CONTA-FIM
                 PERFORM FECHA-CENTRO-PARA THRU FECHA-CENTRO-FIM
              END-IF
              MOVE OR-CENTRO TO WS-Q-CENTRO
              MOVE OR-CONTA TO WS-Q-CONTA
              PERFORM ABRE-CENTRO-PARA THRU ABRE-CENTRO-FIM
              PERFORM ABRE-CONTA-PARA THRU ABRE-CONTA-FIM
           END-IF.
           IF OR-CONTA NOT = WS-Q-CONTA
              PERFORM FECHA-CONTA-PARA THRU FECHA-CONTA-FIM
              MOVE OR-CONTA TO WS-Q-CONTA
              PERFORM ABRE-CONTA-PARA THRU ABRE-CONTA-FIM
           END-IF.
      *    ONLY THE RUN YEAR, UP TO THE RUN MONTH, COUNTS
           IF OR-PERIODO(1:4) NOT = WS-PER-ANO
              OR OR-PERIODO > WS-PERIODO
              GO TO REG-FIM
           END-IF.
           MOVE "S" TO WS-TEM-ORC.
           MOVE OR-NATUREZA TO WS-Q-NATUREZA.
           ADD OR-VALOR TO WS-ORC-ACUM.
           IF OR-PERIODO = WS-PERIODO
              ADD OR-VALOR TO WS-ORC-MES
           END-IF.
       REG-FIM.
           EXIT.

      *BRANCH HEADER - 0000 IS THE HEAD OFFICE
       ABRE-CENTRO-PARA.
           MOVE SPACES TO WS-FIL-NOME.
           IF WS-Q-CENTRO(3:2) = "00"
              MOVE "MATRIZ" TO WS-FIL-NOME
           ELSE
              IF WS-FIL-ATIVO = "S" AND WS-Q-CENTRO(3:2) IS NUMERIC
                 MOVE WS-Q-CENTRO(3:2) TO FIL-CODIGO
                 READ FILIAL-FILE
                    INVALID KEY
                       MOVE "*** NAO CADASTRADA ***" TO WS-FIL-NOME
                    NOT INVALID KEY
                       MOVE FIL-NOME TO WS-FIL-NOME
                 END-READ
              END-IF
           END-IF.
           MOVE ZERO TO WS-TF-ORC-MES(1) WS-TF-REAL-MES(1)
                        WS-TF-ORC-ACUM(1) WS-TF-REAL-ACUM(1)
                        WS-TF-ORC-MES(2) WS-TF-REAL-MES(2)
                        WS-TF-ORC-ACUM(2) WS-TF-REAL-ACUM(2).
           ADD 1 TO WS-CENTROS-LIST.
           DISPLAY " ".
           DISPLAY "CENTRO " WS-Q-CENTRO " - " WS-FIL-NOME.
           DISPLAY "CONTA    N                  ORCADO"
                   "          REALIZADO           VARIACAO     PCT".
       ABRE-CENTRO-FIM.
           EXIT.

       ABRE-CONTA-PARA.
           MOVE "N" TO WS-TEM-ORC.
           MOVE SPACE TO WS-Q-NATUREZA.
           MOVE ZERO TO WS-ORC-MES WS-ORC-ACUM.
       ABRE-CONTA-FIM.
           EXIT.

      *ONE ACCOUNT DONE - ITS ACTUAL FROM THE LEDGER, ONE LINE FOR
      *THE MONTH AND ONE FOR THE YEAR TO DATE, INTO THE TOTALS
       FECHA-CONTA-PARA.
           IF WS-TEM-ORC NOT = "S"
              GO TO FECHA-CONTA-FIM
           END-IF.
           PERFORM REAL-PARA THRU REAL-FIM.
           ADD 1 TO WS-CONTAS-LIST.
           IF WS-Q-NATUREZA = "C"
              MOVE 2 TO WS-N
           ELSE
              MOVE 1 TO WS-N
           END-IF.
           ADD WS-ORC-MES TO WS-TF-ORC-MES(WS-N) WS-TG-ORC-MES(WS-N).
           ADD WS-REAL-MES TO WS-TF-REAL-MES(WS-N)
                              WS-TG-REAL-MES(WS-N).
           ADD WS-ORC-ACUM TO WS-TF-ORC-ACUM(WS-N)
                              WS-TG-ORC-ACUM(WS-N).
           ADD WS-REAL-ACUM TO WS-TF-REAL-ACUM(WS-N)
                               WS-TG-REAL-ACUM(WS-N).
           MOVE SPACES TO WS-L-ROTULO.
           STRING WS-Q-CONTA " " WS-Q-NATUREZA "  MES"
                  DELIMITED BY SIZE INTO WS-L-ROTULO
           END-STRING.
           MOVE WS-ORC-MES TO WS-L-ORC.
           MOVE WS-REAL-MES TO WS-L-REAL.
           PERFORM LINHA-PARA THRU LINHA-FIM.
           MOVE "           ACUM" TO WS-L-ROTULO.
           MOVE WS-ORC-ACUM TO WS-L-ORC.
           MOVE WS-REAL-ACUM TO WS-L-REAL.
           PERFORM LINHA-PARA THRU LINHA-FIM.
           MOVE "N" TO WS-TEM-ORC.
       FECHA-CONTA-FIM.
           EXIT.

      *THE LEDGER MOVEMENT OF THE ACCOUNT AND CENTER, MONTH BY MONTH
      *FROM JANUARY TO THE RUN MONTH, ON THE BUDGET'S SIDE
       REAL-PARA.
           MOVE ZERO TO WS-REAL-MES WS-REAL-ACUM.
           IF WS-SL-ATIVO NOT = "S"
              GO TO REAL-FIM
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-PER-MES
               MOVE WS-Q-CONTA TO SL-CONTA
               MOVE WS-Q-CENTRO TO SL-CENTRO
               COMPUTE SL-PERIODO = WS-PER-ANO * 100 + WS-M
               READ SALDO-FILE KEY IS SL-CHAVE
                   INVALID KEY
                       MOVE ZERO TO WS-MOV
                   NOT INVALID KEY
                       IF WS-Q-NATUREZA = "C"
                          COMPUTE WS-MOV = SL-CREDITOS - SL-DEBITOS
                       ELSE
                          COMPUTE WS-MOV = SL-DEBITOS - SL-CREDITOS
                       END-IF
               END-READ
               ADD WS-MOV TO WS-REAL-ACUM
               IF WS-M = WS-PER-MES
                  MOVE WS-MOV TO WS-REAL-MES
               END-IF
           END-PERFORM.
       REAL-FIM.
           EXIT.

      *PRINTS ONE BUDGET/ACTUAL LINE WITH ITS VARIANCE - THE PERCENT
      *IS OF THE BUDGET; A ZERO BUDGET HAS NO PERCENT, AND ANY ACTUAL
      *AGAINST IT IS FLAGGED
       LINHA-PARA.
           COMPUTE WS-L-VAR = WS-L-REAL - WS-L-ORC.
           MOVE ZERO TO WS-L-PCT.
           MOVE SPACES TO WS-L-MARCA.
           IF WS-L-ORC = ZERO
              IF WS-L-REAL NOT = ZERO
                 MOVE "***" TO WS-L-MARCA
              END-IF
           ELSE
              COMPUTE WS-L-PCT ROUNDED = WS-L-VAR * 100 / WS-L-ORC
                  ON SIZE ERROR
                     IF WS-L-VAR < ZERO
                        MOVE -9999.9 TO WS-L-PCT
                     ELSE
                        MOVE 9999.9 TO WS-L-PCT
                     END-IF
              END-COMPUTE
              IF WS-L-PCT > WS-LIMITE OR WS-L-PCT < WS-LIMITE-NEG
                 MOVE "***" TO WS-L-MARCA
              END-IF
           END-IF.
           IF WS-L-MARCA NOT = SPACES
              ADD 1 TO WS-MARCADAS
           END-IF.
           MOVE WS-L-ORC TO WS-ED-ORC.
           MOVE WS-L-REAL TO WS-ED-REAL.
           MOVE WS-L-VAR TO WS-ED-VAR.
           MOVE WS-L-PCT TO WS-ED-PCT.
           DISPLAY WS-L-ROTULO " " WS-ED-ORC " " WS-ED-REAL " "
                   WS-ED-VAR " " WS-ED-PCT "% " WS-L-MARCA.
       LINHA-FIM.
           EXIT.

      *BRANCH TOTALS, DEBIT-NATURE AND CREDIT-NATURE ACCOUNTS APART
      *- ADDING AN EXPENSE TO A REVENUE WOULD MEAN NOTHING
       FECHA-CENTRO-PARA.
           DISPLAY "-------- TOTAL DO CENTRO " WS-Q-CENTRO.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 2
               IF WS-TF-ORC-ACUM(WS-N) NOT = ZERO
                  OR WS-TF-REAL-ACUM(WS-N) NOT = ZERO
                  IF WS-N = 1
                     MOVE "DEVEDORAS   MES" TO WS-L-ROTULO
                  ELSE
                     MOVE "CREDORAS    MES" TO WS-L-ROTULO
                  END-IF
                  MOVE WS-TF-ORC-MES(WS-N) TO WS-L-ORC
                  MOVE WS-TF-REAL-MES(WS-N) TO WS-L-REAL
                  PERFORM LINHA-PARA THRU LINHA-FIM
                  MOVE "           ACUM" TO WS-L-ROTULO
                  MOVE WS-TF-ORC-ACUM(WS-N) TO WS-L-ORC
                  MOVE WS-TF-REAL-ACUM(WS-N) TO WS-L-REAL
                  PERFORM LINHA-PARA THRU LINHA-FIM
               END-IF
           END-PERFORM.
       FECHA-CENTRO-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-CONTAS-LIST = ZERO
              DISPLAY "NENHUM ORCAMENTO NO ANO ATE O PERIODO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "======== TOTAL DA EMPRESA".
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 2
               IF WS-TG-ORC-ACUM(WS-N) NOT = ZERO
                  OR WS-TG-REAL-ACUM(WS-N) NOT = ZERO
                  IF WS-N = 1
                     MOVE "DEVEDORAS   MES" TO WS-L-ROTULO
                  ELSE
                     MOVE "CREDORAS    MES" TO WS-L-ROTULO
                  END-IF
                  MOVE WS-TG-ORC-MES(WS-N) TO WS-L-ORC
                  MOVE WS-TG-REAL-MES(WS-N) TO WS-L-REAL
                  PERFORM LINHA-PARA THRU LINHA-FIM
                  MOVE "           ACUM" TO WS-L-ROTULO
                  MOVE WS-TG-ORC-ACUM(WS-N) TO WS-L-ORC
                  MOVE WS-TG-REAL-ACUM(WS-N) TO WS-L-REAL
                  PERFORM LINHA-PARA THRU LINHA-FIM
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "VALORES DE ORCAMENTO LIDOS: " WS-LIDOS
                   "  CENTROS: " WS-CENTROS-LIST
                   "  CONTAS: " WS-CONTAS-LIST.
           DISPLAY "LINHAS FORA DO LIMITE (***): " WS-MARCADAS.
       RESUMO-FIM.
           EXIT.

       FECHA-PARA.
           CLOSE ORC-FILE.
           IF WS-SL-ATIVO = "S"
              CLOSE SALDO-FILE
           END-IF.
           IF WS-FIL-ATIVO = "S"
              CLOSE FILIAL-FILE
           END-IF.
       FECHA-FIM.
           EXIT.
