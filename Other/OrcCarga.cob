      ******************************************************************
      *DESC    : Budget load - reads the delimited budget feed finance *
      *        : provides (ORCAMENTO.TXT, one figure per account, cost *
      *        : center and month) into the budget file ORCAMENTO.DAT  *
      *        : that ORCMAINT revises and RELORCAM reports against    *
      *        : the internal ledger. Refused lines go to ORCAMENTO.REJ*
      *        : with their reason; every figure the load creates or   *
      *        : changes is logged to ORCAMENTO.LOG like a screen      *
      *        : revision, operator CARGA.                             *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Feed line: CONTA;CENTRO;CCYYMM;NATUREZA;VALOR with a  *
      *        : period decimal. The cost center is the branch - "00"  *
      *        : plus the FD-FILIAL code (0000 = head office, no       *
      *        : branch) - and must be on FILIAL.DAT when that file is *
      *        : present. NATUREZA D = debit-nature account (expense,  *
      *        : asset), C = credit-nature (revenue, liability). A     *
      *        : figure already on file is replaced, so a revised feed *
      *        : can simply be loaded again.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCCARGA.

      *NO DECIMAL-POINT IS COMMA - THE FEED CARRIES PERIOD DECIMALS
      *AND NUMVAL MUST READ THEM THAT WAY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "ORCAMENTO.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-FEED.
           SELECT REJECT-FILE ASSIGN TO "ORCAMENTO.REJ"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REJECT.
           SELECT ORC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              OR-CHAVE
           FILE STATUS             FS-ORC.
      *BRANCH MASTER (FILMAINT) - THE COST CENTER MUST NAME A BRANCH
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "ORCAMENTO.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-LINE            PIC X(60).

       FD REJECT-FILE.
       01 REJECT-LINE          PIC X(100).

      *BUDGET FILE - CENTER FIRST IN THE KEY SO THE REPORT READS IT
      *BRANCH BY BRANCH WITHOUT A SORT
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

      *SAME LAYOUT FILMAINT (FilialMaint.cob) MAINTAINS
       FD FILIAL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REG-FILIAL.
          02 FIL-CODIGO       PIC 9(02).
          02 FIL-NOME         PIC X(30).

       FD LOG-FILE.
       01 LOG-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-FEED              PIC X(02) VALUE SPACES.
       77 FS-REJECT            PIC X(02) VALUE SPACES.
       77 FS-ORC               PIC X(02) VALUE SPACES.
       77 FS-FIL               PIC X(02) VALUE SPACES.
       77 FS-LOG               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-FIL-ATIVO         PIC X     VALUE "N".
       77 WS-LOG-ATIVO         PIC X     VALUE "N".
       77 WS-REJECT-REASON     PIC X(30) VALUE SPACES.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.

      *UNSTRUNG FIELDS FROM ONE FEED LINE, BEFORE VALIDATION
       01 WS-CAMPOS.
          05 WS-F-CONTA        PIC X(08) VALUE SPACES.
          05 WS-F-CENTRO       PIC X(04) VALUE SPACES.
          05 WS-F-PERIODO      PIC X(06) VALUE SPACES.
          05 WS-F-NATUREZA     PIC X(01) VALUE SPACE.
          05 WS-F-VALOR        PIC X(16) VALUE SPACES.
       01 WS-MES               PIC 9(02) VALUE ZERO.
       01 WS-VALOR-S           PIC S9(11)V99 VALUE ZERO.

      *BEFORE/AFTER FOR THE CHANGE LOG
       01 WS-ACAO              PIC X(09) VALUE SPACES.
       01 WS-VALOR-ANTES       PIC 9(11)V99 VALUE ZERO.
       01 WS-NAT-ANTES         PIC X(01) VALUE SPACE.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-INCLUIDOS      PIC 9(07) VALUE ZERO.
          05 WS-ALTERADOS      PIC 9(07) VALUE ZERO.
          05 WS-IGUAIS         PIC 9(07) VALUE ZERO.
          05 WS-REJEITADOS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM ABRE-PARA THRU ABRE-FIM.
           PERFORM UNTIL WS-EOF = "Y"
               READ FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LINHA-PARA THRU LINHA-FIM
               END-READ
           END-PERFORM.
           PERFORM FECHA-PARA THRU FECHA-FIM.
           STOP RUN.

       ABRE-PARA.
           OPEN INPUT FEED-FILE.
           IF FS-FEED NOT = "00"
              DISPLAY "ORCAMENTO.TXT AUSENTE (" FS-FEED ") - NO RUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ORC-FILE.
           IF FS-ORC = "35"
              OPEN OUTPUT ORC-FILE
              CLOSE ORC-FILE
              OPEN I-O ORC-FILE
           END-IF.
           IF FS-ORC NOT = "00"
              DISPLAY "ORCAMENTO.DAT STATUS --->" FS-ORC
              CLOSE FEED-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL = "00"
              MOVE "S" TO WS-FIL-ATIVO
           ELSE
              CLOSE FILIAL-FILE
           END-IF.
           OPEN EXTEND LOG-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-LOG = "00" OR FS-LOG = "05"
              MOVE "S" TO WS-LOG-ATIVO
           ELSE
              DISPLAY "ORCAMENTO.LOG STATUS --->" FS-LOG
           END-IF.
       ABRE-FIM.
           EXIT.

      *SPLITS ONE FEED LINE, VALIDATES IT AND WRITES OR REPLACES THE
      *FIGURE - BLANK LINES AND "*" COMMENT LINES ARE SKIPPED
       LINHA-PARA.
           IF FEED-LINE = SPACES OR FEED-LINE(1:1) = "*"
              GO TO LINHA-FIM
           END-IF.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO WS-CAMPOS.
           MOVE SPACES TO WS-REJECT-REASON.
           UNSTRING FEED-LINE DELIMITED BY ";"
               INTO WS-F-CONTA
                    WS-F-CENTRO
                    WS-F-PERIODO
                    WS-F-NATUREZA
                    WS-F-VALOR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-F-CONTA) TO WS-F-CONTA.
           MOVE FUNCTION UPPER-CASE(WS-F-NATUREZA) TO WS-F-NATUREZA.
           IF WS-F-CONTA = SPACES
              MOVE "CONTA EM BRANCO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-F-CENTRO IS NOT NUMERIC OR WS-F-CENTRO(1:2) NOT = "00"
              MOVE "CENTRO NAO E FILIAL (00NN)" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-F-CENTRO(3:2) NOT = "00" AND WS-FIL-ATIVO = "S"
              MOVE WS-F-CENTRO(3:2) TO FIL-CODIGO
              READ FILIAL-FILE
                  INVALID KEY
                      MOVE "FILIAL NAO CADASTRADA" TO WS-REJECT-REASON
                      GO TO LINHA-REJEITA
              END-READ
           END-IF.
           IF WS-F-PERIODO IS NOT NUMERIC
              MOVE "PERIODO INVALIDO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           MOVE WS-F-PERIODO(5:2) TO WS-MES.
           IF WS-MES < 1 OR WS-MES > 12
              MOVE "PERIODO INVALIDO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-F-NATUREZA NOT = "D" AND WS-F-NATUREZA NOT = "C"
              MOVE "NATUREZA INVALIDA (D/C)" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-F-VALOR = SPACES
              MOVE "VALOR EM BRANCO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           COMPUTE WS-VALOR-S = FUNCTION NUMVAL(WS-F-VALOR).
           IF WS-VALOR-S < ZERO
              MOVE "VALOR NEGATIVO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           GO TO LINHA-FIM.
       LINHA-REJEITA.
           PERFORM REJEITA-PARA THRU REJEITA-FIM.
       LINHA-FIM.
           EXIT.

      *WRITES A NEW FIGURE OR REPLACES ONE ALREADY ON FILE - AN
      *UNCHANGED FIGURE IS LEFT ALONE AND NOT LOGGED
       GRAVA-PARA.
           MOVE WS-F-CENTRO TO OR-CENTRO.
           MOVE WS-F-CONTA TO OR-CONTA.
           MOVE WS-F-PERIODO TO OR-PERIODO.
           READ ORC-FILE KEY IS OR-CHAVE
               INVALID KEY
                   MOVE "INCLUSAO" TO WS-ACAO
                   MOVE ZERO TO WS-VALOR-ANTES
                   MOVE SPACE TO WS-NAT-ANTES
               NOT INVALID KEY
                   MOVE "ALTERACAO" TO WS-ACAO
                   MOVE OR-VALOR TO WS-VALOR-ANTES
                   MOVE OR-NATUREZA TO WS-NAT-ANTES
           END-READ.
           IF WS-ACAO = "ALTERACAO"
              AND WS-VALOR-ANTES = WS-VALOR-S
              AND WS-NAT-ANTES = WS-F-NATUREZA
              ADD 1 TO WS-IGUAIS
              GO TO GRAVA-FIM
           END-IF.
           MOVE WS-F-NATUREZA TO OR-NATUREZA.
           MOVE WS-VALOR-S TO OR-VALOR.
           MOVE WS-DATA-SIS TO OR-DATA-ALT.
           MOVE "CARGA" TO OR-OPERADOR.
           IF WS-ACAO = "INCLUSAO"
              WRITE REG-ORC
                  INVALID KEY
                      MOVE "GRAVACAO FALHOU" TO WS-REJECT-REASON
                      PERFORM REJEITA-PARA THRU REJEITA-FIM
                      GO TO GRAVA-FIM
              END-WRITE
              ADD 1 TO WS-INCLUIDOS
           ELSE
              REWRITE REG-ORC
                  INVALID KEY
                      MOVE "REGRAVACAO FALHOU" TO WS-REJECT-REASON
                      PERFORM REJEITA-PARA THRU REJEITA-FIM
                      GO TO GRAVA-FIM
              END-REWRITE
              ADD 1 TO WS-ALTERADOS
           END-IF.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
       GRAVA-FIM.
           EXIT.

      *ONE CHANGE-LOG LINE IN THE ORCMAINT LAYOUT - WHO CHANGED WHICH
      *FIGURE WHEN, WITH THE OLD AND NEW VALUES
       GRAVA-LOG-PARA.
           IF WS-LOG-ATIVO NOT = "S"
              GO TO GRAVA-LOG-FIM
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE SPACES TO LOG-LINE.
           STRING WS-DATA-SIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA DELIMITED BY SIZE
                  " CARGA    " DELIMITED BY SIZE
                  WS-ACAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OR-CONTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OR-CENTRO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  OR-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NAT-ANTES DELIMITED BY SIZE
                  WS-VALOR-ANTES DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  OR-NATUREZA DELIMITED BY SIZE
                  OR-VALOR DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
       GRAVA-LOG-FIM.
           EXIT.

      *ONE REJECT LINE - THE REFUSED FEED LINE PLUS ITS REASON
       REJEITA-PARA.
           ADD 1 TO WS-REJEITADOS.
           MOVE SPACES TO REJECT-LINE.
           STRING "REJEITADO [" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  FEED-LINE DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
       REJEITA-FIM.
           EXIT.

       FECHA-PARA.
           CLOSE FEED-FILE.
           CLOSE ORC-FILE.
           CLOSE REJECT-FILE.
           IF WS-FIL-ATIVO = "S"
              CLOSE FILIAL-FILE
           END-IF.
           IF WS-LOG-ATIVO = "S"
              CLOSE LOG-FILE
           END-IF.
           DISPLAY "LINHAS LIDAS        : " WS-LIDOS.
           DISPLAY "VALORES INCLUIDOS   : " WS-INCLUIDOS.
           DISPLAY "VALORES ALTERADOS   : " WS-ALTERADOS.
           DISPLAY "VALORES SEM MUDANCA : " WS-IGUAIS.
           DISPLAY "LINHAS REJEITADAS   : " WS-REJEITADOS.
           IF WS-REJEITADOS > ZERO
              DISPLAY "VER ORCAMENTO.REJ"
              MOVE 4 TO RETURN-CODE
           END-IF.
       FECHA-FIM.
           EXIT.
