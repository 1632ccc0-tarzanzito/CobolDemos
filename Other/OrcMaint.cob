      ******************************************************************
      *DESC    : Maintenance screen for the budget file ORCAMENTO.DAT  *
      *        : - the revisions finance agrees after ORCCARGA loaded  *
      *        : the feed. One figure per GL account, cost center      *
      *        : (branch) and month. Supervisors only; every change is *
      *        : logged to ORCAMENTO.LOG with who changed which figure *
      *        : when, before and after.                               *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : SAME TELA1 SCREEN STYLE AS TerrMaint.cob, SIGN-ON AND *
      *        : CHANGE LOG AS GradeMaint.cob. The cost center is "00" *
      *        : plus the FD-FILIAL branch code (0000 = head office)   *
      *        : and must be on FILIAL.DAT when that file is present.  *
      *        : NATUREZA D = debit-nature account, C = credit-nature; *
      *        : RELORCAM compares the figure with the ledger movement *
      *        : on that side.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              OR-CHAVE
           FILE STATUS             FS.
      *BRANCH MASTER (FILMAINT) - THE COST CENTER MUST NAME A BRANCH
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "ORCAMENTO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT ORCCARGA (OrcCarga.cob) LOADS
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
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-FIL              PIC X(02) VALUE SPACES.
          77 FS-LOG              PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-CONF             PIC X     VALUE SPACE.
          77 WS-SCAN-EOF         PIC X     VALUE "N".
          77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
          77 WS-FIL-ATIVO        PIC X     VALUE "N".

          01 NOME-ENT            PIC X.
          01 WS-FIL-NOME         PIC X(30) VALUE SPACES.
          01 WS-MES              PIC 9(02) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
      *AND THE HHMMSS PART IS TAKEN FROM THE FRONT
          01 WS-TIME-RAW         PIC 9(08) VALUE ZERO.
          01 WS-HORA             PIC 9(06) VALUE ZERO.

          01 WS-DATA-SIS.
             02 CC               PIC 9(02) VALUE ZEROS.
             02 AA               PIC 9(02) VALUE ZEROS.
             02 MM               PIC 9(02) VALUE ZEROS.
             02 DD               PIC 9(02) VALUE ZEROS.
          01 WS-MENSAGENS.
             02 MENSA1    PIC X(30) VALUE "FUNÇÃO ERRADA - REDIGITE".
             02 MENSA2    PIC X(30) VALUE "CAMPO INVALIDO".
             02 MENSA3    PIC X(30) VALUE "ORÇAMENTO JÁ CADASTRADO".
             02 MENSA4    PIC X(30) VALUE "ORÇAMENTO NÃO CADASTRADO".
             02 MENSA5    PIC X(30) VALUE "CENTRO NAO E FILIAL (00NN)".
             02 MENSA6    PIC X(30) VALUE "FILIAL NÃO CADASTRADA".
             02 MENSA7    PIC X(30) VALUE "PERIODO INVALIDO (CCYYMM)".
             02 MENSA8    PIC X(30) VALUE "NATUREZA INVALIDA (D/C)".

      *SIGN-ON FIELDS
          77 WS-OPERADOR         PIC X(08) VALUE SPACES.
          77 WS-SIGNON-OK        PIC X     VALUE "N".

      *BEFORE/AFTER FOR THE CHANGE LOG
          01 WS-ACAO             PIC X(09) VALUE SPACES.
          01 WS-NAT-ANTES        PIC X(01) VALUE SPACE.
          01 WS-VALOR-ANTES      PIC 9(11)V99 VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "ORCAMENTO POR CONTA E CENTRO" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > INCLUSAO".
             02 LINE 10 COLUMN 29 VALUE "< 2 > ALTERACAO".
             02 LINE 12 COLUMN 29 VALUE "< 3 > EXCLUSAO".
             02 LINE 14 COLUMN 29 VALUE "< 4 > CONSULTA".
             02 LINE 15 COLUMN 29 VALUE "< 5 > LISTA".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

          01 TELA-CHAVE.
             02 LINE 08 COLUMN 01 VALUE "CONTA     :".
             02 LINE 08 COLUMN 13 PIC X(08) USING OR-CONTA.
             02 LINE 09 COLUMN 01 VALUE "CENTRO    :".
             02 LINE 09 COLUMN 13 PIC X(04) USING OR-CENTRO.
             02 LINE 09 COLUMN 19 VALUE "(00 + CODIGO DA FILIAL)".
             02 LINE 10 COLUMN 01 VALUE "PERIODO   :".
             02 LINE 10 COLUMN 13 PIC 9(06) USING OR-PERIODO.
             02 LINE 10 COLUMN 21 VALUE "(CCYYMM)".

          01 TELA-DADOS.
             02 LINE 12 COLUMN 01 VALUE "NATUREZA  :".
             02 LINE 12 COLUMN 13 PIC X(01) USING OR-NATUREZA.
             02 LINE 12 COLUMN 16 VALUE "(D = DEVEDORA, C = CREDORA)".
             02 LINE 13 COLUMN 01 VALUE "VALOR     :".
             02 LINE 13 COLUMN 13 PIC 9(11)V99 USING OR-VALOR.

          01 TELA-CONSULTA.
             02 LINE 11 COLUMN 01 VALUE "FILIAL    :".
             02 LINE 11 COLUMN 13 PIC X(30) FROM WS-FIL-NOME.
             02 LINE 12 COLUMN 01 VALUE "NATUREZA  :".
             02 LINE 12 COLUMN 13 PIC X(01) FROM OR-NATUREZA.
             02 LINE 13 COLUMN 01 VALUE "VALOR     :".
             02 LINE 13 COLUMN 13 PIC ZZZZZZZZZZ9,99 FROM OR-VALOR.
             02 LINE 14 COLUMN 01 VALUE "ALTERADO  :".
             02 LINE 14 COLUMN 13 PIC 9(08) FROM OR-DATA-ALT.
             02 LINE 14 COLUMN 23 PIC X(08) FROM OR-OPERADOR.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           OPEN I-O ORC-FILE.
           IF FS NOT = "00"
              IF FS = "35"
                 OPEN OUTPUT ORC-FILE
                 CLOSE ORC-FILE
                 OPEN I-O ORC-FILE
              ELSE
                 DISPLAY "FILE STATUS --->" FS
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL = "00"
              MOVE "S" TO WS-FIL-ATIVO
           ELSE
              CLOSE FILIAL-FILE
           END-IF.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM INCLUSAO THRU INCLUSAO-FIM
              WHEN "2"
                 PERFORM ALTERACAO THRU ALTERACAO-FIM
              WHEN "3"
                 PERFORM EXCLUSAO THRU EXCLUSAO-FIM
              WHEN "4"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "5"
                 PERFORM LISTA THRU LISTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - BUDGET FIGURES
      *ARE REVISED BY SUPERVISORS ONLY
       SIGNON-PARA.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SIGNON-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
       SIGNON-FIM.
           EXIT.

       INCLUSAO.
           INITIALIZE REG-ORC.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM VALIDA-CHAVE THRU VALIDA-CHAVE-FIM.
           IF MSG NOT = SPACES
              GO TO INCLUSAO-FIM
           END-IF.
           READ ORC-FILE KEY IS OR-CHAVE
              INVALID KEY
                 NEXT SENTENCE
              NOT INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO INCLUSAO-FIM
           END-READ.
           MOVE "D" TO OR-NATUREZA.
           MOVE ZERO TO OR-VALOR.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA-DADOS THRU VALIDA-DADOS-FIM.
           IF MSG NOT = SPACES
              GO TO INCLUSAO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO OR-DATA-ALT.
           MOVE WS-OPERADOR TO OR-OPERADOR.
           WRITE REG-ORC
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO INCLUSAO-FIM
           END-WRITE.
           MOVE "INCLUSAO" TO WS-ACAO.
           MOVE SPACE TO WS-NAT-ANTES.
           MOVE ZERO TO WS-VALOR-ANTES.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
       INCLUSAO-FIM.
           EXIT.

       ALTERACAO.
           INITIALIZE REG-ORC.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           READ ORC-FILE KEY IS OR-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO ALTERACAO-FIM
           END-READ.
           MOVE OR-NATUREZA TO WS-NAT-ANTES.
           MOVE OR-VALOR TO WS-VALOR-ANTES.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA-DADOS THRU VALIDA-DADOS-FIM.
           IF MSG NOT = SPACES
              GO TO ALTERACAO-FIM
           END-IF.
      *    NOTHING CHANGED - NOTHING TO REWRITE OR LOG
           IF OR-NATUREZA = WS-NAT-ANTES AND OR-VALOR = WS-VALOR-ANTES
              GO TO ALTERACAO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO OR-DATA-ALT.
           MOVE WS-OPERADOR TO OR-OPERADOR.
           REWRITE REG-ORC
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO ALTERACAO-FIM
           END-REWRITE.
           MOVE "ALTERACAO" TO WS-ACAO.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
       ALTERACAO-FIM.
           EXIT.

       EXCLUSAO.
           INITIALIZE REG-ORC.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           READ ORC-FILE KEY IS OR-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO EXCLUSAO-FIM
           END-READ.
           PERFORM NOME-FILIAL THRU NOME-FILIAL-FIM.
           DISPLAY TELA-CONSULTA.
           DISPLAY "CONFIRMA A EXCLUSAO DO ORCAMENTO " OR-CONTA "/"
                   OR-CENTRO "/" OR-PERIODO " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              GO TO EXCLUSAO-FIM
           END-IF.
           MOVE OR-NATUREZA TO WS-NAT-ANTES.
           MOVE OR-VALOR TO WS-VALOR-ANTES.
           DELETE ORC-FILE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO EXCLUSAO-FIM
           END-DELETE.
           MOVE "EXCLUSAO" TO WS-ACAO.
           MOVE SPACE TO OR-NATUREZA.
           MOVE ZERO TO OR-VALOR.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
       EXCLUSAO-FIM.
           EXIT.

       CONSULTA.
           INITIALIZE REG-ORC.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           READ ORC-FILE KEY IS OR-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO CONSULTA-FIM
           END-READ.
           PERFORM NOME-FILIAL THRU NOME-FILIAL-FIM.
           DISPLAY TELA-CONSULTA.
       CONSULTA-FIM.
           EXIT.

      *ACCOUNT UPPER-CASE AS THE LEDGER KEEPS IT; A ONE- OR TWO-DIGIT
      *BRANCH CODE TYPED ON ITS OWN BECOMES THE 00NN CENTER
       NORMALIZA-CHAVE.
           MOVE SPACES TO MSG.
           MOVE FUNCTION UPPER-CASE(OR-CONTA) TO OR-CONTA.
           IF OR-CENTRO(2:3) = SPACES AND OR-CENTRO(1:1) IS NUMERIC
              MOVE OR-CENTRO(1:1) TO OR-CENTRO(4:1)
              MOVE "000" TO OR-CENTRO(1:3)
           END-IF.
           IF OR-CENTRO(3:2) = SPACES AND OR-CENTRO(1:2) IS NUMERIC
              MOVE OR-CENTRO(1:2) TO OR-CENTRO(3:2)
              MOVE "00" TO OR-CENTRO(1:2)
           END-IF.
       NORMALIZA-CHAVE-FIM.
           EXIT.

       VALIDA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           IF OR-CONTA = SPACES
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO VALIDA-CHAVE-FIM
           END-IF.
           IF OR-CENTRO IS NOT NUMERIC OR OR-CENTRO(1:2) NOT = "00"
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO VALIDA-CHAVE-FIM
           END-IF.
           IF OR-CENTRO(3:2) NOT = "00" AND WS-FIL-ATIVO = "S"
              MOVE OR-CENTRO(3:2) TO FIL-CODIGO
              READ FILIAL-FILE
                 INVALID KEY
                    MOVE MENSA6 TO MSG
                    DISPLAY TELA-OPCAO
                    GO TO VALIDA-CHAVE-FIM
              END-READ
           END-IF.
           MOVE OR-PERIODO(5:2) TO WS-MES.
           IF OR-PERIODO(1:4) = ZERO OR WS-MES < 1 OR WS-MES > 12
              MOVE MENSA7 TO MSG
              DISPLAY TELA-OPCAO
           END-IF.
       VALIDA-CHAVE-FIM.
           EXIT.

       VALIDA-DADOS.
           MOVE SPACES TO MSG.
           MOVE FUNCTION UPPER-CASE(OR-NATUREZA) TO OR-NATUREZA.
           IF NOT OR-DEVEDORA AND NOT OR-CREDORA
              MOVE MENSA8 TO MSG
              DISPLAY TELA-OPCAO
           END-IF.
       VALIDA-DADOS-FIM.
           EXIT.

      *BRANCH NAME FOR THE INQUIRY - 0000 IS THE HEAD OFFICE
       NOME-FILIAL.
           MOVE SPACES TO WS-FIL-NOME.
           IF OR-CENTRO(3:2) = "00"
              MOVE "MATRIZ" TO WS-FIL-NOME
              GO TO NOME-FILIAL-FIM
           END-IF.
           IF WS-FIL-ATIVO NOT = "S" OR OR-CENTRO(3:2) IS NOT NUMERIC
              GO TO NOME-FILIAL-FIM
           END-IF.
           MOVE OR-CENTRO(3:2) TO FIL-CODIGO.
           READ FILIAL-FILE
              INVALID KEY
                 MOVE "*** NAO CADASTRADA ***" TO WS-FIL-NOME
              NOT INVALID KEY
                 MOVE FIL-NOME TO WS-FIL-NOME
           END-READ.
       NOME-FILIAL-FIM.
           EXIT.

      *ONE CHANGE-LOG LINE - WHO CHANGED WHICH FIGURE WHEN, WITH THE
      *OLD AND NEW NATURE AND VALUE (ORCCARGA WRITES THE SAME LAYOUT)
       GRAVA-LOG-PARA.
           OPEN EXTEND LOG-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-LOG NOT = "00" AND FS-LOG NOT = "05"
              DISPLAY "ORCAMENTO.LOG STATUS --->" FS-LOG
              GO TO GRAVA-LOG-FIM
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE SPACES TO LOG-LINE.
           STRING WS-DATA-SIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
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
           CLOSE LOG-FILE.
       GRAVA-LOG-FIM.
           EXIT.

      *LISTS EVERY FIGURE ON THE CONSOLE IN KEY ORDER (CENTER,
      *ACCOUNT, PERIOD) - THE LIST IS UNBOUNDED SO IT USES DISPLAY,
      *LIKE TERRMAINT'S LISTA
       LISTA.
           MOVE LOW-VALUES TO OR-CHAVE.
           START ORC-FILE KEY IS NOT LESS OR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY " ".
           DISPLAY "CENT CONTA    PERIOD N           VALOR "
                   "ALTERADO OPER".
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ORC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       DISPLAY OR-CENTRO " " OR-CONTA " " OR-PERIODO
                               " " OR-NATUREZA " " OR-VALOR " "
                               OR-DATA-ALT " " OR-OPERADOR
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL DE VALORES: " WS-LIST-COUNT.
           DISPLAY "TECLE <ENTER> PARA CONTINUAR".
           ACCEPT WS-CONF FROM CONSOLE.
       LISTA-FIM.
           EXIT.

       FIM.
           CLOSE ORC-FILE.
           IF WS-FIL-ATIVO = "S"
              CLOSE FILIAL-FILE
           END-IF.
           STOP RUN.
