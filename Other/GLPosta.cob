      ******************************************************************
      *DESC    : Internal general ledger posting - GLJOURNAL.TXT and   *
      *        : GLREVERSO.TXT used to go to finance and be forgotten. *
      *        : This posts a released journal (or a reversal) into    *
      *        : GLSALDO.DAT, the account balances keyed by account,   *
      *        : cost center and period, each account/center also      *
      *        : carrying a running-balance record, and into           *
      *        : GLLANC.DAT, every journal line with its JR-FONTE      *
      *        : reference, so RELBALANC (trial balance) and           *
      *        : GLCONSULTA (ledger inquiry) can answer from here.     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: CCYYMM [J|R] - the period the file was  *
      *        : cut for (required, the journal does not carry it) and *
      *        : J = GLJOURNAL.TXT (default), R = GLREVERSO.TXT. The   *
      *        : file is refused unless its debits equal its credits.  *
      *        : Every posting is a batch logged on GLLOTES.TAB:       *
      *        :   PERIODO;ORIGEM;LOTE;DATA;LINHAS;DEBITOS;CREDITOS    *
      *        : and the log guards against double posting - a         *
      *        : period's journal may only be posted while it has no   *
      *        : live journal (as many R batches as J batches), and a  *
      *        : reversal only while it has one. Balances are debit-   *
      *        : positive: SL-SALDO = debits - credits. The running-   *
      *        : balance record of an account/center has period        *
      *        : 000000.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOSTA.

      *NO DECIMAL-POINT IS COMMA - THE JOURNAL AMOUNTS ARE FIXED
      *DIGITS (JR-VALOR 9(11)V99), AS GLINTF WRITES THEM
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "GLJOURNAL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JR.
           SELECT OPTIONAL REVERSO-FILE ASSIGN TO "GLREVERSO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JR.
      *ACCOUNT BALANCES - ONE RECORD PER ACCOUNT, COST CENTER AND
      *PERIOD, PLUS THE RUNNING BALANCE UNDER PERIOD 000000
           SELECT OPTIONAL SALDO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              SL-CHAVE
           FILE STATUS             FS-SL.
      *LEDGER LINES - THE DRILL-DOWN FROM A BALANCE TO ITS SOURCES
           SELECT OPTIONAL LANC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              LC-CHAVE
           FILE STATUS             FS-LC.
      *POSTING BATCH LOG
           SELECT OPTIONAL LOTE-FILE ASSIGN TO "GLLOTES.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LT.

       DATA DIVISION.
       FILE SECTION.
      *SAME FIXED JOURNAL LAYOUT GLINTF AND GLREVERSE WRITE
       FD JOURNAL-FILE.
       01 JOURNAL-LINE          PIC X(46).
       FD REVERSO-FILE.
       01 REVERSO-LINE          PIC X(46).

      *SAME LAYOUT RELBALANC AND GLCONSULTA READ
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

      *SAME LAYOUT GLCONSULTA READS
       FD LANC-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GLLANC.DAT".
       01 REG-LANC.
          02 LC-CHAVE.
             03 LC-CONTA      PIC X(08).
             03 LC-CENTRO     PIC X(04).
             03 LC-PERIODO    PIC 9(06).
             03 LC-LOTE       PIC 9(05).
             03 LC-LINHA      PIC 9(05).
          02 LC-DC             PIC X(01).
          02 LC-VALOR          PIC 9(11)V99.
          02 LC-FONTE          PIC X(20).
          02 LC-ORIGEM         PIC X(01).
          02 LC-DATA           PIC 9(08).

       FD LOTE-FILE.
       01 LOTE-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-JR                PIC X(02) VALUE SPACES.
       77 FS-SL                PIC X(02) VALUE SPACES.
       77 FS-LC                PIC X(02) VALUE SPACES.
       77 FS-LT                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-FALHAS            PIC 9(05) VALUE ZERO.

       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-PARM-PERIODO      PIC X(06) VALUE SPACES.
       01 WS-PARM-ORIGEM       PIC X(01) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-ORIGEM            PIC X(01) VALUE "J".
          88 WS-ORIGEM-JOURNAL VALUE "J".
          88 WS-ORIGEM-REVERSO VALUE "R".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *ONE JOURNAL LINE
       01 WS-JR.
          05 WS-JR-CONTA       PIC X(08).
          05 WS-JR-CENTRO      PIC X(04).
          05 WS-JR-DC          PIC X(01).
          05 WS-JR-VALOR       PIC 9(11)V99.
          05 WS-JR-FONTE       PIC X(20).

      *ONE GLLOTES.TAB LINE
       01 WS-LT.
          05 WS-LT-PERIODO     PIC X(06).
          05 WS-LT-ORIGEM      PIC X(01).
          05 WS-LT-LOTE        PIC X(05).
          05 WS-LT-RESTO       PIC X(60).
       01 WS-LOTE              PIC 9(05) VALUE ZERO.
       01 WS-LOTE-MAX          PIC 9(05) VALUE ZERO.
       01 WS-LOTES-J           PIC 9(05) VALUE ZERO.
       01 WS-LOTES-R           PIC 9(05) VALUE ZERO.

       01 WS-LINHA             PIC 9(05) VALUE ZERO.
       01 WS-LINHAS            PIC 9(05) VALUE ZERO.
       01 WS-TOT-DEB           PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-CRE           PIC 9(13)V99 VALUE ZERO.
       01 WS-MOV               PIC S9(13)V99 VALUE ZERO.
       01 WS-ED-LINHAS         PIC 9(05).
       01 WS-ED-DEB            PIC 9(13).99.
       01 WS-ED-CRE            PIC 9(13).99.
       01 WS-EDIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM PARM-PARA THRU PARM-FIM.
           IF WS-PERIODO = ZERO
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CONFERE-PARA THRU CONFERE-FIM.
           IF RETURN-CODE NOT = ZERO
              STOP RUN
           END-IF.
           PERFORM LOTES-PARA THRU LOTES-FIM.
           IF RETURN-CODE NOT = ZERO
              STOP RUN
           END-IF.
           PERFORM POSTA-PARA THRU POSTA-FIM.
           PERFORM REGISTRA-LOTE-PARA THRU REGISTRA-LOTE-FIM.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

      *THE JOURNAL CARRIES NO PERIOD, SO THERE IS NO SAFE DEFAULT -
      *THE CCYYMM GLINTF (OR GLREVERSE) WAS RUN FOR IS REQUIRED
       PARM-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-PERIODO
                    WS-PARM-ORIGEM
           END-UNSTRING.
           IF WS-PARM-PERIODO IS NUMERIC
              MOVE WS-PARM-PERIODO TO WS-PERIODO
           ELSE
              DISPLAY "INFORME O PERIODO (CCYYMM) E J OU R"
              MOVE ZERO TO WS-PERIODO
              GO TO PARM-FIM
           END-IF.
           IF WS-PARM-ORIGEM = "R" OR WS-PARM-ORIGEM = "r"
              MOVE "R" TO WS-ORIGEM
              DISPLAY "LANCAMENTO DO ESTORNO GLREVERSO.TXT - PERIODO "
                      WS-PERIODO
           ELSE
              MOVE "J" TO WS-ORIGEM
              DISPLAY "LANCAMENTO DO DIARIO GLJOURNAL.TXT - PERIODO "
                      WS-PERIODO
           END-IF.
       PARM-FIM.
           EXIT.

      *FIRST PASS - ONLY A FILE WHOSE DEBITS EQUAL ITS CREDITS MAY
      *REACH THE LEDGER (GLINTF'S OWN RELEASE RULE)
       CONFERE-PARA.
           PERFORM ABRE-DIARIO-PARA THRU ABRE-DIARIO-FIM.
           IF FS-JR NOT = "00"
              DISPLAY "ARQUIVO DO DIARIO AUSENTE (" FS-JR ")"
              MOVE 8 TO RETURN-CODE
              GO TO CONFERE-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM LE-DIARIO-PARA THRU LE-DIARIO-FIM
               IF WS-EOF NOT = "Y"
                  ADD 1 TO WS-LINHAS
                  IF WS-JR-DC = "D"
                     ADD WS-JR-VALOR TO WS-TOT-DEB
                  ELSE
                     ADD WS-JR-VALOR TO WS-TOT-CRE
                  END-IF
               END-IF
           END-PERFORM.
           PERFORM FECHA-DIARIO-PARA THRU FECHA-DIARIO-FIM.
           IF WS-LINHAS = ZERO
              DISPLAY "ARQUIVO DO DIARIO VAZIO - NADA A LANCAR"
              MOVE 4 TO RETURN-CODE
              GO TO CONFERE-FIM
           END-IF.
           IF WS-TOT-DEB NOT = WS-TOT-CRE
              MOVE WS-TOT-DEB TO WS-EDIT
              DISPLAY "DEBITOS : " WS-EDIT
              MOVE WS-TOT-CRE TO WS-EDIT
              DISPLAY "CREDITOS: " WS-EDIT
              DISPLAY "*** ARQUIVO DESBALANCEADO - NAO LANCADO ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
       CONFERE-FIM.
           EXIT.

      *READS THE BATCH LOG FOR THE NEXT BATCH NUMBER AND THE
      *DOUBLE-POSTING GUARD
       LOTES-PARA.
           OPEN INPUT LOTE-FILE.
           IF FS-LT = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                  READ LOTE-FILE
                      AT END
                          MOVE "Y" TO WS-EOF
                      NOT AT END
                          PERFORM LOTE-LINHA-PARA THRU LOTE-LINHA-FIM
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE LOTE-FILE.
           COMPUTE WS-LOTE = WS-LOTE-MAX + 1.
           IF WS-ORIGEM-JOURNAL AND WS-LOTES-J > WS-LOTES-R
              DISPLAY "PERIODO " WS-PERIODO " JA LANCADO NO RAZAO - "
                      "LANCE O ESTORNO (R) ANTES DE RELANCAR"
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ORIGEM-REVERSO AND WS-LOTES-J NOT > WS-LOTES-R
              DISPLAY "PERIODO " WS-PERIODO " SEM DIARIO LANCADO - "
                      "NADA A ESTORNAR NO RAZAO"
              MOVE 8 TO RETURN-CODE
           END-IF.
       LOTES-FIM.
           EXIT.

       LOTE-LINHA-PARA.
           IF LOTE-LINE = SPACES OR LOTE-LINE(1:1) = "*"
              GO TO LOTE-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-LT.
           UNSTRING LOTE-LINE DELIMITED BY ";"
               INTO WS-LT-PERIODO
                    WS-LT-ORIGEM
                    WS-LT-LOTE
                    WS-LT-RESTO
           END-UNSTRING.
           IF WS-LT-LOTE IS NUMERIC
              IF WS-LT-LOTE > WS-LOTE-MAX
                 MOVE WS-LT-LOTE TO WS-LOTE-MAX
              END-IF
           END-IF.
           IF WS-LT-PERIODO = WS-PARM-PERIODO
              IF WS-LT-ORIGEM = "J"
                 ADD 1 TO WS-LOTES-J
              END-IF
              IF WS-LT-ORIGEM = "R"
                 ADD 1 TO WS-LOTES-R
              END-IF
           END-IF.
       LOTE-LINHA-FIM.
           EXIT.

      *SECOND PASS - EACH LINE GOES TO GLLANC.DAT AND INTO THE PERIOD
      *AND RUNNING BALANCES OF ITS ACCOUNT/CENTER
       POSTA-PARA.
           OPEN I-O SALDO-FILE.
           IF FS-SL NOT = "00" AND FS-SL NOT = "05"
              DISPLAY "GLSALDO.DAT OPEN FAILED: " FS-SL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O LANC-FILE.
           IF FS-LC NOT = "00" AND FS-LC NOT = "05"
              DISPLAY "GLLANC.DAT OPEN FAILED: " FS-LC
              CLOSE SALDO-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM ABRE-DIARIO-PARA THRU ABRE-DIARIO-FIM.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM LE-DIARIO-PARA THRU LE-DIARIO-FIM
               IF WS-EOF NOT = "Y"
                  PERFORM LANCA-PARA THRU LANCA-FIM
               END-IF
           END-PERFORM.
           PERFORM FECHA-DIARIO-PARA THRU FECHA-DIARIO-FIM.
           CLOSE SALDO-FILE.
           CLOSE LANC-FILE.
       POSTA-FIM.
           EXIT.

       LANCA-PARA.
           ADD 1 TO WS-LINHA.
           MOVE WS-JR-CONTA TO LC-CONTA.
           MOVE WS-JR-CENTRO TO LC-CENTRO.
           MOVE WS-PERIODO TO LC-PERIODO.
           MOVE WS-LOTE TO LC-LOTE.
           MOVE WS-LINHA TO LC-LINHA.
           MOVE WS-JR-DC TO LC-DC.
           MOVE WS-JR-VALOR TO LC-VALOR.
           MOVE WS-JR-FONTE TO LC-FONTE.
           MOVE WS-ORIGEM TO LC-ORIGEM.
           MOVE WS-DATA-SIS TO LC-DATA.
           WRITE REG-LANC
               INVALID KEY
                   DISPLAY "GLLANC.DAT NAO GRAVADO " LC-CONTA "/"
                           LC-CENTRO " LOTE " LC-LOTE "/" LC-LINHA
                           " STATUS " FS-LC
                   ADD 1 TO WS-FALHAS
           END-WRITE.
           IF WS-JR-DC = "D"
              MOVE WS-JR-VALOR TO WS-MOV
           ELSE
              COMPUTE WS-MOV = ZERO - WS-JR-VALOR
           END-IF.
           MOVE WS-PERIODO TO SL-PERIODO.
           PERFORM ACUMULA-PARA THRU ACUMULA-FIM.
           MOVE ZERO TO SL-PERIODO.
           PERFORM ACUMULA-PARA THRU ACUMULA-FIM.
       LANCA-FIM.
           EXIT.

      *ADDS THE LINE TO THE BALANCE RECORD OF SL-PERIODO, STARTING
      *IT AT ZERO WHEN THE ACCOUNT/CENTER HAS NONE YET
       ACUMULA-PARA.
           MOVE WS-JR-CONTA TO SL-CONTA.
           MOVE WS-JR-CENTRO TO SL-CENTRO.
           READ SALDO-FILE KEY IS SL-CHAVE
               INVALID KEY
                   MOVE ZERO TO SL-DEBITOS
                   MOVE ZERO TO SL-CREDITOS
                   MOVE ZERO TO SL-SALDO
           END-READ.
           IF FS-SL NOT = "00" AND FS-SL NOT = "23"
              DISPLAY "GLSALDO.DAT READ FAILED: " FS-SL
              ADD 1 TO WS-FALHAS
              GO TO ACUMULA-FIM
           END-IF.
           IF WS-JR-DC = "D"
              ADD WS-JR-VALOR TO SL-DEBITOS
           ELSE
              ADD WS-JR-VALOR TO SL-CREDITOS
           END-IF.
           ADD WS-MOV TO SL-SALDO.
           MOVE WS-DATA-SIS TO SL-DATA-ALT.
           IF FS-SL = "23"
              WRITE REG-SALDO
                  INVALID KEY
                      ADD 1 TO WS-FALHAS
              END-WRITE
           ELSE
              REWRITE REG-SALDO
                  INVALID KEY
                      ADD 1 TO WS-FALHAS
              END-REWRITE
           END-IF.
       ACUMULA-FIM.
           EXIT.

       REGISTRA-LOTE-PARA.
           OPEN EXTEND LOTE-FILE.
           IF FS-LT NOT = "00" AND FS-LT NOT = "05"
              DISPLAY "GLLOTES.TAB OPEN FAILED: " FS-LT
              MOVE 8 TO RETURN-CODE
              GO TO REGISTRA-LOTE-FIM
           END-IF.
           MOVE WS-LINHA TO WS-ED-LINHAS.
           MOVE WS-TOT-DEB TO WS-ED-DEB.
           MOVE WS-TOT-CRE TO WS-ED-CRE.
           MOVE SPACES TO LOTE-LINE.
           STRING WS-PERIODO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ORIGEM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-LOTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-LINHAS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-DEB DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ED-CRE DELIMITED BY SIZE
                  INTO LOTE-LINE
           END-STRING.
           WRITE LOTE-LINE.
           CLOSE LOTE-FILE.
       REGISTRA-LOTE-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY "LOTE " WS-LOTE " - LINHAS LANCADAS: " WS-LINHA.
           MOVE WS-TOT-DEB TO WS-EDIT.
           DISPLAY "DEBITOS : " WS-EDIT.
           MOVE WS-TOT-CRE TO WS-EDIT.
           DISPLAY "CREDITOS: " WS-EDIT.
           IF WS-FALHAS > ZERO
              DISPLAY "*** FALHAS DE GRAVACAO NO RAZAO: " WS-FALHAS
                      " ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
       RESUMO-FIM.
           EXIT.

      *THE TWO JOURNAL FILES SHARE ONE LAYOUT - THE ORIGIN PICKS
      *WHICH ONE IS READ
       ABRE-DIARIO-PARA.
           IF WS-ORIGEM-REVERSO
              OPEN INPUT REVERSO-FILE
           ELSE
              OPEN INPUT JOURNAL-FILE
           END-IF.
       ABRE-DIARIO-FIM.
           EXIT.

       LE-DIARIO-PARA.
           IF WS-ORIGEM-REVERSO
              READ REVERSO-FILE INTO WS-JR
                  AT END
                      MOVE "Y" TO WS-EOF
              END-READ
           ELSE
              READ JOURNAL-FILE INTO WS-JR
                  AT END
                      MOVE "Y" TO WS-EOF
              END-READ
           END-IF.
       LE-DIARIO-FIM.
           EXIT.

       FECHA-DIARIO-PARA.
           IF WS-ORIGEM-REVERSO
              CLOSE REVERSO-FILE
           ELSE
              CLOSE JOURNAL-FILE
           END-IF.
       FECHA-DIARIO-FIM.
           EXIT.
