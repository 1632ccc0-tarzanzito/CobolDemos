      ******************************************************************
      *DESC    : Trial balance from the internal ledger GLSALDO.DAT    *
      *        : (posted by GLPOSTA) - for the period asked, every     *
      *        : account and cost center with its opening balance,     *
      *        : the period's debits and credits and the closing       *
      *        : balance, proving total debits equal total credits     *
      *        : both for the period's movement and for the balances,  *
      *        : then a reconciliation line tying the receivables      *
      *        : control account to the open total in CONTAS.DAT.      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: [CCYYMM], default the current month.    *
      *        : Balances are debit-positive; a negative closing       *
      *        : balance is a credit balance. The receivables control  *
      *        : account is the debit account of the FATURA line in    *
      *        : GLCONTAS.TAB (the account GLINTF bills to), summed    *
      *        : over its cost centers. The CONTAS.DAT side is the     *
      *        : open amount (CR-VALOR - CR-PAGO) of the invoices      *
      *        : still "A" today, so the tie is exact only for the     *
      *        : current period once its journal is posted. Each       *
      *        : account's running-balance record (period 000000) is   *
      *        : checked against the sum of its periods on the way.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBALANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALDO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              SL-CHAVE
           FILE STATUS             FS-SL.
           SELECT OPTIONAL MAP-FILE ASSIGN TO "GLCONTAS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-MAP.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.

       DATA DIVISION.
       FILE SECTION.
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

       FD MAP-FILE.
       01 MAP-LINE              PIC X(40).

      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS.DAT".
       01 REG-CONTA.
          02 CR-CHAVE.
             03 CR-CODIGO     PIC 9(06).
             03 CR-FATURA     PIC 9(06).
          02 CR-DATA           PIC 9(08).
          02 CR-VALOR          PIC 9(07)V99.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
             88 CR-ABERTA      VALUE "A".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-SL                PIC X(02) VALUE SPACES.
       77 FS-MAP               PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *THE ACCOUNT/CENTER BEING ACCUMULATED
       01 WS-QUEBRA.
          05 WS-Q-CONTA        PIC X(08) VALUE SPACES.
          05 WS-Q-CENTRO       PIC X(04) VALUE SPACES.
       01 WS-TEM-QUEBRA        PIC X     VALUE "N".
       01 WS-ANTERIOR          PIC S9(13)V99 VALUE ZERO.
       01 WS-DEB               PIC 9(13)V99 VALUE ZERO.
       01 WS-CRE               PIC 9(13)V99 VALUE ZERO.
       01 WS-FINAL             PIC S9(13)V99 VALUE ZERO.
       01 WS-CORRENTE          PIC S9(13)V99 VALUE ZERO.
       01 WS-SOMA-PERIODOS     PIC S9(13)V99 VALUE ZERO.
       01 WS-TEM-CORRENTE      PIC X     VALUE "N".

       01 COUNTERS.
          05 WS-CONTAS-LIST    PIC 9(05) VALUE ZERO.
          05 WS-DIVERGENTES    PIC 9(05) VALUE ZERO.
          05 WS-TOT-DEB        PIC 9(13)V99 VALUE ZERO.
          05 WS-TOT-CRE        PIC 9(13)V99 VALUE ZERO.
          05 WS-TOT-SALDO-DEV  PIC 9(13)V99 VALUE ZERO.
          05 WS-TOT-SALDO-CRE  PIC 9(13)V99 VALUE ZERO.

      *RECEIVABLES CONTROL ACCOUNT - FATURA'S DEBIT ACCOUNT
       01 WS-IN-MAP.
          05 WS-IM-FONTE       PIC X(10) VALUE SPACES.
          05 WS-IM-CONTA-D     PIC X(08) VALUE SPACES.
          05 WS-IM-RESTO       PIC X(20) VALUE SPACES.
       01 WS-CONTA-RECEBER     PIC X(08) VALUE SPACES.
       01 WS-RECEB-RAZAO       PIC S9(13)V99 VALUE ZERO.
       01 WS-RECEB-CONTAS      PIC S9(13)V99 VALUE ZERO.
       01 WS-RECEB-DIF         PIC S9(13)V99 VALUE ZERO.

       01 WS-ED-ANT            PIC -ZZZZZZZZZZ9.99.
       01 WS-ED-DEB            PIC ZZZZZZZZZZZ9.99.
       01 WS-ED-CRE            PIC ZZZZZZZZZZZ9.99.
       01 WS-ED-FIM            PIC -ZZZZZZZZZZ9.99.
       01 WS-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-LINE(1:6) IS NUMERIC
              MOVE WS-PARM-LINE(1:6) TO WS-PERIODO
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           PERFORM MAPA-PARA THRU MAPA-FIM.
           DISPLAY "BALANCETE DE VERIFICACAO - PERIODO " WS-PERIODO.
           DISPLAY " ".
           DISPLAY "CONTA    CENT  SALDO ANTERIOR         DEBITOS"
                   "        CREDITOS     SALDO FINAL".
           PERFORM SALDOS-PARA THRU SALDOS-FIM.
           PERFORM TOTAIS-PARA THRU TOTAIS-FIM.
           PERFORM RECEBER-PARA THRU RECEBER-FIM.
           STOP RUN.

       MAPA-PARA.
           OPEN INPUT MAP-FILE.
           IF FS-MAP NOT = "00"
              CLOSE MAP-FILE
              GO TO MAPA-FIM
           END-IF.
           PERFORM UNTIL FS-MAP NOT = "00"
               READ MAP-FILE
                   AT END
                       MOVE "10" TO FS-MAP
                   NOT AT END
                       MOVE SPACES TO WS-IN-MAP
                       UNSTRING MAP-LINE DELIMITED BY ";"
                           INTO WS-IM-FONTE
                                WS-IM-CONTA-D
                                WS-IM-RESTO
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(WS-IM-FONTE)
                         TO WS-IM-FONTE
                       IF WS-IM-FONTE = "FATURA"
                          MOVE WS-IM-CONTA-D TO WS-CONTA-RECEBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
       MAPA-FIM.
           EXIT.

       SALDOS-PARA.
           OPEN INPUT SALDO-FILE.
           IF FS-SL NOT = "00"
              DISPLAY "GLSALDO.DAT AUSENTE (" FS-SL ") - NADA LANCADO"
              CLOSE SALDO-FILE
              GO TO SALDOS-FIM
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SALDO-PARA THRU SALDO-FIM
               END-READ
           END-PERFORM.
           CLOSE SALDO-FILE.
           IF WS-TEM-QUEBRA = "S"
              PERFORM IMPRIME-PARA THRU IMPRIME-FIM
           END-IF.
       SALDOS-FIM.
           EXIT.

       SALDO-PARA.
           IF WS-TEM-QUEBRA = "S"
              AND (SL-CONTA NOT = WS-Q-CONTA
                   OR SL-CENTRO NOT = WS-Q-CENTRO)
              PERFORM IMPRIME-PARA THRU IMPRIME-FIM
           END-IF.
           IF WS-TEM-QUEBRA = "N"
              MOVE SL-CONTA TO WS-Q-CONTA
              MOVE SL-CENTRO TO WS-Q-CENTRO
              MOVE "S" TO WS-TEM-QUEBRA
              MOVE ZERO TO WS-ANTERIOR WS-DEB WS-CRE
              MOVE ZERO TO WS-CORRENTE WS-SOMA-PERIODOS
              MOVE "N" TO WS-TEM-CORRENTE
           END-IF.
      *    PERIOD 000000 IS THE RUNNING BALANCE - KEPT ASIDE TO CHECK
      *    AGAINST THE SUM OF THE PERIODS
           IF SL-PERIODO = ZERO
              MOVE SL-SALDO TO WS-CORRENTE
              MOVE "S" TO WS-TEM-CORRENTE
              GO TO SALDO-FIM
           END-IF.
           ADD SL-SALDO TO WS-SOMA-PERIODOS.
           IF SL-PERIODO < WS-PERIODO
              ADD SL-SALDO TO WS-ANTERIOR
           END-IF.
           IF SL-PERIODO = WS-PERIODO
              ADD SL-DEBITOS TO WS-DEB
              ADD SL-CREDITOS TO WS-CRE
           END-IF.
       SALDO-FIM.
           EXIT.

       IMPRIME-PARA.
           MOVE "N" TO WS-TEM-QUEBRA.
           IF WS-TEM-CORRENTE = "S"
              AND WS-CORRENTE NOT = WS-SOMA-PERIODOS
              ADD 1 TO WS-DIVERGENTES
              MOVE WS-CORRENTE TO WS-EDIT
              DISPLAY "*** " WS-Q-CONTA "/" WS-Q-CENTRO
                      " SALDO CORRENTE " WS-EDIT
                      " DIFERE DA SOMA DOS PERIODOS ***"
           END-IF.
           COMPUTE WS-FINAL = WS-ANTERIOR + WS-DEB - WS-CRE.
           IF WS-ANTERIOR = ZERO AND WS-DEB = ZERO AND WS-CRE = ZERO
              GO TO IMPRIME-FIM
           END-IF.
           ADD 1 TO WS-CONTAS-LIST.
           ADD WS-DEB TO WS-TOT-DEB.
           ADD WS-CRE TO WS-TOT-CRE.
           IF WS-FINAL > ZERO
              ADD WS-FINAL TO WS-TOT-SALDO-DEV
           ELSE
              SUBTRACT WS-FINAL FROM WS-TOT-SALDO-CRE
           END-IF.
           IF WS-Q-CONTA = WS-CONTA-RECEBER
              ADD WS-FINAL TO WS-RECEB-RAZAO
           END-IF.
           MOVE WS-ANTERIOR TO WS-ED-ANT.
           MOVE WS-DEB TO WS-ED-DEB.
           MOVE WS-CRE TO WS-ED-CRE.
           MOVE WS-FINAL TO WS-ED-FIM.
           DISPLAY WS-Q-CONTA " " WS-Q-CENTRO " " WS-ED-ANT " "
                   WS-ED-DEB " " WS-ED-CRE " " WS-ED-FIM.
       IMPRIME-FIM.
           EXIT.

      *THE PROOF - THE PERIOD'S DEBITS EQUAL ITS CREDITS, AND THE
      *DEBIT BALANCES EQUAL THE CREDIT BALANCES
       TOTAIS-PARA.
           DISPLAY " ".
           DISPLAY "CONTAS/CENTROS LISTADOS: " WS-CONTAS-LIST.
           MOVE WS-TOT-DEB TO WS-EDIT.
           DISPLAY "DEBITOS DO PERIODO      : " WS-EDIT.
           MOVE WS-TOT-CRE TO WS-EDIT.
           DISPLAY "CREDITOS DO PERIODO     : " WS-EDIT.
           MOVE WS-TOT-SALDO-DEV TO WS-EDIT.
           DISPLAY "SALDOS DEVEDORES        : " WS-EDIT.
           MOVE WS-TOT-SALDO-CRE TO WS-EDIT.
           DISPLAY "SALDOS CREDORES         : " WS-EDIT.
           IF WS-TOT-DEB = WS-TOT-CRE
              AND WS-TOT-SALDO-DEV = WS-TOT-SALDO-CRE
              AND WS-DIVERGENTES = ZERO
              DISPLAY "BALANCETE FECHA - DEBITOS = CREDITOS"
           ELSE
              DISPLAY "*** BALANCETE NAO FECHA ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
       TOTAIS-FIM.
           EXIT.

      *RECONCILIATION - THE LEDGER'S RECEIVABLES CONTROL ACCOUNT
      *AGAINST WHAT CONTAS.DAT SAYS IS STILL OPEN
       RECEBER-PARA.
           DISPLAY " ".
           IF WS-CONTA-RECEBER = SPACES
              DISPLAY "CONCILIACAO: GLCONTAS.TAB SEM LINHA FATURA"
              GO TO RECEBER-FIM
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONCILIACAO: CONTAS.DAT AUSENTE (" FS-CR ")"
              CLOSE CONTAS-FILE
              GO TO RECEBER-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-ABERTA
                          COMPUTE WS-RECEB-CONTAS = WS-RECEB-CONTAS
                                  + CR-VALOR - CR-PAGO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTAS-FILE.
           COMPUTE WS-RECEB-DIF = WS-RECEB-RAZAO - WS-RECEB-CONTAS.
           DISPLAY "CONCILIACAO CONTAS A RECEBER - CONTA "
                   WS-CONTA-RECEBER.
           MOVE WS-RECEB-RAZAO TO WS-EDIT.
           DISPLAY "  SALDO NO RAZAO        : " WS-EDIT.
           MOVE WS-RECEB-CONTAS TO WS-EDIT.
           DISPLAY "  EM ABERTO CONTAS.DAT  : " WS-EDIT.
           MOVE WS-RECEB-DIF TO WS-EDIT.
           DISPLAY "  DIFERENCA             : " WS-EDIT.
           IF WS-RECEB-DIF = ZERO
              DISPLAY "  CONTA DE CONTROLE CONCILIADA"
           ELSE
              DISPLAY "  *** CONTA DE CONTROLE NAO CONCILIA ***"
              IF WS-PERIODO NOT = WS-DATA-SIS(1:6)
                 DISPLAY "  (CONTAS.DAT E A POSICAO DE HOJE, NAO A "
                         "DO PERIODO " WS-PERIODO ")"
              END-IF
           END-IF.
       RECEBER-FIM.
           EXIT.
