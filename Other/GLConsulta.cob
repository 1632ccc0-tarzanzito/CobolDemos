      ******************************************************************
      *DESC    : Ledger inquiry over the internal general ledger -     *
      *        : for one account, the balance of each cost center and  *
      *        : period on GLSALDO.DAT, then every posted line behind  *
      *        : them on GLLANC.DAT with its JR-FONTE reference, the   *
      *        : batch that posted it and whether it came from a       *
      *        : journal or a reversal, so any figure on RELBALANC     *
      *        : drills down to the documents that make it up.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: CONTA [CENTRO [CCYYMM]] - the account   *
      *        : (required), the cost center or "*" for all of them,   *
      *        : and optionally one period. Balances are debit-        *
      *        : positive; period 000000 is the running balance. The   *
      *        : lines listed are checked against the balances listed. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONSULTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALDO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              SL-CHAVE
           FILE STATUS             FS-SL.
           SELECT OPTIONAL LANC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              LC-CHAVE
           FILE STATUS             FS-LC.

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

      *SAME LAYOUT GLPOSTA WRITES
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

       WORKING-STORAGE SECTION.
       77 FS-SL                PIC X(02) VALUE SPACES.
       77 FS-LC                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-P-CONTA           PIC X(08) VALUE SPACES.
       01 WS-P-CENTRO          PIC X(04) VALUE SPACES.
       01 WS-P-PERIODO         PIC X(06) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.

       01 COUNTERS.
          05 WS-SALDOS-LIST    PIC 9(05) VALUE ZERO.
          05 WS-LANC-LIST      PIC 9(07) VALUE ZERO.
          05 WS-SOMA-SALDOS    PIC S9(13)V99 VALUE ZERO.
          05 WS-SOMA-DEB       PIC 9(13)V99 VALUE ZERO.
          05 WS-SOMA-CRE       PIC 9(13)V99 VALUE ZERO.
          05 WS-SOMA-LANC      PIC S9(13)V99 VALUE ZERO.

       01 WS-ED-PERIODO        PIC X(08) VALUE SPACES.
       01 WS-ED-DEB            PIC ZZZZZZZZZZZ9.99.
       01 WS-ED-CRE            PIC ZZZZZZZZZZZ9.99.
       01 WS-ED-SALDO          PIC -ZZZZZZZZZZ9.99.
       01 WS-ED-VALOR          PIC ZZZZZZZZZZ9.99.
       01 WS-EDIT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-P-CONTA
                    WS-P-CENTRO
                    WS-P-PERIODO
           END-UNSTRING.
           IF WS-P-CONTA = SPACES
              DISPLAY "INFORME A CONTA [CENTRO OU *] [CCYYMM]"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-P-CENTRO = "*"
              MOVE SPACES TO WS-P-CENTRO
           END-IF.
           IF WS-P-PERIODO IS NUMERIC
              MOVE WS-P-PERIODO TO WS-PERIODO
           END-IF.
           DISPLAY "RAZAO DA CONTA " WS-P-CONTA
                   " CENTRO " WS-P-CENTRO " PERIODO " WS-PERIODO.
           PERFORM SALDOS-PARA THRU SALDOS-FIM.
           PERFORM LANCAMENTOS-PARA THRU LANCAMENTOS-FIM.
           PERFORM CONFERE-PARA THRU CONFERE-FIM.
           STOP RUN.

      *THE BALANCES - START AT THE ACCOUNT'S FIRST KEY AND READ ON
      *WHILE THE ACCOUNT MATCHES
       SALDOS-PARA.
           OPEN INPUT SALDO-FILE.
           IF FS-SL NOT = "00"
              DISPLAY "GLSALDO.DAT AUSENTE (" FS-SL ")"
              CLOSE SALDO-FILE
              GO TO SALDOS-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "CENT PERIODO          DEBITOS        CREDITOS"
                   "           SALDO".
           MOVE LOW-VALUES TO SL-CHAVE.
           MOVE WS-P-CONTA TO SL-CONTA.
           START SALDO-FILE KEY IS NOT LESS THAN SL-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ SALDO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SL-CONTA NOT = WS-P-CONTA
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM SALDO-PARA THRU SALDO-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALDO-FILE.
       SALDOS-FIM.
           EXIT.

       SALDO-PARA.
           IF WS-P-CENTRO NOT = SPACES AND SL-CENTRO NOT = WS-P-CENTRO
              GO TO SALDO-FIM
           END-IF.
           IF WS-PERIODO NOT = ZERO
              AND SL-PERIODO NOT = WS-PERIODO
              AND SL-PERIODO NOT = ZERO
              GO TO SALDO-FIM
           END-IF.
           IF SL-PERIODO = ZERO
              MOVE "CORRENTE" TO WS-ED-PERIODO
           ELSE
              MOVE SL-PERIODO TO WS-ED-PERIODO
      *       ONLY THE PERIOD RECORDS ARE TIED TO THE LINES BELOW
              ADD SL-SALDO TO WS-SOMA-SALDOS
           END-IF.
           ADD 1 TO WS-SALDOS-LIST.
           MOVE SL-DEBITOS TO WS-ED-DEB.
           MOVE SL-CREDITOS TO WS-ED-CRE.
           MOVE SL-SALDO TO WS-ED-SALDO.
           DISPLAY SL-CENTRO " " WS-ED-PERIODO " " WS-ED-DEB " "
                   WS-ED-CRE " " WS-ED-SALDO.
       SALDO-FIM.
           EXIT.

      *THE LINES BEHIND THE BALANCES, IN KEY ORDER (CENTER, PERIOD,
      *BATCH, LINE)
       LANCAMENTOS-PARA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LANC-FILE.
           IF FS-LC NOT = "00"
              DISPLAY "GLLANC.DAT AUSENTE (" FS-LC ")"
              CLOSE LANC-FILE
              GO TO LANCAMENTOS-FIM
           END-IF.
           DISPLAY " ".
           DISPLAY "CENT PERIOD LOTE  LINHA D/C          VALOR "
                   "FONTE                O LANCADO".
           MOVE LOW-VALUES TO LC-CHAVE.
           MOVE WS-P-CONTA TO LC-CONTA.
           START LANC-FILE KEY IS NOT LESS THAN LC-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ LANC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LC-CONTA NOT = WS-P-CONTA
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM LANC-PARA THRU LANC-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LANC-FILE.
       LANCAMENTOS-FIM.
           EXIT.

       LANC-PARA.
           IF WS-P-CENTRO NOT = SPACES AND LC-CENTRO NOT = WS-P-CENTRO
              GO TO LANC-FIM
           END-IF.
           IF WS-PERIODO NOT = ZERO AND LC-PERIODO NOT = WS-PERIODO
              GO TO LANC-FIM
           END-IF.
           ADD 1 TO WS-LANC-LIST.
           IF LC-DC = "D"
              ADD LC-VALOR TO WS-SOMA-DEB
              ADD LC-VALOR TO WS-SOMA-LANC
           ELSE
              ADD LC-VALOR TO WS-SOMA-CRE
              SUBTRACT LC-VALOR FROM WS-SOMA-LANC
           END-IF.
           MOVE LC-VALOR TO WS-ED-VALOR.
           DISPLAY LC-CENTRO " " LC-PERIODO " " LC-LOTE " " LC-LINHA
                   "  " LC-DC "  " WS-ED-VALOR " " LC-FONTE " "
                   LC-ORIGEM " " LC-DATA.
       LANC-FIM.
           EXIT.

       CONFERE-PARA.
           DISPLAY " ".
           DISPLAY "SALDOS LISTADOS: " WS-SALDOS-LIST
                   "  LANCAMENTOS LISTADOS: " WS-LANC-LIST.
           MOVE WS-SOMA-DEB TO WS-EDIT.
           DISPLAY "DEBITOS DOS LANCAMENTOS : " WS-EDIT.
           MOVE WS-SOMA-CRE TO WS-EDIT.
           DISPLAY "CREDITOS DOS LANCAMENTOS: " WS-EDIT.
           MOVE WS-SOMA-LANC TO WS-EDIT.
           DISPLAY "SALDO DOS LANCAMENTOS   : " WS-EDIT.
           IF WS-SOMA-LANC NOT = WS-SOMA-SALDOS
              MOVE WS-SOMA-SALDOS TO WS-EDIT
              DISPLAY "*** DIFERE DOS SALDOS DOS PERIODOS: " WS-EDIT
                      " ***"
              MOVE 8 TO RETURN-CODE
           END-IF.
       CONFERE-FIM.
           EXIT.
