      ******************************************************************
      *DESC    : Bank reconciliation - proves the bank account really  *
      *        : moved by what our programs say they received and      *
      *        : paid. The bank's statement (EXTBANCO.TXT, one line    *
      *        : per movement) is imported into EXTRATO.DAT, each      *
      *        : statement line not yet reconciled is matched against  *
      *        : the bank book MOVBANCO.DAT (BANCOMOV - BANCORET and   *
      *        : CTASREC receipts, PAYROLL net-pay and LIBPAG supplier *
      *        : transfers), and CONCBANC.TXT lists every item left    *
      *        : unmatched on either side, closing with the            *
      *        : reconciliation statement tying the book balance to    *
      *        : the bank balance.                                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Statement line: CCYYMMDD;VALOR;C/D;REFERENCIA with a  *
      *        : period decimal; C = money into the account. A line    *
      *        : already imported (same date and bank reference) is    *
      *        : counted and skipped, so the same statement can be     *
      *        : loaded twice; bad lines go to EXTBANCO.REJ. Matching  *
      *        : needs the same direction and amount; among those the  *
      *        : book item whose reference equals the bank's wins,     *
      *        : else the nearest date within the tolerance (command   *
      *        : line: DIAS, default 3). Both sides of a match are     *
      *        : marked reconciled ("C") and never matched again.      *
      *        : SALDOBCO.TAB holds the account's opening balance      *
      *        : (one value, period decimal, "-" for overdrawn) and    *
      *        : starts both balances; zero when absent. RC 4 when     *
      *        : items are outstanding or lines were refused, RC 8     *
      *        : when the statement does not reconcile.                *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.

      *NO DECIMAL-POINT IS COMMA - THE STATEMENT CARRIES PERIOD
      *DECIMALS AND NUMVAL MUST READ THEM THAT WAY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-FILE ASSIGN TO "EXTBANCO.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-FEED.
           SELECT REJECT-FILE ASSIGN TO "EXTBANCO.REJ"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REJECT.
           SELECT REL-FILE ASSIGN TO "CONCBANC.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT OPTIONAL SALDO-FILE ASSIGN TO "SALDOBCO.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-SALDO.
      *THE BANK'S SIDE - EVERY STATEMENT LINE EVER IMPORTED
           SELECT OPTIONAL EXT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              EX-CHAVE
           FILE STATUS             FS-EX.
      *OUR SIDE - WRITTEN THROUGH BANCOMOV
           SELECT OPTIONAL MOV-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              MB-CHAVE
           ALTERNATE RECORD KEY    MB-CHAVE-VALOR WITH DUPLICATES
           FILE STATUS             FS-MB.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-LINE            PIC X(80).

       FD REJECT-FILE.
       01 REJECT-LINE          PIC X(100).

       FD REL-FILE.
       01 REL-LINE             PIC X(100).

       FD SALDO-FILE.
       01 SALDO-LINE           PIC X(20).

      *ONE STATEMENT LINE - KEYED BY DATE AND THE BANK'S REFERENCE,
      *WHICH IS WHAT MAKES A SECOND IMPORT OF IT HARMLESS
       FD EXT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EXTRATO.DAT".
       01 REG-EXT.
          02 EX-CHAVE.
             03 EX-DATA       PIC 9(08).
             03 EX-REFER      PIC X(20).
          02 EX-DC             PIC X(01).
             88 EX-CREDITO     VALUE "C".
             88 EX-DEBITO      VALUE "D".
          02 EX-VALOR          PIC 9(09)V99.
          02 EX-SITUACAO       PIC X(01).
             88 EX-PENDENTE    VALUE "P".
             88 EX-CONCILIADO  VALUE "C".
      *THE BOOK MOVEMENT IT WAS MATCHED TO, AND WHEN
          02 EX-MB-CHAVE       PIC X(27).
          02 EX-DATA-CONC      PIC 9(08).
          02 EX-DATA-IMP       PIC 9(08).

      *SAME LAYOUT BANCOMOV (BancoMov.cob) WRITES
       FD MOV-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "MOVBANCO.DAT".
       01 REG-MOV.
          02 MB-CHAVE.
             03 MB-DATA-ENT    PIC 9(08).
             03 MB-HORA-ENT    PIC 9(06).
             03 MB-PROGRAMA    PIC X(08).
             03 MB-SEQ         PIC 9(05).
          02 MB-CHAVE-VALOR.
             03 MB-DC          PIC X(01).
                88 MB-ENTRADA  VALUE "C".
                88 MB-SAIDA    VALUE "D".
             03 MB-VALOR       PIC 9(09)V99.
          02 MB-DATA           PIC 9(08).
          02 MB-REFER          PIC X(20).
          02 MB-SITUACAO       PIC X(01).
             88 MB-PENDENTE    VALUE "P".
             88 MB-CONCILIADO  VALUE "C".
          02 MB-EXT-CHAVE      PIC X(28).
          02 MB-DATA-CONC      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-FEED              PIC X(02) VALUE SPACES.
       77 FS-REJECT            PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-SALDO             PIC X(02) VALUE SPACES.
       77 FS-EX                PIC X(02) VALUE SPACES.
       77 FS-MB                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-MB-EOF            PIC X     VALUE "N".
       77 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-P-DIAS            PIC X(03) VALUE SPACES.
       01 WS-TOLERANCIA        PIC 9(03) VALUE 3.

      *UNSTRUNG FIELDS OF ONE STATEMENT LINE
       01 WS-LIN.
          05 WS-L-DATA-TXT     PIC X(08) VALUE SPACES.
          05 WS-L-VALOR-TXT    PIC X(15) VALUE SPACES.
          05 WS-L-DC-TXT       PIC X(02) VALUE SPACES.
          05 WS-L-REFER-TXT    PIC X(20) VALUE SPACES.
       01 WS-L-DATA            PIC 9(08) VALUE ZERO.
       01 WS-L-VALOR           PIC S9(09)V99 VALUE ZERO.
       01 WS-MOTIVO            PIC X(30) VALUE SPACES.

      *THE BEST BOOK CANDIDATE FOR THE STATEMENT LINE IN HAND - A
      *REFERENCE MATCH WEIGHS ITS DAYS APART, A DATE-ONLY MATCH 1000
      *PLUS THEM, SO ANY REFERENCE MATCH BEATS ANY DATE MATCH
       01 WS-BUSCA-VALOR.
          05 WS-BV-DC          PIC X(01) VALUE SPACE.
          05 WS-BV-VALOR       PIC 9(09)V99 VALUE ZERO.
       01 WS-ACHOU             PIC X     VALUE "N".
       01 WS-MELHOR-CHAVE      PIC X(27) VALUE SPACES.
       01 WS-MELHOR-PESO       PIC 9(04) VALUE ZERO.
       01 WS-PESO              PIC 9(04) VALUE ZERO.
       01 WS-DIF               PIC S9(07) VALUE ZERO.
       01 WS-DIAS              PIC 9(03) VALUE ZERO.

       01 COUNTERS.
          05 WS-LIDAS          PIC 9(05) VALUE ZERO.
          05 WS-IMPORTADAS     PIC 9(05) VALUE ZERO.
          05 WS-JA-IMPORTADAS  PIC 9(05) VALUE ZERO.
          05 WS-REJEITADAS     PIC 9(05) VALUE ZERO.
          05 WS-CONC-REFER     PIC 9(05) VALUE ZERO.
          05 WS-CONC-DATA      PIC 9(05) VALUE ZERO.
          05 WS-PEND-EXT       PIC 9(05) VALUE ZERO.
          05 WS-PEND-LIV       PIC 9(05) VALUE ZERO.

      *BALANCES - BOTH SIDES START AT THE OPENING BALANCE; THE
      *OUTSTANDING ITEMS OF EACH SIDE ADJUST THE OTHER SIDE'S BALANCE
       01 WS-ABERTURA          PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO-EXT         PIC S9(11)V99 VALUE ZERO.
       01 WS-SALDO-LIV         PIC S9(11)V99 VALUE ZERO.
       01 WS-EXT-PEND-C        PIC 9(11)V99 VALUE ZERO.
       01 WS-EXT-PEND-D        PIC 9(11)V99 VALUE ZERO.
       01 WS-LIV-PEND-C        PIC 9(11)V99 VALUE ZERO.
       01 WS-LIV-PEND-D        PIC 9(11)V99 VALUE ZERO.
       01 WS-AJUST-EXT         PIC S9(11)V99 VALUE ZERO.
       01 WS-AJUST-LIV         PIC S9(11)V99 VALUE ZERO.
       01 WS-DIFERENCA         PIC S9(11)V99 VALUE ZERO.

      *ONE OUTSTANDING ITEM ON CONCBANC.TXT
       01 WS-DET.
          05 WS-DET-LADO       PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-DET-DATA       PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-DET-DC         PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-DET-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-DET-REFER      PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-DET-ORIGEM     PIC X(08).

      *ONE LINE OF THE RECONCILIATION STATEMENT
       01 WS-LS.
          05 WS-LS-TEXTO       PIC X(44).
          05 WS-LS-VALOR       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "CONCBANC".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "CONCBANC.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-P-DIAS
           END-UNSTRING.
           IF WS-P-DIAS NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-P-DIAS) = ZERO
                 COMPUTE WS-TOLERANCIA = FUNCTION NUMVAL(WS-P-DIAS)
              ELSE
                 DISPLAY "TOLERANCIA INVALIDA - USADA A PADRAO"
              END-IF
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM ABRE-PARA THRU ABRE-FIM.
           PERFORM IMPORTA-PARA THRU IMPORTA-FIM.
           PERFORM CONCILIA-PARA THRU CONCILIA-FIM.
           PERFORM PENDENTES-PARA THRU PENDENTES-FIM.
           PERFORM DEMONSTRATIVO-PARA THRU DEMONSTRATIVO-FIM.
           PERFORM FECHA-PARA THRU FECHA-FIM.
           STOP RUN.

      *BOTH INDEXED FILES ARE CREATED WHEN ABSENT (STATUS 35 OR 05);
      *THE OPENING BALANCE IS READ HERE
       ABRE-PARA.
           OPEN I-O EXT-FILE.
           IF FS-EX = "35" OR FS-EX = "05"
              CLOSE EXT-FILE
              OPEN OUTPUT EXT-FILE
              CLOSE EXT-FILE
              OPEN I-O EXT-FILE
           END-IF.
           IF FS-EX NOT = "00"
              DISPLAY "EXTRATO.DAT OPEN FAILED: " FS-EX
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O MOV-FILE.
           IF FS-MB = "35" OR FS-MB = "05"
              CLOSE MOV-FILE
              OPEN OUTPUT MOV-FILE
              CLOSE MOV-FILE
              OPEN I-O MOV-FILE
           END-IF.
           IF FS-MB NOT = "00"
              DISPLAY "MOVBANCO.DAT OPEN FAILED: " FS-MB
              CLOSE EXT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT REL-FILE.
           IF FS-REJECT NOT = "00" OR FS-REL NOT = "00"
              DISPLAY "EXTBANCO.REJ/CONCBANC.TXT OPEN FAILED: "
                      FS-REJECT " " FS-REL
              CLOSE EXT-FILE
              CLOSE MOV-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT SALDO-FILE.
           IF FS-SALDO = "00"
              READ SALDO-FILE
                 AT END
                    MOVE SPACES TO SALDO-LINE
              END-READ
              IF SALDO-LINE NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(SALDO-LINE) = ZERO
                    COMPUTE WS-ABERTURA = FUNCTION NUMVAL(SALDO-LINE)
                 ELSE
                    DISPLAY "SALDOBCO.TAB INVALIDO - ABERTURA ZERO"
                 END-IF
              END-IF
           END-IF.
           CLOSE SALDO-FILE.
           MOVE SPACES TO REL-LINE.
           STRING "CONCILIACAO BANCARIA EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " - TOLERANCIA DE DATA " DELIMITED BY SIZE
                  WS-TOLERANCIA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       ABRE-FIM.
           EXIT.

      *THE STATEMENT FEED INTO EXTRATO.DAT - A MISSING FEED ONLY
      *MEANS THIS RUN RECONCILES WHAT IS ALREADY THERE
       IMPORTA-PARA.
           OPEN INPUT FEED-FILE.
           IF FS-FEED NOT = "00"
              DISPLAY "EXTBANCO.TXT AUSENTE - NADA IMPORTADO"
              CLOSE FEED-FILE
              GO TO IMPORTA-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LINHA-PARA THRU LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE FEED-FILE.
       IMPORTA-FIM.
           EXIT.

       LINHA-PARA.
           IF FEED-LINE = SPACES
              GO TO LINHA-FIM
           END-IF.
           ADD 1 TO WS-LIDAS.
           MOVE SPACES TO WS-LIN.
           UNSTRING FEED-LINE DELIMITED BY ";"
               INTO WS-L-DATA-TXT
                    WS-L-VALOR-TXT
                    WS-L-DC-TXT
                    WS-L-REFER-TXT
           END-UNSTRING.
           IF WS-L-DATA-TXT IS NOT NUMERIC
              MOVE "DATA INVALIDA" TO WS-MOTIVO
              GO TO LINHA-REJEITA
           END-IF.
           MOVE WS-L-DATA-TXT TO WS-L-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-L-DATA) NOT = ZERO
              MOVE "DATA INVALIDA" TO WS-MOTIVO
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-L-VALOR-TXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-L-VALOR-TXT) NOT = ZERO
              MOVE "VALOR INVALIDO" TO WS-MOTIVO
              GO TO LINHA-REJEITA
           END-IF.
           COMPUTE WS-L-VALOR = FUNCTION NUMVAL(WS-L-VALOR-TXT)
               ON SIZE ERROR
                  MOVE ZERO TO WS-L-VALOR
           END-COMPUTE.
           IF WS-L-VALOR NOT > ZERO
              MOVE "VALOR INVALIDO" TO WS-MOTIVO
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-L-DC-TXT NOT = "C" AND WS-L-DC-TXT NOT = "D"
              MOVE "C/D INVALIDO" TO WS-MOTIVO
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-L-REFER-TXT = SPACES
              MOVE "REFERENCIA DO BANCO AUSENTE" TO WS-MOTIVO
              GO TO LINHA-REJEITA
           END-IF.
           MOVE WS-L-DATA TO EX-DATA.
           MOVE WS-L-REFER-TXT TO EX-REFER.
           MOVE WS-L-DC-TXT TO EX-DC.
           MOVE WS-L-VALOR TO EX-VALOR.
           MOVE "P" TO EX-SITUACAO.
           MOVE SPACES TO EX-MB-CHAVE.
           MOVE ZERO TO EX-DATA-CONC.
           MOVE WS-DATA-SIS TO EX-DATA-IMP.
           WRITE REG-EXT
              INVALID KEY
                 ADD 1 TO WS-JA-IMPORTADAS
              NOT INVALID KEY
                 ADD 1 TO WS-IMPORTADAS
           END-WRITE.
           GO TO LINHA-FIM.
       LINHA-REJEITA.
           ADD 1 TO WS-REJEITADAS.
           MOVE SPACES TO REJECT-LINE.
           STRING "REJEITADO [" DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  "] " DELIMITED BY SIZE
                  FEED-LINE DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
       LINHA-FIM.
           EXIT.

      *EVERY STATEMENT LINE STILL PENDING LOOKS FOR ITS BOOK ITEM -
      *OLD LINES TOO, SINCE THE BOOK ITEM MAY HAVE ARRIVED SINCE
       CONCILIA-PARA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EX-CHAVE.
           START EXT-FILE KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EXT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EX-PENDENTE
                          PERFORM PROCURA-PARA THRU PROCURA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       CONCILIA-FIM.
           EXIT.

      *THE BOOK ITEMS OF THE SAME DIRECTION AND AMOUNT, THROUGH THE
      *ALTERNATE KEY; THE BEST PENDING ONE IS MARKED WITH THE LINE
       PROCURA-PARA.
           MOVE "N" TO WS-ACHOU.
           MOVE 9999 TO WS-MELHOR-PESO.
           MOVE EX-DC TO WS-BV-DC.
           MOVE EX-VALOR TO WS-BV-VALOR.
           MOVE WS-BUSCA-VALOR TO MB-CHAVE-VALOR.
           MOVE "N" TO WS-MB-EOF.
           START MOV-FILE KEY IS EQUAL TO MB-CHAVE-VALOR
               INVALID KEY
                   GO TO PROCURA-FIM
           END-START.
           PERFORM UNTIL WS-MB-EOF = "Y"
               READ MOV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MB-EOF
                   NOT AT END
                       IF MB-CHAVE-VALOR NOT = WS-BUSCA-VALOR
                          MOVE "Y" TO WS-MB-EOF
                       ELSE
                          PERFORM AVALIA-PARA THRU AVALIA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              GO TO PROCURA-FIM
           END-IF.
           MOVE WS-MELHOR-CHAVE TO MB-CHAVE.
           READ MOV-FILE KEY IS MB-CHAVE
              INVALID KEY
                 GO TO PROCURA-FIM
           END-READ.
           MOVE "C" TO MB-SITUACAO.
           MOVE EX-CHAVE TO MB-EXT-CHAVE.
           MOVE WS-DATA-SIS TO MB-DATA-CONC.
           REWRITE REG-MOV
              INVALID KEY
                 DISPLAY "MOVBANCO.DAT NAO REGRAVADO: " FS-MB
                 GO TO PROCURA-FIM
           END-REWRITE.
           MOVE "C" TO EX-SITUACAO.
           MOVE WS-MELHOR-CHAVE TO EX-MB-CHAVE.
           MOVE WS-DATA-SIS TO EX-DATA-CONC.
           REWRITE REG-EXT
              INVALID KEY
                 DISPLAY "EXTRATO.DAT NAO REGRAVADO: " FS-EX
                 GO TO PROCURA-FIM
           END-REWRITE.
           IF WS-MELHOR-PESO < 1000
              ADD 1 TO WS-CONC-REFER
           ELSE
              ADD 1 TO WS-CONC-DATA
           END-IF.
       PROCURA-FIM.
           EXIT.

      *WEIGHS ONE CANDIDATE - A BOOK DATE THAT IS NOT A DATE ONLY
      *QUALIFIES THROUGH THE REFERENCE
       AVALIA-PARA.
           IF NOT MB-PENDENTE
              GO TO AVALIA-FIM
           END-IF.
           MOVE 999 TO WS-DIAS.
           IF MB-DATA IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(MB-DATA) = ZERO
              COMPUTE WS-DIF = FUNCTION INTEGER-OF-DATE(EX-DATA)
                             - FUNCTION INTEGER-OF-DATE(MB-DATA)
              IF WS-DIF < ZERO
                 MULTIPLY -1 BY WS-DIF
              END-IF
              IF WS-DIF < 999
                 MOVE WS-DIF TO WS-DIAS
              END-IF
           END-IF.
           IF MB-REFER = EX-REFER
              MOVE WS-DIAS TO WS-PESO
           ELSE
              IF WS-DIAS > WS-TOLERANCIA
                 GO TO AVALIA-FIM
              END-IF
              COMPUTE WS-PESO = 1000 + WS-DIAS
           END-IF.
           IF WS-PESO < WS-MELHOR-PESO
              MOVE WS-PESO TO WS-MELHOR-PESO
              MOVE MB-CHAVE TO WS-MELHOR-CHAVE
              MOVE "S" TO WS-ACHOU
           END-IF.
       AVALIA-FIM.
           EXIT.

      *THE EXCEPTIONS - EVERY ITEM LEFT PENDING ON EITHER SIDE, WHILE
      *BOTH BALANCES ARE SUMMED FROM THE OPENING BALANCE
       PENDENTES-PARA.
           MOVE WS-ABERTURA TO WS-SALDO-EXT.
           MOVE WS-ABERTURA TO WS-SALDO-LIV.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "NO EXTRATO, SEM LANCAMENTO NO LIVRO:" TO REL-LINE.
           WRITE REL-LINE.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO EX-CHAVE.
           START EXT-FILE KEY IS NOT LESS THAN EX-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EXT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PEND-EXT-PARA THRU PEND-EXT-FIM
               END-READ
           END-PERFORM.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "NO LIVRO, AINDA NAO NO EXTRATO:" TO REL-LINE.
           WRITE REL-LINE.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO MB-CHAVE.
           START MOV-FILE KEY IS NOT LESS THAN MB-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ MOV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PEND-LIV-PARA THRU PEND-LIV-FIM
               END-READ
           END-PERFORM.
       PENDENTES-FIM.
           EXIT.

       PEND-EXT-PARA.
           IF EX-CREDITO
              ADD EX-VALOR TO WS-SALDO-EXT
           ELSE
              SUBTRACT EX-VALOR FROM WS-SALDO-EXT
           END-IF.
           IF NOT EX-PENDENTE
              GO TO PEND-EXT-FIM
           END-IF.
           ADD 1 TO WS-PEND-EXT.
           IF EX-CREDITO
              ADD EX-VALOR TO WS-EXT-PEND-C
           ELSE
              ADD EX-VALOR TO WS-EXT-PEND-D
           END-IF.
           MOVE "EXTRATO" TO WS-DET-LADO.
           MOVE EX-DATA TO WS-DET-DATA.
           MOVE EX-DC TO WS-DET-DC.
           MOVE EX-VALOR TO WS-DET-VALOR.
           MOVE EX-REFER TO WS-DET-REFER.
           MOVE SPACES TO WS-DET-ORIGEM.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
       PEND-EXT-FIM.
           EXIT.

       PEND-LIV-PARA.
           IF MB-ENTRADA
              ADD MB-VALOR TO WS-SALDO-LIV
           ELSE
              SUBTRACT MB-VALOR FROM WS-SALDO-LIV
           END-IF.
           IF NOT MB-PENDENTE
              GO TO PEND-LIV-FIM
           END-IF.
           ADD 1 TO WS-PEND-LIV.
           IF MB-ENTRADA
              ADD MB-VALOR TO WS-LIV-PEND-C
           ELSE
              ADD MB-VALOR TO WS-LIV-PEND-D
           END-IF.
           MOVE "LIVRO" TO WS-DET-LADO.
           MOVE MB-DATA TO WS-DET-DATA.
           MOVE MB-DC TO WS-DET-DC.
           MOVE MB-VALOR TO WS-DET-VALOR.
           MOVE MB-REFER TO WS-DET-REFER.
           MOVE MB-PROGRAMA TO WS-DET-ORIGEM.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
       PEND-LIV-FIM.
           EXIT.

      *THE RECONCILIATION STATEMENT - THE BANK BALANCE ADJUSTED BY
      *WHAT THE BOOK HAS AND THE BANK NOT YET, THE BOOK BALANCE BY
      *WHAT THE BANK HAS AND THE BOOK NOT; BOTH MUST MEET
       DEMONSTRATIVO-PARA.
           COMPUTE WS-AJUST-EXT = WS-SALDO-EXT + WS-LIV-PEND-C
                                - WS-LIV-PEND-D.
           COMPUTE WS-AJUST-LIV = WS-SALDO-LIV + WS-EXT-PEND-C
                                - WS-EXT-PEND-D.
           COMPUTE WS-DIFERENCA = WS-AJUST-EXT - WS-AJUST-LIV.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "DEMONSTRATIVO DE CONCILIACAO" TO REL-LINE.
           WRITE REL-LINE.
           MOVE "SALDO DE ABERTURA (SALDOBCO.TAB)" TO WS-LS-TEXTO.
           MOVE WS-ABERTURA TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "SALDO SEGUNDO O EXTRATO" TO WS-LS-TEXTO.
           MOVE WS-SALDO-EXT TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "  (+) ENTRADAS DO LIVRO NAO NO EXTRATO" TO WS-LS-TEXTO.
           MOVE WS-LIV-PEND-C TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "  (-) SAIDAS DO LIVRO NAO NO EXTRATO" TO WS-LS-TEXTO.
           MOVE WS-LIV-PEND-D TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "SALDO BANCARIO AJUSTADO" TO WS-LS-TEXTO.
           MOVE WS-AJUST-EXT TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "SALDO SEGUNDO O LIVRO" TO WS-LS-TEXTO.
           MOVE WS-SALDO-LIV TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "  (+) CREDITOS DO BANCO NAO NO LIVRO" TO WS-LS-TEXTO.
           MOVE WS-EXT-PEND-C TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "  (-) DEBITOS DO BANCO NAO NO LIVRO" TO WS-LS-TEXTO.
           MOVE WS-EXT-PEND-D TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "SALDO DO LIVRO AJUSTADO" TO WS-LS-TEXTO.
           MOVE WS-AJUST-LIV TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           MOVE "DIFERENCA" TO WS-LS-TEXTO.
           MOVE WS-DIFERENCA TO WS-LS-VALOR.
           PERFORM GRAVA-LS-PARA THRU GRAVA-LS-FIM.
           IF WS-DIFERENCA NOT = ZERO
              MOVE "*** EXTRATO E LIVRO NAO CONCILIAM ***" TO REL-LINE
              WRITE REL-LINE
           END-IF.
       DEMONSTRATIVO-FIM.
           EXIT.

       GRAVA-LS-PARA.
           MOVE WS-LS TO REL-LINE.
           WRITE REL-LINE.
       GRAVA-LS-FIM.
           EXIT.

       FECHA-PARA.
           CLOSE EXT-FILE.
           CLOSE MOV-FILE.
           CLOSE REJECT-FILE.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           DISPLAY "CONCILIACAO BANCARIA - CONTROLE DO MOVIMENTO".
           DISPLAY "LINHAS DO EXTRATO LIDAS : " WS-LIDAS.
           DISPLAY "IMPORTADAS              : " WS-IMPORTADAS.
           DISPLAY "JA IMPORTADAS ANTES     : " WS-JA-IMPORTADAS.
           DISPLAY "REJEITADAS (EXTBANCO.REJ):" WS-REJEITADAS.
           DISPLAY "CONCILIADAS POR REFERENCIA: " WS-CONC-REFER.
           DISPLAY "CONCILIADAS POR DATA    : " WS-CONC-DATA.
           DISPLAY "PENDENTES NO EXTRATO    : " WS-PEND-EXT.
           DISPLAY "PENDENTES NO LIVRO      : " WS-PEND-LIV.
           MOVE WS-AJUST-EXT TO WS-EDIT.
           DISPLAY "SALDO BANCARIO AJUSTADO : " WS-EDIT.
           MOVE WS-AJUST-LIV TO WS-EDIT.
           DISPLAY "SALDO DO LIVRO AJUSTADO : " WS-EDIT.
           IF WS-DIFERENCA NOT = ZERO
              MOVE WS-DIFERENCA TO WS-EDIT
              DISPLAY "*** NAO CONCILIA - DIFERENCA " WS-EDIT " ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-PEND-EXT > ZERO OR WS-PEND-LIV > ZERO
                 OR WS-REJEITADAS > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       FECHA-FIM.
           EXIT.
