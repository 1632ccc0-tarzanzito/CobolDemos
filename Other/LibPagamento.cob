      ******************************************************************
      *DESC    : Payment-run approval - a supervisor takes the         *
      *        : PROPPAG.TXT proposal, as reviewed, and releases it:   *
      *        : every line pays its installment on CONTASPG.DAT       *
      *        : (journaled on PAGJRNL.LOG as REMESSA) and goes to     *
      *        : PAGFORN.TXT, the bank transfer file, with the         *
      *        : supplier's document and account from FORNEC.DAT.      *
      *        : Each line released or refused is listed on            *
      *        : LIBPAG.TXT with the supervisor who approved the run.  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Restricted to supervisors (OPERSIGN, OP-NIVEL "S")    *
      *        : and refused in a closed period (PERIODCTL). The       *
      *        : supervisor may delete a line to hold the bill, lower  *
      *        : its value for a partial payment, or set it to zero to *
      *        : drop it. A line that cannot be paid (bad field, bill  *
      *        : not open, value above the balance, supplier without   *
      *        : CPF/CNPJ or account) is copied as it was to           *
      *        : PROPPAG.REJ with its reason listed. PROPPAG.TXT is    *
      *        : then emptied, the LIBCOMPRA rule, so nothing is paid  *
      *        : twice. PAGFORN.TXT is appended to, one fixed-width    *
      *        : line per transfer, the PAGBANCO.TXT layout keyed by   *
      *        : supplier and bill.                                    *
      *        : Every transfer released is also recorded on the bank  *
      *        : book MOVBANCO.DAT through BANCOMOV (money out, the    *
      *        : run date, supplier, document and parcel as reference) *
      *        : for CONCBANC to reconcile against the statement.      *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPAG.

      *NO DECIMAL-POINT IS COMMA HERE: THE VALUES ON PROPPAG.TXT
      *CARRY A PERIOD DECIMAL AND NUMVAL MUST READ THEM THAT WAY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROP-FILE ASSIGN TO "PROPPAG.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-PROP.
           SELECT REJ-FILE ASSIGN TO "PROPPAG.REJ"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REJ.
           SELECT REL-FILE ASSIGN TO "LIBPAG.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PA-CHAVE
           FILE STATUS             FS-PA.
           SELECT FORN-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FO-CODIGO
           FILE STATUS             FS-FO.
      *SAME POSTING JOURNAL EXCPAG WRITES
           SELECT OPTIONAL JORNAL-FILE ASSIGN TO "PAGJRNL.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-JORNAL.
      *SUPPLIER PAYMENTS FOR THE BANK - ONE TRANSFER PER LINE
           SELECT OPTIONAL BANCO-FILE ASSIGN TO "PAGFORN.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-BANCO.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT PROPPAG WRITES
       FD PROP-FILE.
       01 PROP-LINE            PIC X(50).

       FD REJ-FILE.
       01 REJ-LINE             PIC X(50).

       FD REL-FILE.
       01 REL-LINE             PIC X(100).

      *SAME LAYOUT EXCPAG (ContasPagar.cob) MAINTAINS
       FD PAGAR-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTASPG.DAT".
       01 REG-PAGAR.
          02 PA-CHAVE.
             03 PA-FORNECEDOR  PIC 9(06).
             03 PA-DOCUMENTO   PIC 9(09).
             03 PA-PARCELA     PIC 9(02).
          02 PA-DATA-EMIS      PIC 9(08).
          02 PA-DATA           PIC 9(08).
          02 PA-DATA-VENC      PIC 9(08).
          02 PA-VALOR          PIC 9(07)V99.
          02 PA-PAGO           PIC 9(07)V99.
          02 PA-STATUS         PIC X(01).
             88 PA-ABERTA      VALUE "A".
          02 PA-DATA-PGTO      PIC 9(08).
          02 PA-PAGO-INTF      PIC 9(07)V99.

      *SAME LAYOUT FORMAINT (FornMaint.cob) MAINTAINS
       FD FORN-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REG-FORN.
          02 FO-CODIGO        PIC 9(06).
          02 FO-NOME          PIC X(30).
          02 FO-TIPO-DOC      PIC X(01).
          02 FO-CPF-CNPJ      PIC X(14).
          02 FO-TELEFONE      PIC X(15).
          02 FO-BANCO         PIC 9(03).
          02 FO-AGENCIA       PIC 9(04).
          02 FO-CONTA         PIC X(12).
          02 FO-PRAZO-DIAS    PIC 9(03).
          02 FO-STATUS        PIC X(01).
          02 FO-DATA-ALT      PIC 9(08).

      *SAME LAYOUT EXCPAG WRITES
       FD JORNAL-FILE.
       01 JORNAL-REC.
          02 JR-DATA           PIC 9(08).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-HORA           PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-OPERADOR       PIC X(08).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-ACAO           PIC X(09).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-FORNECEDOR     PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-DOCUMENTO      PIC 9(09).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-PARCELA        PIC 9(02).
          02 FILLER            PIC X VALUE SPACE.
          02 JR-ANTES          PIC 9(07)V99.
          02 FILLER            PIC X VALUE SPACE.
          02 JR-DEPOIS         PIC 9(07)V99.

      *ONE SUPPLIER TRANSFER - PAYEE DOCUMENT, NAME AND ACCOUNT FROM
      *FORNEC.DAT, VALUE WITH TWO IMPLIED DECIMALS
       FD BANCO-FILE.
       01 BANCO-REC.
          02 PF-DATA           PIC 9(08).
          02 PF-FORNECEDOR     PIC 9(06).
          02 PF-DOCUMENTO      PIC 9(09).
          02 PF-PARCELA        PIC 9(02).
          02 PF-TIPO-DOC       PIC X(01).
          02 PF-CPF-CNPJ       PIC X(14).
          02 PF-NOME           PIC X(30).
          02 PF-BANCO          PIC 9(03).
          02 PF-AGENCIA        PIC 9(04).
          02 PF-CONTA          PIC X(12).
          02 PF-VALOR          PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77 FS-PROP              PIC X(02) VALUE SPACES.
       77 FS-REJ               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-PA                PIC X(02) VALUE SPACES.
       77 FS-FO                PIC X(02) VALUE SPACES.
       77 FS-JORNAL            PIC X(02) VALUE SPACES.
       77 FS-BANCO             PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CONF              PIC X     VALUE SPACE.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       77 WS-JR-ANTES          PIC 9(07)V99 VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *CLOSED-PERIOD CONTROL (PERIODCTL/PERMAINT)
       77 WS-PERIODO           PIC 9(06) VALUE ZERO.
       77 WS-PER-SIT           PIC X     VALUE "A".

      *ONE PROPOSAL LINE AS THE SUPERVISOR LEFT IT - THE LENGTHS ARE
      *KEPT SO AN EDITED FIELD IS STILL CHECKED
       01 WS-PRO.
          05 WS-PP-FORN-TXT    PIC X(06) VALUE SPACES.
          05 WS-PP-DOC-TXT     PIC X(09) VALUE SPACES.
          05 WS-PP-PARC-TXT    PIC X(02) VALUE SPACES.
          05 WS-PP-VENC-TXT    PIC X(08) VALUE SPACES.
          05 WS-PP-VALOR-TXT   PIC X(14) VALUE SPACES.
       01 WS-PP-FORN-LEN       PIC 9(02) VALUE ZERO.
       01 WS-PP-DOC-LEN        PIC 9(02) VALUE ZERO.
       01 WS-PP-PARC-LEN       PIC 9(02) VALUE ZERO.
       01 WS-PP-VALOR-LEN      PIC 9(02) VALUE ZERO.
       01 WS-PP-VALOR          PIC 9(07)V99 VALUE ZERO.
       01 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       01 WS-MOTIVO            PIC X(30) VALUE SPACES.

       01 WS-LIDAS             PIC 9(05) VALUE ZERO.
       01 WS-PAGAS             PIC 9(05) VALUE ZERO.
       01 WS-ZERADAS           PIC 9(05) VALUE ZERO.
       01 WS-RECUSADAS         PIC 9(05) VALUE ZERO.
       01 WS-TOT-PAGO          PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-VAL-EDIT          PIC Z,ZZZ,ZZ9.99.

      *BANK BOOK - EVERY SUPPLIER TRANSFER IS RECORDED ON
      *MOVBANCO.DAT THROUGH BANCOMOV FOR CONCBANC TO RECONCILE
       01 WS-BMV-PEDIDO.
          05 WS-BMV-FUNC       PIC X(01) VALUE SPACE.
          05 WS-BMV-PROGRAMA   PIC X(08) VALUE "LIBPAG".
          05 WS-BMV-DC         PIC X(01) VALUE SPACE.
          05 WS-BMV-DATA       PIC 9(08) VALUE ZERO.
          05 WS-BMV-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-BMV-REFER      PIC X(20) VALUE SPACES.
       01 WS-BMV-RESPOSTA.
          05 WS-BMV-RC         PIC X(02) VALUE SPACES.
       01 WS-BMV-FALHAS        PIC 9(05) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "LIBPAG".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "LIBPAG.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-PER-SIT.
           IF WS-PER-SIT = "F"
              DISPLAY "PERIODO " WS-PERIODO " FECHADO - NADA PAGO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              DISPLAY "APROVACAO CANCELADA - SOMENTE SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           DISPLAY "APROVAR E PAGAR A PROPOSTA DE PROPPAG.TXT (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "NADA PAGO"
              STOP RUN
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM UNTIL WS-EOF = "S"
               READ PROP-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM PAGA-PARA THRU PAGA-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           OPEN INPUT PROP-FILE.
           IF FS-PROP NOT = "00" AND FS-PROP NOT = "05"
              DISPLAY "PROPPAG.TXT OPEN FAILED: " FS-PROP
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O PAGAR-FILE.
           IF FS-PA NOT = "00"
              DISPLAY "CONTASPG.DAT OPEN FAILED: " FS-PA
              CLOSE PROP-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT FORN-FILE.
           IF FS-FO NOT = "00"
              DISPLAY "FORNEC.DAT OPEN FAILED: " FS-FO
              CLOSE PROP-FILE
              CLOSE PAGAR-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND JORNAL-FILE.
           IF FS-JORNAL NOT = "00" AND FS-JORNAL NOT = "05"
              DISPLAY "PAGJRNL.LOG OPEN FAILED: " FS-JORNAL
              CLOSE PROP-FILE
              CLOSE PAGAR-FILE
              CLOSE FORN-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND BANCO-FILE.
           IF FS-BANCO NOT = "00" AND FS-BANCO NOT = "05"
              DISPLAY "PAGFORN.TXT OPEN FAILED: " FS-BANCO
              CLOSE PROP-FILE
              CLOSE PAGAR-FILE
              CLOSE FORN-FILE
              CLOSE JORNAL-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJ-FILE.
           OPEN OUTPUT REL-FILE.
           MOVE SPACES TO REL-LINE.
           STRING "PAGAMENTOS APROVADOS EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

      *ONE PROPOSAL LINE - CHECKED AGAINST THE BILL AS IT STANDS NOW,
      *THEN PAID AND SENT TO THE BANK
       PAGA-PARA.
           IF PROP-LINE = SPACES
              GO TO PAGA-EXIT-PARA
           END-IF.
           ADD 1 TO WS-LIDAS.
           MOVE SPACES TO WS-PRO.
           MOVE ZERO TO WS-PP-FORN-LEN WS-PP-DOC-LEN WS-PP-PARC-LEN
                        WS-PP-VALOR-LEN.
           UNSTRING PROP-LINE DELIMITED BY ";"
               INTO WS-PP-FORN-TXT COUNT IN WS-PP-FORN-LEN
                    WS-PP-DOC-TXT COUNT IN WS-PP-DOC-LEN
                    WS-PP-PARC-TXT COUNT IN WS-PP-PARC-LEN
                    WS-PP-VENC-TXT
                    WS-PP-VALOR-TXT COUNT IN WS-PP-VALOR-LEN
           END-UNSTRING.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-PP-FORN-LEN = ZERO OR WS-PP-FORN-LEN > 6
              OR WS-PP-DOC-LEN = ZERO OR WS-PP-DOC-LEN > 9
              OR WS-PP-PARC-LEN = ZERO OR WS-PP-PARC-LEN > 2
              OR WS-PP-VALOR-LEN = ZERO OR WS-PP-VALOR-LEN > 14
              MOVE "LINHA INVALIDA" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF WS-PP-FORN-TXT(1:WS-PP-FORN-LEN) IS NOT NUMERIC
              OR WS-PP-DOC-TXT(1:WS-PP-DOC-LEN) IS NOT NUMERIC
              OR WS-PP-PARC-TXT(1:WS-PP-PARC-LEN) IS NOT NUMERIC
              MOVE "CHAVE DA CONTA INVALIDA" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-PP-VALOR-TXT) NOT = ZERO
              MOVE "VALOR INVALIDO" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           COMPUTE WS-PP-VALOR = FUNCTION NUMVAL(WS-PP-VALOR-TXT).
      *    A VALUE SET TO ZERO IS THE SUPERVISOR DROPPING THE LINE
           IF WS-PP-VALOR = ZERO
              ADD 1 TO WS-ZERADAS
              GO TO PAGA-EXIT-PARA
           END-IF.
           MOVE WS-PP-FORN-TXT(1:WS-PP-FORN-LEN) TO PA-FORNECEDOR.
           MOVE WS-PP-DOC-TXT(1:WS-PP-DOC-LEN) TO PA-DOCUMENTO.
           MOVE WS-PP-PARC-TXT(1:WS-PP-PARC-LEN) TO PA-PARCELA.
           READ PAGAR-FILE KEY IS PA-CHAVE
              INVALID KEY
                 MOVE "CONTA NAO ENCONTRADA" TO WS-MOTIVO
                 GO TO RECUSA-PARA
           END-READ.
           IF NOT PA-ABERTA
              MOVE "CONTA NAO ESTA EM ABERTO" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           COMPUTE WS-SALDO = PA-VALOR - PA-PAGO.
           IF WS-PP-VALOR > WS-SALDO
              MOVE "VALOR ACIMA DO SALDO" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           MOVE PA-FORNECEDOR TO FO-CODIGO.
           READ FORN-FILE KEY IS FO-CODIGO
              INVALID KEY
                 MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MOTIVO
                 GO TO RECUSA-PARA
           END-READ.
           IF FO-CPF-CNPJ = SPACES
              OR FO-BANCO = ZERO
              OR FO-CONTA = SPACES
              MOVE "FORNECEDOR SEM DADOS BANCARIOS" TO WS-MOTIVO
              GO TO RECUSA-PARA
           END-IF.
           MOVE PA-PAGO TO WS-JR-ANTES.
           ADD WS-PP-VALOR TO PA-PAGO.
           MOVE WS-DATA-SIS TO PA-DATA-PGTO.
           IF PA-PAGO >= PA-VALOR
              MOVE "Q" TO PA-STATUS
           END-IF.
           REWRITE REG-PAGAR
              INVALID KEY
                 MOVE "CONTASPG.DAT NAO GRAVADO" TO WS-MOTIVO
                 GO TO RECUSA-PARA
           END-REWRITE.
           PERFORM GRAVA-JORNAL-PARA THRU GRAVA-JORNAL-FIM.
           MOVE WS-DATA-SIS TO PF-DATA.
           MOVE PA-FORNECEDOR TO PF-FORNECEDOR.
           MOVE PA-DOCUMENTO TO PF-DOCUMENTO.
           MOVE PA-PARCELA TO PF-PARCELA.
           MOVE FO-TIPO-DOC TO PF-TIPO-DOC.
           MOVE FO-CPF-CNPJ TO PF-CPF-CNPJ.
           MOVE FO-NOME TO PF-NOME.
           MOVE FO-BANCO TO PF-BANCO.
           MOVE FO-AGENCIA TO PF-AGENCIA.
           MOVE FO-CONTA TO PF-CONTA.
           MOVE WS-PP-VALOR TO PF-VALOR.
           WRITE BANCO-REC.
      *    THE TRANSFER GOES ON THE BANK BOOK AS MONEY OUT, UNDER THE
      *    SUPPLIER/DOCUMENT/PARCEL KEY PAGFORN.TXT CARRIES
           MOVE "G" TO WS-BMV-FUNC.
           MOVE "D" TO WS-BMV-DC.
           MOVE WS-DATA-SIS TO WS-BMV-DATA.
           MOVE WS-PP-VALOR TO WS-BMV-VALOR.
           MOVE SPACES TO WS-BMV-REFER.
           STRING PA-FORNECEDOR DELIMITED BY SIZE
                  PA-DOCUMENTO DELIMITED BY SIZE
                  PA-PARCELA DELIMITED BY SIZE
                  INTO WS-BMV-REFER
           END-STRING.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
           IF WS-BMV-RC NOT = "00"
              ADD 1 TO WS-BMV-FALHAS
           END-IF.
           ADD 1 TO WS-PAGAS.
           ADD WS-PP-VALOR TO WS-TOT-PAGO.
           MOVE WS-PP-VALOR TO WS-VAL-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "PAGO      FORNECEDOR " DELIMITED BY SIZE
                  PA-FORNECEDOR DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  PA-DOCUMENTO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PA-PARCELA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FO-NOME DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           GO TO PAGA-EXIT-PARA.
      *    THE LINE GOES TO PROPPAG.REJ UNCHANGED, TO BE FIXED AND
      *    APPROVED AGAIN
       RECUSA-PARA.
           ADD 1 TO WS-RECUSADAS.
           MOVE PROP-LINE TO REJ-LINE.
           WRITE REJ-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "RECUSADO  " DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  PROP-LINE DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       PAGA-EXIT-PARA.
           EXIT.

       GRAVA-JORNAL-PARA.
           MOVE WS-DATA-SIS TO JR-DATA.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO JR-HORA.
           MOVE WS-OPERADOR TO JR-OPERADOR.
           MOVE "REMESSA" TO JR-ACAO.
           MOVE PA-FORNECEDOR TO JR-FORNECEDOR.
           MOVE PA-DOCUMENTO TO JR-DOCUMENTO.
           MOVE PA-PARCELA TO JR-PARCELA.
           MOVE WS-JR-ANTES TO JR-ANTES.
           MOVE PA-PAGO TO JR-DEPOIS.
           WRITE JORNAL-REC.
       GRAVA-JORNAL-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE WS-TOT-PAGO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "LINHAS " DELIMITED BY SIZE
                  WS-LIDAS DELIMITED BY SIZE
                  "  PAGAS " DELIMITED BY SIZE
                  WS-PAGAS DELIMITED BY SIZE
                  "  ZERADAS " DELIMITED BY SIZE
                  WS-ZERADAS DELIMITED BY SIZE
                  "  RECUSADAS " DELIMITED BY SIZE
                  WS-RECUSADAS DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           CLOSE PROP-FILE.
           CLOSE REJ-FILE.
           CLOSE REL-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           CLOSE PAGAR-FILE.
           CLOSE FORN-FILE.
           CLOSE JORNAL-FILE.
           CLOSE BANCO-FILE.
           MOVE "X" TO WS-BMV-FUNC.
           CALL "BANCOMOV" USING WS-BMV-PEDIDO, WS-BMV-RESPOSTA.
      *    EVERY LINE IS NOW EITHER PAID, DROPPED OR ON PROPPAG.REJ
           OPEN OUTPUT PROP-FILE.
           CLOSE PROP-FILE.
           DISPLAY "LINHAS LIDAS      : " WS-LIDAS.
           DISPLAY "PAGAS (PAGFORN.TXT): " WS-PAGAS.
           DISPLAY "ZERADAS PELO SUPERVISOR: " WS-ZERADAS.
           DISPLAY "RECUSADAS (PROPPAG.REJ): " WS-RECUSADAS.
           DISPLAY "VALOR ENVIADO AO BANCO: " WS-EDIT.
           IF WS-BMV-FALHAS > ZERO
              DISPLAY "*** TRANSFERENCIAS FORA DO MOVBANCO.DAT: "
                      WS-BMV-FALHAS " ***"
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
