      ******************************************************************
      *DESC    : Weekly payment-run proposal - every open installment  *
      *        : on CONTASPG.DAT falling due up to the cut date        *
      *        : (overdue ones included) is proposed for payment at    *
      *        : its open balance. The proposal is printed by supplier *
      *        : on RELPROPAG.TXT and written to PROPPAG.TXT, which a  *
      *        : supervisor reviews and approves with LIBPAG; only     *
      *        : then are the bills paid and the bank file written.    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command line: [CUT-DATE] (CCYYMMDD), default today    *
      *        : plus 7 days. A supplier missing from FORNEC.DAT or    *
      *        : without CPF/CNPJ or bank account is listed as held    *
      *        : and left out of PROPPAG.TXT until FORMAINT completes  *
      *        : it. PROPPAG.TXT lines are                             *
      *        : FORNECEDOR(6);DOCUMENTO(9);PARCELA(2);VENCTO(8);VALOR *
      *        : (period decimal, the CREDITOS.TXT convention); each   *
      *        : run replaces the file, and nothing is marked until    *
      *        : LIBPAG pays it, so a rerun before approval is safe.   *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPPAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
           FUNCTION FunctionDateAdd
           FUNCTION FunctionDateValid.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PA-CHAVE
           FILE STATUS             FS-PA.
           SELECT OPTIONAL FORN-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FO-CODIGO
           FILE STATUS             FS-FO.
           SELECT REL-FILE ASSIGN TO "RELPROPAG.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT PROP-FILE ASSIGN TO "PROPPAG.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-PROP.

       DATA DIVISION.
       FILE SECTION.
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

       FD REL-FILE.
       01 REL-LINE             PIC X(100).

       FD PROP-FILE.
       01 PROP-LINE            PIC X(50).

       WORKING-STORAGE SECTION.
       77 FS-PA                PIC X(02) VALUE SPACES.
       77 FS-FO                PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-PROP              PIC X(02) VALUE SPACES.
       77 WS-FORN-ATIVO        PIC X     VALUE "N".
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-PRIMEIRO          PIC X     VALUE "S".
       77 WS-RETIDO            PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE 7.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-DATA-CORTE        PIC 9(08) VALUE ZERO.
       01 WS-PARM              PIC X(08) VALUE SPACES.
       01 WS-ANT-FORNECEDOR    PIC 9(06) VALUE ZERO.
       01 WS-NOME              PIC X(30) VALUE SPACES.
       01 WS-SALDO             PIC 9(07)V99 VALUE ZERO.

      *THE FILE CARRIES A PERIOD DECIMAL WHATEVER THIS PROGRAM'S
      *DECIMAL-POINT SETTING, SO THE AMOUNT IS BUILT FROM ITS PARTS
       01 WS-VALOR-TXT.
          05 WS-VT-NUM         PIC 9(07)V99.
          05 WS-VT-PARTES REDEFINES WS-VT-NUM.
             10 WS-VT-INT      PIC 9(07).
             10 WS-VT-DEC      PIC 9(02).

      *SUPPLIER AND GRAND TOTALS
       01 WS-FOR-PARCELAS      PIC 9(05) VALUE ZERO.
       01 WS-FOR-VALOR         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-PARCELAS      PIC 9(05) VALUE ZERO.
       01 WS-TOT-VALOR         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-FORNECEDORES  PIC 9(05) VALUE ZERO.
       01 WS-RET-PARCELAS      PIC 9(05) VALUE ZERO.
       01 WS-RET-VALOR         PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-VAL-EDIT          PIC Z.ZZZ.ZZ9,99.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "PROPPAG".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELPROPAG.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM IS NUMERIC
              MOVE WS-PARM TO WS-DATA-CORTE
              IF FunctionDateValid(WS-DATA-CORTE) = ZERO
                 DISPLAY "DATA DE CORTE INVALIDA: " WS-PARM
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              COMPUTE WS-DATA-CORTE =
                  FunctionDateAdd(WS-DATA-SIS, WS-DIAS, "D")
           END-IF.
           OPEN INPUT PAGAR-FILE.
           IF FS-PA NOT = "00"
              DISPLAY "CONTASPG.DAT OPEN FAILED: " FS-PA
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT FORN-FILE.
           IF FS-FO = "00"
              MOVE "S" TO WS-FORN-ATIVO
           END-IF.
           OPEN OUTPUT REL-FILE.
           OPEN OUTPUT PROP-FILE.
           DISPLAY "PROPOSTA DE PAGAMENTOS - VENCIMENTOS ATE "
                   WS-DATA-CORTE.
           MOVE SPACES TO REL-LINE.
           STRING "PROPOSTA DE PAGAMENTOS EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " - VENCIMENTOS ATE " DELIMITED BY SIZE
                  WS-DATA-CORTE DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PA-ABERTA
                          AND PA-DATA-VENC NOT > WS-DATA-CORTE
                          AND PA-VALOR > PA-PAGO
                          PERFORM TRATA-PARCELA-PARA
                             THRU TRATA-PARCELA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
              PERFORM FIM-FORNECEDOR-PARA THRU FIM-FORNECEDOR-FIM
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.

       TRATA-PARCELA-PARA.
           IF WS-PRIMEIRO = "S"
              OR PA-FORNECEDOR NOT = WS-ANT-FORNECEDOR
              IF WS-PRIMEIRO = "N"
                 PERFORM FIM-FORNECEDOR-PARA THRU FIM-FORNECEDOR-FIM
              END-IF
              PERFORM INICIO-FORNECEDOR-PARA
                 THRU INICIO-FORNECEDOR-FIM
           END-IF.
           COMPUTE WS-SALDO = PA-VALOR - PA-PAGO.
           MOVE WS-SALDO TO WS-VAL-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  DOC " DELIMITED BY SIZE
                  PA-DOCUMENTO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PA-PARCELA DELIMITED BY SIZE
                  "  VENC " DELIMITED BY SIZE
                  PA-DATA-VENC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VAL-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           IF PA-DATA-VENC < WS-DATA-SIS
              MOVE "VENCIDA" TO REL-LINE(50:7)
           END-IF.
           WRITE REL-LINE.
           IF WS-RETIDO = "S"
              ADD 1 TO WS-RET-PARCELAS
              ADD WS-SALDO TO WS-RET-VALOR
              GO TO TRATA-PARCELA-FIM
           END-IF.
           ADD 1 TO WS-FOR-PARCELAS.
           ADD WS-SALDO TO WS-FOR-VALOR.
           MOVE WS-SALDO TO WS-VT-NUM.
           MOVE SPACES TO PROP-LINE.
           STRING PA-FORNECEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PA-DOCUMENTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PA-PARCELA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PA-DATA-VENC DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-VT-INT DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-VT-DEC DELIMITED BY SIZE
                  INTO PROP-LINE
           END-STRING.
           WRITE PROP-LINE.
       TRATA-PARCELA-FIM.
           EXIT.

      *A SUPPLIER THE BANK CANNOT PAY (NOT ON FORNEC.DAT, NO CPF/CNPJ
      *OR NO ACCOUNT) IS PRINTED BUT HELD OUT OF PROPPAG.TXT
       INICIO-FORNECEDOR-PARA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE PA-FORNECEDOR TO WS-ANT-FORNECEDOR.
           MOVE ZERO TO WS-FOR-PARCELAS.
           MOVE ZERO TO WS-FOR-VALOR.
           MOVE "N" TO WS-RETIDO.
           MOVE "*** NAO CADASTRADO ***" TO WS-NOME.
           IF WS-FORN-ATIVO = "S"
              MOVE PA-FORNECEDOR TO FO-CODIGO
              READ FORN-FILE KEY IS FO-CODIGO
                 INVALID KEY
                    MOVE "S" TO WS-RETIDO
                 NOT INVALID KEY
                    MOVE FO-NOME TO WS-NOME
                    IF FO-CPF-CNPJ = SPACES
                       OR FO-BANCO = ZERO
                       OR FO-CONTA = SPACES
                       MOVE "S" TO WS-RETIDO
                    END-IF
              END-READ
           ELSE
              MOVE "S" TO WS-RETIDO
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING "FORNECEDOR " DELIMITED BY SIZE
                  PA-FORNECEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           IF WS-RETIDO = "S"
              MOVE "  RETIDO - SEM CPF/CNPJ OU DADOS BANCARIOS"
                  TO REL-LINE
              WRITE REL-LINE
           END-IF.
       INICIO-FORNECEDOR-FIM.
           EXIT.

       FIM-FORNECEDOR-PARA.
           IF WS-RETIDO = "S"
              MOVE SPACES TO REL-LINE
              WRITE REL-LINE
              GO TO FIM-FORNECEDOR-FIM
           END-IF.
           ADD 1 TO WS-TOT-FORNECEDORES.
           ADD WS-FOR-PARCELAS TO WS-TOT-PARCELAS.
           ADD WS-FOR-VALOR TO WS-TOT-VALOR.
           MOVE WS-FOR-VALOR TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  TOTAL FORNECEDOR " DELIMITED BY SIZE
                  WS-ANT-FORNECEDOR DELIMITED BY SIZE
                  "  PARCELAS " DELIMITED BY SIZE
                  WS-FOR-PARCELAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
       FIM-FORNECEDOR-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE WS-TOT-VALOR TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "TOTAL PROPOSTO  FORNECEDORES " DELIMITED BY SIZE
                  WS-TOT-FORNECEDORES DELIMITED BY SIZE
                  "  PARCELAS " DELIMITED BY SIZE
                  WS-TOT-PARCELAS DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           IF WS-RET-PARCELAS > ZERO
              MOVE WS-RET-VALOR TO WS-EDIT
              MOVE SPACES TO REL-LINE
              STRING "TOTAL RETIDO    PARCELAS " DELIMITED BY SIZE
                     WS-RET-PARCELAS DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-EDIT DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              WRITE REL-LINE
           END-IF.
           CLOSE PAGAR-FILE.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           CLOSE PROP-FILE.
           IF WS-FORN-ATIVO = "S"
              CLOSE FORN-FILE
           END-IF.
           MOVE WS-TOT-VALOR TO WS-EDIT.
           DISPLAY "FORNECEDORES     : " WS-TOT-FORNECEDORES.
           DISPLAY "PARCELAS PROPOSTAS: " WS-TOT-PARCELAS.
           DISPLAY "VALOR PROPOSTO   : " WS-EDIT.
           IF WS-RET-PARCELAS > ZERO
              MOVE WS-RET-VALOR TO WS-EDIT
              DISPLAY "PARCELAS RETIDAS : " WS-RET-PARCELAS
                      "  " WS-EDIT
           END-IF.
           DISPLAY "APROVAR COM LIBPAG (SUPERVISOR)".
       CLOSE-EXIT-PARA.
           EXIT.
