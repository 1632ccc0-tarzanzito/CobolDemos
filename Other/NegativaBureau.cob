      ******************************************************************
      *DESC    : Credit-bureau negative listing - clients in the MAIS  *
      *        : DE 90 bucket who ignored CARTACOB's final notice were *
      *        : reported to the bureau by hand. Selects the open      *
      *        : items whose last letter was the top level (4 in       *
      *        : CARTAS.DAT) sent more than the configured number of   *
      *        : days ago and writes the bureau's inclusion records to *
      *        : NEGATIVA.TXT with the client's CPF/CNPJ, the open     *
      *        : amount and the due date. NEGCTL.DAT keeps who is      *
      *        : listed; an item later settled (by BANCORET, CTASREC   *
      *        : or EXCTAS) gets its removal record on the next run.   *
      *        : Every inclusion and removal is appended to the        *
      *        : register NEGATIVA.LOG (RELNEG prints it by day).      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-29                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : NEGATIVA.TAB holds one line "days;deadline" (the      *
      *        : JUROS.TAB shape): the days after the final notice     *
      *        : before listing, and the legal deadline in days for    *
      *        : the removal after payment. A removal sent later than  *
      *        : the deadline (counted from CR-DATA-PGTO) is flagged   *
      *        : on the run and in the register, and the run ends RC 4 *
      *        : - run it daily so that never happens. An item under   *
      *        : an open promise to pay (PROMESSA.DAT) is not listed;  *
      *        : a client without CPF/CNPJ is reported and skipped.    *
      *        : A written-off item (BAIXAPERDA) is still owed and     *
      *        : stays listed. The amount listed is the open balance   *
      *        : on the day of inclusion; partial payments do not      *
      *        : change it - only settlement removes the listing.      *
      *        : Removals go first, then inclusions, in the same file: *
      *        : header, one detail per operation (I/E), trailer with  *
      *        : the counts and the amount included.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGATIVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       REPOSITORY.
      *SHARED DATE ARITHMETIC - SEE Personal-Function/
      *FunctionDateDiff.cob - THE SAME AGE COMPUTATION RELAGING USES
           FUNCTION FunctionDateDiff.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *CARTACOB'S LAST-LETTER CONTROL - LEVEL AND DATE PER INVOICE
           SELECT OPTIONAL CARTAS-CTL ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CT-CHAVE
           FILE STATUS             FS-CT.
      *PROMISES TO PAY TAKEN FROM EXCTAS
           SELECT OPTIONAL PROM-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              PR-CHAVE
           FILE STATUS             FS-PR.
      *LISTING CONTROL - ONE RECORD PER INVOICE EVER LISTED, CREATED
      *ON THE FIRST RUN
           SELECT OPTIONAL NEG-CTL ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              NG-CHAVE
           FILE STATUS             FS-NG.
           SELECT NEG-TAB ASSIGN TO "NEGATIVA.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TAB.
           SELECT BUREAU-FILE ASSIGN TO "NEGATIVA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-BUR.
           SELECT OPTIONAL REG-FILE ASSIGN TO "NEGATIVA.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REG.

       DATA DIVISION.
       FILE SECTION.
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
             88 CR-QUITADA     VALUE "Q".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-NOME          PIC X(30).
          02 FD-END           PIC X(30).
          02 FD-BAIRRO        PIC X(20).
          02 FD-CIDADE        PIC X(20).
          02 FD-CEP           PIC X(09).
          02 FD-CREATED-DATE      PIC 9(08).
          02 FD-LAST-UPDATED-DATE PIC 9(08).
          02 FD-STATUS        PIC X(01).
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

      *SAME LAYOUT CARTACOB (CartaCobranca.cob) MAINTAINS
       FD CARTAS-CTL LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CARTAS.DAT".
       01 REG-CARTA-CTL.
          02 CT-CHAVE.
             03 CT-CODIGO     PIC 9(06).
             03 CT-FATURA     PIC 9(06).
          02 CT-NIVEL          PIC 9(01).
          02 CT-DATA-ENVIO     PIC 9(08).

      *SAME LAYOUT EXCTAS (ContasTela.cob) WRITES
       FD PROM-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PROMESSA.DAT".
       01 REG-PROMESSA.
          02 PR-CHAVE.
             03 PR-CODIGO     PIC 9(06).
             03 PR-FATURA     PIC 9(06).
          02 PR-VALOR          PIC 9(07)V99.
          02 PR-DATA-PROM      PIC 9(08).
          02 PR-OPERADOR       PIC X(08).
          02 PR-DATA-REG       PIC 9(08).
          02 PR-PAGO-BASE      PIC 9(07)V99.
          02 PR-STATUS         PIC X(01).
             88 PR-ABERTA      VALUE "A".
          02 PR-DATA-BAIXA     PIC 9(08).

      *ONE RECORD PER INVOICE LISTED - THE DOCUMENT, AMOUNT AND DUE
      *DATE AS SENT, SO THE REMOVAL QUOTES EXACTLY WHAT WAS INCLUDED
       FD NEG-CTL LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NEGCTL.DAT".
       01 REG-NEG.
          02 NG-CHAVE.
             03 NG-CODIGO     PIC 9(06).
             03 NG-FATURA     PIC 9(06).
          02 NG-STATUS         PIC X(01).
             88 NG-INCLUIDO    VALUE "I".
             88 NG-REMOVIDO    VALUE "R".
          02 NG-TIPO-DOC       PIC X(01).
          02 NG-CPF-CNPJ       PIC X(14).
          02 NG-NOME           PIC X(30).
          02 NG-VALOR          PIC 9(07)V99.
          02 NG-VENC           PIC 9(08).
          02 NG-DATA-INC       PIC 9(08).
          02 NG-DATA-REM       PIC 9(08).

       FD NEG-TAB.
       01 TAB-LINE             PIC X(20).

      *THE BUREAU'S EXCHANGE LAYOUT - FIXED 150 BYTES, RECORD TYPE IN
      *THE FIRST BYTE: 0 HEADER, 1 DETAIL (OPERATION I = INCLUSION,
      *E = REMOVAL), 9 TRAILER. AMOUNTS CARRY TWO IMPLIED DECIMALS
       FD BUREAU-FILE.
       01 BU-HEADER.
          02 BH-TIPO           PIC X(01).
          02 BH-LITERAL        PIC X(11).
          02 BH-DATA           PIC 9(08).
          02 FILLER            PIC X(130).
       01 BU-DETALHE.
          02 BD-TIPO           PIC X(01).
          02 BD-OPERACAO       PIC X(01).
          02 BD-TIPO-DOC       PIC X(01).
          02 BD-CPF-CNPJ       PIC X(14).
          02 BD-CONTRATO.
             03 BD-CODIGO     PIC 9(06).
             03 BD-FATURA     PIC 9(06).
          02 BD-VALOR          PIC 9(11)V99.
          02 BD-VENC           PIC 9(08).
          02 BD-NOME           PIC X(30).
          02 FILLER            PIC X(70).
       01 BU-TRAILER.
          02 BT-TIPO           PIC X(01).
          02 BT-QTD-INC        PIC 9(06).
          02 BT-QTD-EXC        PIC 9(06).
          02 BT-VALOR-INC      PIC 9(13)V99.
          02 FILLER            PIC X(122).

      *REGISTER LINE - ONE PER INCLUSION OR REMOVAL. ON A REMOVAL
      *NR-DIAS IS THE DAYS FROM PAYMENT TO REMOVAL AND NR-PRAZO "N"
      *MARKS ONE SENT PAST THE LEGAL DEADLINE
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
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CT                PIC X(02) VALUE SPACES.
       77 FS-PR                PIC X(02) VALUE SPACES.
       77 FS-NG                PIC X(02) VALUE SPACES.
       77 FS-TAB               PIC X(02) VALUE SPACES.
       77 FS-BUR               PIC X(02) VALUE SPACES.
       77 FS-REG               PIC X(02) VALUE SPACES.
       77 WS-CT-ATIVO          PIC X     VALUE "N".
       77 WS-PR-ATIVO          PIC X     VALUE "N".
       77 WS-NG-EXISTE         PIC X     VALUE "N".
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-DATA-BASE         PIC 9(08) VALUE ZERO.
       01 WS-SALDO             PIC 9(07)V99 VALUE ZERO.

      *LISTING DELAY AND REMOVAL DEADLINE FROM NEGATIVA.TAB
       01 WS-IN-DIAS           PIC X(05) VALUE SPACES.
       01 WS-IN-PRAZO          PIC X(05) VALUE SPACES.
       01 WS-CORTE-DIAS        PIC 9(03) VALUE ZERO.
       01 WS-PRAZO-DIAS        PIC 9(03) VALUE ZERO.

       01 COUNTERS.
          05 WS-INCLUSOES      PIC 9(06) VALUE ZERO.
          05 WS-REMOCOES       PIC 9(06) VALUE ZERO.
          05 WS-FORA-PRAZO     PIC 9(06) VALUE ZERO.
          05 WS-SEM-DOC        PIC 9(06) VALUE ZERO.
       01 WS-TOT-INC           PIC 9(13)V99 VALUE ZERO.
       01 WS-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT2             PIC Z,ZZZ,ZZ9.99.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "NEGATIVA".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-HORA TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM REMOCAO-PARA THRU REMOCAO-EXIT-PARA.
           PERFORM INCLUSAO-PARA THRU INCLUSAO-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           COMPUTE WS-LOG-COUNT = WS-INCLUSOES + WS-REMOCOES.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN INPUT NEG-TAB.
           IF FS-TAB NOT = "00"
              DISPLAY "NEGATIVA.TAB EMPTY OR MISSING - NO RUN"
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           READ NEG-TAB
              AT END
                 CONTINUE
              NOT AT END
                 UNSTRING TAB-LINE DELIMITED BY ";"
                     INTO WS-IN-DIAS WS-IN-PRAZO
                 END-UNSTRING
                 COMPUTE WS-CORTE-DIAS =
                     FUNCTION NUMVAL(WS-IN-DIAS)
                 COMPUTE WS-PRAZO-DIAS =
                     FUNCTION NUMVAL(WS-IN-PRAZO)
           END-READ.
           CLOSE NEG-TAB.
           IF WS-PRAZO-DIAS = ZERO
              DISPLAY "PRAZO DE BAIXA ZERO EM NEGATIVA.TAB - NO RUN"
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O NEG-CTL.
           IF FS-NG = "35" OR FS-NG = "05"
              CLOSE NEG-CTL
              OPEN OUTPUT NEG-CTL
              CLOSE NEG-CTL
              OPEN I-O NEG-CTL
           END-IF.
           IF FS-NG NOT = "00"
              DISPLAY "NEGCTL.DAT OPEN FAILED: " FS-NG
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT BUREAU-FILE.
           IF FS-BUR NOT = "00"
              DISPLAY "NEGATIVA.TXT OPEN FAILED: " FS-BUR
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE NEG-CTL
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN EXTEND REG-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-REG NOT = "00" AND FS-REG NOT = "05"
              DISPLAY "NEGATIVA.LOG OPEN FAILED: " FS-REG
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE NEG-CTL
              CLOSE BUREAU-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CARTAS-CTL.
           IF FS-CT = "00"
              MOVE "S" TO WS-CT-ATIVO
           ELSE
              DISPLAY "CARTAS.DAT AUSENTE - SEM AVISO FINAL, "
                      "NENHUMA INCLUSAO"
           END-IF.
           OPEN INPUT PROM-FILE.
           IF FS-PR = "00"
              MOVE "S" TO WS-PR-ATIVO
           END-IF.
           MOVE SPACES TO BU-HEADER.
           MOVE "0" TO BH-TIPO.
           MOVE "NEGATIVACAO" TO BH-LITERAL.
           MOVE WS-DATA-SIS TO BH-DATA.
           WRITE BU-HEADER.
           DISPLAY "NEGATIVACAO - MOVIMENTO DE " WS-DATA-SIS
                   " (INCLUI " WS-CORTE-DIAS " DIAS APOS O AVISO "
                   "FINAL, BAIXA EM ATE " WS-PRAZO-DIAS " DIAS)".
           DISPLAY "OP CLIENTE FATURA DOCUMENTO               VALOR"
                   " VENCTO   DIAS".
       OPEN-EXIT-PARA.
           EXIT.

      *REMOVALS - EVERY LISTED ITEM THAT IS NO LONGER OWED: QUITADA,
      *NOTHING LEFT TO PAY, OR GONE FROM CONTAS.DAT
       REMOCAO-PARA.
           MOVE LOW-VALUES TO NG-CHAVE.
           START NEG-CTL KEY IS NOT LESS NG-CHAVE
               INVALID KEY
                   GO TO REMOCAO-EXIT-PARA
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NEG-CTL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NG-INCLUIDO
                          PERFORM REMOVE-UM-PARA THRU REMOVE-UM-FIM
                       END-IF
               END-READ
           END-PERFORM.
       REMOCAO-EXIT-PARA.
           EXIT.

       REMOVE-UM-PARA.
           MOVE ZERO TO WS-DIAS.
           MOVE NG-CHAVE TO CR-CHAVE.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 GO TO REMOVE-UM-BAIXA
           END-READ.
           IF NOT CR-QUITADA AND CR-PAGO < CR-VALOR
              GO TO REMOVE-UM-FIM
           END-IF.
           IF CR-DATA-PGTO > ZERO
              COMPUTE WS-DIAS =
                  FunctionDateDiff(CR-DATA-PGTO, WS-DATA-SIS)
           END-IF.
       REMOVE-UM-BAIXA.
           MOVE "E" TO BD-OPERACAO.
           PERFORM GRAVA-DETALHE-PARA THRU GRAVA-DETALHE-FIM.
           MOVE "R" TO NG-STATUS.
           MOVE WS-DATA-SIS TO NG-DATA-REM.
           REWRITE REG-NEG
              INVALID KEY
                 DISPLAY "ERRO REGRAVANDO NEGCTL.DAT " NG-CHAVE
                         " (" FS-NG ")"
           END-REWRITE.
           ADD 1 TO WS-REMOCOES.
       REMOVE-UM-FIM.
           EXIT.

      *INCLUSIONS - OPEN ITEMS PAST 90 DAYS WHOSE LAST LETTER WAS THE
      *FINAL NOTICE, SENT MORE THAN THE CONFIGURED DAYS AGO
       INCLUSAO-PARA.
           IF WS-CT-ATIVO NOT = "S"
              GO TO INCLUSAO-EXIT-PARA
           END-IF.
           MOVE LOW-VALUES TO CR-CHAVE.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   GO TO INCLUSAO-EXIT-PARA
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-ABERTA AND CR-PAGO < CR-VALOR
                          PERFORM INCLUI-UM-PARA THRU INCLUI-UM-FIM
                       END-IF
               END-READ
           END-PERFORM.
       INCLUSAO-EXIT-PARA.
           EXIT.

       INCLUI-UM-PARA.
      *    THE SAME BASE DATE THE AGING USES - THE DUE DATE WHEN
      *    STAMPED, THE ISSUE DATE ON OLDER RECORDS
           IF CR-DATA-VENC > ZERO
              MOVE CR-DATA-VENC TO WS-DATA-BASE
           ELSE
              MOVE CR-DATA TO WS-DATA-BASE
           END-IF.
           COMPUTE WS-DIAS =
               FunctionDateDiff(WS-DATA-BASE, WS-DATA-SIS).
           IF WS-DIAS <= 90
              GO TO INCLUI-UM-FIM
           END-IF.
           MOVE CR-CHAVE TO CT-CHAVE.
           READ CARTAS-CTL KEY IS CT-CHAVE
              INVALID KEY
                 GO TO INCLUI-UM-FIM
           END-READ.
           IF CT-NIVEL < 4
              GO TO INCLUI-UM-FIM
           END-IF.
           COMPUTE WS-DIAS =
               FunctionDateDiff(CT-DATA-ENVIO, WS-DATA-SIS).
           IF WS-DIAS <= WS-CORTE-DIAS
              GO TO INCLUI-UM-FIM
           END-IF.
           IF WS-PR-ATIVO = "S"
              MOVE CR-CHAVE TO PR-CHAVE
              READ PROM-FILE KEY IS PR-CHAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PR-ABERTA AND PR-DATA-PROM >= WS-DATA-SIS
                       GO TO INCLUI-UM-FIM
                    END-IF
              END-READ
           END-IF.
           MOVE CR-CHAVE TO NG-CHAVE.
           READ NEG-CTL KEY IS NG-CHAVE
              INVALID KEY
                 MOVE "N" TO WS-NG-EXISTE
              NOT INVALID KEY
                 MOVE "S" TO WS-NG-EXISTE
           END-READ.
           IF WS-NG-EXISTE = "S" AND NG-INCLUIDO
              GO TO INCLUI-UM-FIM
           END-IF.
           MOVE CR-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE SPACES TO FD-CPF-CNPJ
                 MOVE SPACE TO FD-TIPO-DOC
           END-READ.
           IF FD-CPF-CNPJ = SPACES
              OR (NOT FD-DOC-CPF AND NOT FD-DOC-CNPJ)
              DISPLAY "   " CR-CODIGO " " CR-FATURA
                      " NAO INCLUIDO - CLIENTE SEM CPF/CNPJ"
              ADD 1 TO WS-SEM-DOC
              GO TO INCLUI-UM-FIM
           END-IF.
           MOVE CR-CHAVE TO NG-CHAVE.
           MOVE "I" TO NG-STATUS.
           MOVE FD-TIPO-DOC TO NG-TIPO-DOC.
           MOVE FD-CPF-CNPJ TO NG-CPF-CNPJ.
           MOVE FD-NOME TO NG-NOME.
           COMPUTE NG-VALOR = CR-VALOR - CR-PAGO.
           MOVE WS-DATA-BASE TO NG-VENC.
           MOVE WS-DATA-SIS TO NG-DATA-INC.
           MOVE ZERO TO NG-DATA-REM.
           IF WS-NG-EXISTE = "S"
              REWRITE REG-NEG
                 INVALID KEY
                    DISPLAY "ERRO REGRAVANDO NEGCTL.DAT " NG-CHAVE
                            " (" FS-NG ")"
                    GO TO INCLUI-UM-FIM
              END-REWRITE
           ELSE
              WRITE REG-NEG
                 INVALID KEY
                    DISPLAY "ERRO GRAVANDO NEGCTL.DAT " NG-CHAVE
                            " (" FS-NG ")"
                    GO TO INCLUI-UM-FIM
              END-WRITE
           END-IF.
           MOVE ZERO TO WS-DIAS.
           MOVE "I" TO BD-OPERACAO.
           PERFORM GRAVA-DETALHE-PARA THRU GRAVA-DETALHE-FIM.
           ADD 1 TO WS-INCLUSOES.
           ADD NG-VALOR TO WS-TOT-INC.
       INCLUI-UM-FIM.
           EXIT.

      *ONE BUREAU DETAIL AND ONE REGISTER LINE FROM REG-NEG - THE
      *CALLER SETS BD-OPERACAO, AND WS-DIAS ON A REMOVAL
       GRAVA-DETALHE-PARA.
           MOVE BD-OPERACAO TO NR-OPERACAO.
           MOVE SPACES TO BU-DETALHE.
           MOVE "1" TO BD-TIPO.
           MOVE NR-OPERACAO TO BD-OPERACAO.
           MOVE NG-TIPO-DOC TO BD-TIPO-DOC.
           MOVE NG-CPF-CNPJ TO BD-CPF-CNPJ.
           MOVE NG-CODIGO TO BD-CODIGO.
           MOVE NG-FATURA TO BD-FATURA.
           MOVE NG-VALOR TO BD-VALOR.
           MOVE NG-VENC TO BD-VENC.
           MOVE NG-NOME TO BD-NOME.
           WRITE BU-DETALHE.
           MOVE SPACES TO NEGREG-REC.
           MOVE WS-DATA-SIS TO NR-DATA.
           MOVE NG-CODIGO TO NR-CODIGO.
           MOVE NG-FATURA TO NR-FATURA.
           MOVE NG-TIPO-DOC TO NR-TIPO-DOC.
           MOVE NG-CPF-CNPJ TO NR-CPF-CNPJ.
           MOVE NG-VALOR TO NR-VALOR.
           MOVE NG-VENC TO NR-VENC.
           MOVE WS-DIAS TO NR-DIAS.
           MOVE "S" TO NR-PRAZO.
           IF NR-OPERACAO = "E" AND WS-DIAS > WS-PRAZO-DIAS
              MOVE "N" TO NR-PRAZO
              ADD 1 TO WS-FORA-PRAZO
           END-IF.
           WRITE NEGREG-REC.
           MOVE NG-VALOR TO WS-EDIT2.
           IF NR-PRAZO = "N"
              DISPLAY NR-OPERACAO "  " NG-CODIGO "  " NG-FATURA " "
                      NG-CPF-CNPJ " " WS-EDIT2 " " NG-VENC " "
                      NR-DIAS " FORA DO PRAZO"
           ELSE
              DISPLAY NR-OPERACAO "  " NG-CODIGO "  " NG-FATURA " "
                      NG-CPF-CNPJ " " WS-EDIT2 " " NG-VENC " "
                      NR-DIAS
           END-IF.
       GRAVA-DETALHE-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO BU-TRAILER.
           MOVE "9" TO BT-TIPO.
           MOVE WS-INCLUSOES TO BT-QTD-INC.
           MOVE WS-REMOCOES TO BT-QTD-EXC.
           MOVE WS-TOT-INC TO BT-VALOR-INC.
           WRITE BU-TRAILER.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE NEG-CTL.
           CLOSE BUREAU-FILE.
           CLOSE REG-FILE.
           IF WS-CT-ATIVO = "S"
              CLOSE CARTAS-CTL
           END-IF.
           IF WS-PR-ATIVO = "S"
              CLOSE PROM-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "INCLUSOES ENVIADAS        : " WS-INCLUSOES.
           MOVE WS-TOT-INC TO WS-EDIT.
           DISPLAY "VALOR INCLUIDO            : " WS-EDIT.
           DISPLAY "BAIXAS ENVIADAS           : " WS-REMOCOES.
           DISPLAY "  FORA DO PRAZO LEGAL     : " WS-FORA-PRAZO.
           DISPLAY "NAO INCLUIDOS SEM CPF/CNPJ: " WS-SEM-DOC.
           IF WS-FORA-PRAZO > ZERO OR WS-SEM-DOC > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
