      ******************************************************************
      *DESC    : Pending-commission register - per salesperson, every  *
      *        : commission parked in COMPEND.DAT by SalesBatch for a  *
      *        : commission-on-collection salesperson (COMISMOD.TAB    *
      *        : mode "R") and still waiting on the client invoice,    *
      *        : with the invoice's open balance and due date from     *
      *        : CONTAS.DAT. Released commission not yet in a payroll  *
      *        : feed is shown as a separate total. Written to         *
      *        : RELCOMP.TXT; the totals also go to the console.       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : A 5-digit command-line parameter restricts the        *
      *        : register to that salesperson (the RELCICID parameter  *
      *        : precedent). An invoice already "Q" with its           *
      *        : commission still pending was settled without money    *
      *        : (CREDCLI credit applied) and is flagged "SEM          *
      *        : RECEBIMENTO"; one no longer on CONTAS.DAT is flagged  *
      *        : "FATURA AUSENTE". Either needs a manual decision.     *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CP-CHAVE
           FILE STATUS             FS-CP.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT REL-FILE ASSIGN TO "RELCOMP.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT WORK-FILE ASSIGN TO "RELCOMP.WRK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS             FS-WORK.
           SELECT SORT-WORK ASSIGN TO "RELCOMP.SRT".

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT SalesBatch WRITES AND COMLIBER MAINTAINS
       FD PEND-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "COMPEND.DAT".
       01 REG-PEND.
          02 CP-CHAVE.
             03 CP-CODIGO      PIC 9(06).
             03 CP-FATURA      PIC 9(06).
          02 CP-VENDEDOR       PIC 9(05).
          02 CP-VALOR          PIC 9(07)V99.
          02 CP-COMISSAO       PIC 9(07)V99.
          02 CP-DATA-VENDA     PIC 9(08).
          02 CP-SITUACAO       PIC X(01).
             88 CP-PENDENTE    VALUE "P".
             88 CP-LIBERADA    VALUE "L".
          02 CP-DATA-LIB       PIC 9(08).
          02 CP-PROG-LIB       PIC X(08).

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
             88 CR-PERDA       VALUE "P".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
             03 CODIGO        PIC 9(06).
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
          02 FD-CPF-CNPJ      PIC X(14).

      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-NOME          PIC X(30).
          02 EM-IDADE         PIC 9(02).
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       FD WORK-FILE.
       01 WORK-REC             PIC X(43).
       SD SORT-WORK.
       01 SORT-REC.
          05 SR-VENDEDOR       PIC 9(05).
          05 SR-CODIGO         PIC 9(06).
          05 SR-FATURA         PIC 9(06).
          05 SR-VALOR          PIC 9(07)V99.
          05 SR-COMISSAO       PIC 9(07)V99.
          05 SR-DATA-VENDA     PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-CP                PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CLI               PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-WORK              PIC X(02) VALUE SPACES.
       77 WS-CLI-ATIVO         PIC X     VALUE "N".
       77 WS-EMP-ATIVO         PIC X     VALUE "N".
       77 WS-CR-ATIVO          PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".

      *A 5-DIGIT COMMAND-LINE PARAMETER RESTRICTS THE REGISTER TO
      *THAT SALESPERSON
       01 WS-VEND-PARM         PIC X(05) VALUE SPACES.
       01 WS-VEND-FILTRO       PIC 9(05) VALUE ZERO.

       01 WS-PRIMEIRO          PIC X     VALUE "S".
       01 WS-ANT-VENDEDOR      PIC 9(05) VALUE ZERO.
       01 WS-EMP-NOME          PIC X(30) VALUE SPACES.
       01 WS-CLI-NOME          PIC X(30) VALUE SPACES.
       01 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       01 WS-VENC              PIC 9(08) VALUE ZERO.
       01 WS-AVISO             PIC X(20) VALUE SPACES.

      *PER SALESPERSON AND GRAND TOTALS
       01 WS-VEN-TOTAIS.
          05 WS-VEN-QTDE       PIC 9(05) VALUE ZERO.
          05 WS-VEN-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-VEN-COMISSAO   PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-QTDE          PIC 9(05) VALUE ZERO.
       01 WS-TOT-VALOR         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-COMISSAO      PIC 9(09)V99 VALUE ZERO.
       01 WS-TOT-AVISOS        PIC 9(05) VALUE ZERO.
       01 WS-VENDEDORES        PIC 9(05) VALUE ZERO.
      *RELEASED BY A COLLECTION BUT NOT YET IN A COMISSUM.DAT FEED
       01 WS-LIB-QTDE          PIC 9(05) VALUE ZERO.
       01 WS-LIB-COMISSAO      PIC 9(09)V99 VALUE ZERO.

       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT2             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT3             PIC Z.ZZZ.ZZZ.ZZ9,99.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELCOMP".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELCOMP.TXT".
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
           IF WS-FALHOU = "S"
              STOP RUN
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SR-VENDEDOR SR-CODIGO SR-FATURA
               INPUT PROCEDURE LOAD-SORT-PARA
               GIVING WORK-FILE.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-VEND-PARM FROM COMMAND-LINE.
           IF WS-VEND-PARM IS NUMERIC
              MOVE WS-VEND-PARM TO WS-VEND-FILTRO
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELCOMP.TXT OPEN FAILED: " FS-REL
              MOVE "S" TO WS-FALHOU
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR = "00"
              MOVE "S" TO WS-CR-ATIVO
           ELSE
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
                      " - SALDO NAO CONSULTADO"
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS-CLI = "00"
              MOVE "S" TO WS-CLI-ATIVO
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-EMP-ATIVO
           END-IF.
           DISPLAY "COMISSOES PENDENTES DE RECEBIMENTO".
           MOVE SPACES TO REL-LINE.
           STRING "COMISSOES PENDENTES DE RECEBIMENTO POR VENDEDOR"
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           IF WS-VEND-FILTRO > ZERO
              MOVE "VENDEDOR" TO REL-LINE(50:8)
              MOVE WS-VEND-FILTRO TO REL-LINE(59:5)
           END-IF.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

      *PENDING RECORDS GO TO THE SORT; RELEASED ONES ONLY COUNT
       LOAD-SORT-PARA.
           OPEN INPUT PEND-FILE.
           IF FS-CP NOT = "00" AND FS-CP NOT = "05"
              DISPLAY "COMPEND.DAT OPEN FAILED: " FS-CP
           ELSE
              PERFORM UNTIL FS-CP = "10"
                 READ PEND-FILE NEXT RECORD
                 AT END
                     MOVE "10" TO FS-CP
                 NOT AT END
                     PERFORM CARREGA-PARA THRU CARREGA-FIM
                 END-READ
              END-PERFORM
              CLOSE PEND-FILE
           END-IF.

       CARREGA-PARA.
           IF WS-VEND-FILTRO > ZERO
              AND CP-VENDEDOR NOT = WS-VEND-FILTRO
              GO TO CARREGA-FIM
           END-IF.
           IF CP-LIBERADA
              ADD 1 TO WS-LIB-QTDE
              ADD CP-COMISSAO TO WS-LIB-COMISSAO
              GO TO CARREGA-FIM
           END-IF.
           IF NOT CP-PENDENTE
              GO TO CARREGA-FIM
           END-IF.
           MOVE CP-VENDEDOR TO SR-VENDEDOR.
           MOVE CP-CODIGO TO SR-CODIGO.
           MOVE CP-FATURA TO SR-FATURA.
           MOVE CP-VALOR TO SR-VALOR.
           MOVE CP-COMISSAO TO SR-COMISSAO.
           MOVE CP-DATA-VENDA TO SR-DATA-VENDA.
           RELEASE SORT-REC.
       CARREGA-FIM.
           EXIT.

       PROCESS-PARA.
           OPEN INPUT WORK-FILE.
           IF FS-WORK NOT = "00"
              DISPLAY "WORK FILE OPEN FAILED: " FS-WORK
              GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-WORK = "10"
               READ WORK-FILE
               AT END
                   MOVE "10" TO FS-WORK
               NOT AT END
                   MOVE WORK-REC TO SORT-REC
                   PERFORM TRATA-LINHA-PARA THRU TRATA-LINHA-FIM
               END-READ
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
              PERFORM FIM-VENDEDOR-PARA THRU FIM-VENDEDOR-FIM
           END-IF.
           CLOSE WORK-FILE.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE PENDING COMMISSION - THE INVOICE IS LOOKED UP FOR ITS OPEN
      *BALANCE AND DUE DATE
       TRATA-LINHA-PARA.
           IF WS-PRIMEIRO = "S"
              OR SR-VENDEDOR NOT = WS-ANT-VENDEDOR
              IF WS-PRIMEIRO = "N"
                 PERFORM FIM-VENDEDOR-PARA THRU FIM-VENDEDOR-FIM
              END-IF
              PERFORM INICIO-VENDEDOR-PARA THRU INICIO-VENDEDOR-FIM
           END-IF.
           PERFORM BUSCA-FATURA-PARA THRU BUSCA-FATURA-FIM.
           MOVE SPACES TO WS-CLI-NOME.
           IF WS-CLI-ATIVO = "S"
              MOVE SR-CODIGO TO CODIGO
              READ ARQCLI KEY IS FD-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FD-NOME TO WS-CLI-NOME
              END-READ
           END-IF.
           ADD 1 TO WS-VEN-QTDE.
           ADD SR-VALOR TO WS-VEN-VALOR.
           ADD SR-COMISSAO TO WS-VEN-COMISSAO.
           MOVE SR-VALOR TO WS-EDIT.
           MOVE SR-COMISSAO TO WS-EDIT2.
           MOVE WS-SALDO TO WS-EDIT3.
           MOVE SPACES TO REL-LINE.
           STRING "  " DELIMITED BY SIZE
                  SR-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLI-NOME(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-FATURA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SR-DATA-VENDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VENC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AVISO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       TRATA-LINHA-FIM.
           EXIT.

      *OPEN BALANCE AND DUE DATE (CR-DATA WHEN NO DUE DATE WAS
      *STAMPED) OF THE INVOICE THE COMMISSION WAITS ON
       BUSCA-FATURA-PARA.
           MOVE ZERO TO WS-SALDO.
           MOVE ZERO TO WS-VENC.
           MOVE SPACES TO WS-AVISO.
           IF WS-CR-ATIVO NOT = "S"
              GO TO BUSCA-FATURA-FIM
           END-IF.
           MOVE SR-CODIGO TO CR-CODIGO.
           MOVE SR-FATURA TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 MOVE "*** FATURA AUSENTE" TO WS-AVISO
                 ADD 1 TO WS-TOT-AVISOS
                 GO TO BUSCA-FATURA-FIM
           END-READ.
           IF CR-PAGO < CR-VALOR
              COMPUTE WS-SALDO = CR-VALOR - CR-PAGO
           END-IF.
           MOVE CR-DATA-VENC TO WS-VENC.
           IF WS-VENC = ZERO
              MOVE CR-DATA TO WS-VENC
           END-IF.
           IF CR-QUITADA
              MOVE "*** SEM RECEBIMENTO" TO WS-AVISO
              ADD 1 TO WS-TOT-AVISOS
           END-IF.
           IF CR-PERDA
              MOVE "*** BAIXADA PERDA" TO WS-AVISO
              ADD 1 TO WS-TOT-AVISOS
           END-IF.
       BUSCA-FATURA-FIM.
           EXIT.

       INICIO-VENDEDOR-PARA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE SR-VENDEDOR TO WS-ANT-VENDEDOR.
           INITIALIZE WS-VEN-TOTAIS.
           ADD 1 TO WS-VENDEDORES.
           MOVE SPACES TO WS-EMP-NOME.
           IF WS-EMP-ATIVO = "S"
              MOVE SR-VENDEDOR TO EM-ID
              READ EMP-MASTER KEY IS EM-ID
                 INVALID KEY
                    MOVE "NAO CADASTRADO" TO WS-EMP-NOME
                 NOT INVALID KEY
                    MOVE EM-NOME TO WS-EMP-NOME
              END-READ
           END-IF.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           STRING "VENDEDOR " DELIMITED BY SIZE
                  SR-VENDEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMP-NOME DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "  CLIENTE NOME                 FATURA VENDA"
                TO REL-LINE.
           MOVE "VALOR VENDA" TO REL-LINE(52:11).
           MOVE "COMISSAO" TO REL-LINE(72:8).
           MOVE "SALDO FATURA" TO REL-LINE(85:12).
           MOVE "VENCTO" TO REL-LINE(98:6).
           WRITE REL-LINE.
       INICIO-VENDEDOR-FIM.
           EXIT.

       FIM-VENDEDOR-PARA.
           MOVE WS-VEN-VALOR TO WS-EDIT.
           MOVE WS-VEN-COMISSAO TO WS-EDIT2.
           MOVE SPACES TO REL-LINE.
           STRING "  TOTAL VENDEDOR " DELIMITED BY SIZE
                  WS-ANT-VENDEDOR DELIMITED BY SIZE
                  " FATURAS " DELIMITED BY SIZE
                  WS-VEN-QTDE DELIMITED BY SIZE
                  " VENDAS " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " COMISSAO PENDENTE " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY "VENDEDOR " WS-ANT-VENDEDOR " FATURAS "
                   WS-VEN-QTDE " COMISSAO PENDENTE " WS-EDIT2.
           ADD WS-VEN-QTDE TO WS-TOT-QTDE.
           ADD WS-VEN-VALOR TO WS-TOT-VALOR.
           ADD WS-VEN-COMISSAO TO WS-TOT-COMISSAO.
       FIM-VENDEDOR-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-TOT-VALOR TO WS-EDIT.
           MOVE WS-TOT-COMISSAO TO WS-EDIT2.
           STRING "TOTAL PENDENTE   FATURAS " DELIMITED BY SIZE
                  WS-TOT-QTDE DELIMITED BY SIZE
                  " VENDAS " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " COMISSAO " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY " ".
           DISPLAY "VENDEDORES COM PENDENCIA : " WS-VENDEDORES.
           DISPLAY "FATURAS PENDENTES        : " WS-TOT-QTDE.
           DISPLAY "  VALOR DAS VENDAS       : " WS-EDIT.
           DISPLAY "  COMISSAO PENDENTE      : " WS-EDIT2.
           MOVE WS-LIB-COMISSAO TO WS-EDIT2.
           MOVE SPACES TO REL-LINE.
           STRING "LIBERADAS AGUARDANDO RESUMO " DELIMITED BY SIZE
                  WS-LIB-QTDE DELIMITED BY SIZE
                  " COMISSAO " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           DISPLAY "LIBERADAS SEM RESUMO     : " WS-LIB-QTDE.
           DISPLAY "  COMISSAO LIBERADA      : " WS-EDIT2.
           IF WS-TOT-AVISOS > ZERO
              MOVE SPACES TO REL-LINE
              STRING "*** FATURAS PARA ANALISE: " DELIMITED BY SIZE
                     WS-TOT-AVISOS DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              WRITE REL-LINE
              DISPLAY "*** FATURAS PARA ANALISE : " WS-TOT-AVISOS
           END-IF.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-CR-ATIVO = "S"
              CLOSE CONTAS-FILE
           END-IF.
           IF WS-CLI-ATIVO = "S"
              CLOSE ARQCLI
           END-IF.
           IF WS-EMP-ATIVO = "S"
              CLOSE EMP-MASTER
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
