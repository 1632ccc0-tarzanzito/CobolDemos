      ******************************************************************
      *DESC    : Monthly branch results - whether each branch made     *
      *        : money used to be pieced together from RELIMPOSTO,     *
      *        : RELAGING, BAIXAPERDA's register and the payroll       *
      *        : register. Per FD-FILIAL, with the FILIAL.DAT name,    *
      *        : this brings together the month's billing and its tax  *
      *        : and credit notes (CONTAS.DAT), the cash collected,    *
      *        : the interest assessed (JUROS.TXT), the write-offs     *
      *        : (PERDAS.TXT), and the payroll cost and commissions    *
      *        : paid (PAYHIST.DAT, through the employee's cost        *
      *        : center), and gives each branch's contribution. The    *
      *        : company total is printed against the source report    *
      *        : each figure ties to. Written to RELFIL.TXT.           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Period (CCYYMM) from the command line, default the    *
      *        : current month - the RELIMPOSTO convention.            *
      *        : Contribution = billing - tax - credit notes - write-  *
      *        : offs - commissions - payroll cost. Interest invoices  *
      *        : are CONTAS.DAT items, so the interest is inside the   *
      *        : billing and printed as "of which"; cash collected is  *
      *        : shown but is not part of the contribution. Cash is    *
      *        : CR-PAGO of the items whose last payment fell in the   *
      *        : month (the YEAREND rule). The client's branch is      *
      *        : FD-FILIAL; a client no longer on ARQCLI.DAT counts    *
      *        : under branch 00. An employee's branch is the one of   *
      *        : the cost center EM-CENTRO carries today ("00" plus    *
      *        : the branch code, CCMAINT); any other center is        *
      *        : central cost, under branch 00. Payroll cost is the    *
      *        : gross less the commission, which has its own line. A  *
      *        : period PAYROLL has not paid final yet is flagged and  *
      *        : ends RC 4.                                            *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFILIAL.

      *NO DECIMAL-POINT IS COMMA HERE, AS IN KPIREC: THE AMOUNTS IN
      *PERDAS.TXT AND JUROS.TXT CARRY A PERIOD DECIMAL AND NUMVAL
      *MUST READ THEM THAT WAY
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-ARQCLI.
      *BRANCH REFERENCE FILE MAINTAINED BY FILMAINT
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.
      *WRITE-OFF FEED APPENDED BY BAIXAPERDA AND INTEREST FEED
      *APPENDED BY JUROSMES - ONE LINE EACH: CODIGO;FATURA;VALOR;DATA
           SELECT OPTIONAL PERDAS-FILE ASSIGN TO "PERDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PERDAS.
           SELECT OPTIONAL JUROS-FILE ASSIGN TO "JUROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JUR.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT REL-FILE ASSIGN TO "RELFIL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.

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
      *CREDIT NOTE - NOT BILLING
             88 CR-NOTA-CREDITO VALUE "C" "U".
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
               88 FD-INATIVO   VALUE "I".
           02 FD-FILIAL        PIC 9(02).
           02 FD-TELEFONE      PIC X(15).
           02 FD-EMAIL         PIC X(40).
           02 FD-TIPO-DOC      PIC X(01).
           02 FD-CPF-CNPJ      PIC X(14).

      *SAME LAYOUT FILMAINT (FilialMaint.cob) MAINTAINS
       FD FILIAL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REG-FILIAL.
          02 FIL-CODIGO       PIC 9(02).
          02 FIL-NOME         PIC X(30).

       FD PERDAS-FILE.
       01 PERDAS-LINE          PIC X(40).

       FD JUROS-FILE.
       01 JUROS-LINE           PIC X(40).

      *SAME LAYOUT PAYROLL WRITES
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 REG-HIST.
          02 PH-CHAVE.
             03 PH-ID         PIC 9(05).
             03 PH-PERIODO    PIC 9(06).
          02 PH-BRUTO          PIC 9(07)V99.
          02 PH-ABONO          PIC 9(07)V99.
          02 PH-COMISSAO       PIC S9(07)V99.
          02 PH-DESCONTO       PIC 9(07)V99.
          02 PH-LIQUIDO        PIC 9(07)V99.
          02 PH-BASE-INSS      PIC 9(07)V99.
          02 PH-INSS           PIC 9(07)V99.
          02 PH-DEPENDENTES    PIC 9(02).
          02 PH-BASE-IRRF      PIC 9(07)V99.
          02 PH-IRRF           PIC 9(07)V99.

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
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-ARQCLI            PIC X(02) VALUE SPACES.
       77 FS-FIL               PIC X(02) VALUE SPACES.
       77 FS-PERDAS            PIC X(02) VALUE SPACES.
       77 FS-JUR               PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-FIL-ATIVO         PIC X     VALUE "N".
       77 WS-EMP-ATIVO         PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-PARM      PIC X(06) VALUE SPACES.
       01 WS-LIDOS             PIC 9(07) VALUE ZERO.

      *BRANCH OF THE CURRENT CLIENT - CONTAS.DAT COMES IN CR-CODIGO
      *ORDER, SO ONE ARQCLI READ PER CLIENT (THE KPIREC SHAPE)
       01 WS-CLI-ATUAL         PIC 9(06) VALUE ZERO.
       01 WS-CLI-F             PIC 9(03) VALUE 1.
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-F                 PIC 9(03) VALUE ZERO.
       01 WS-EMP-F             PIC 9(03) VALUE 1.

      *ONE FEED LINE (PERDAS.TXT / JUROS.TXT)
       01 WS-FEED-LINE         PIC X(40) VALUE SPACES.
       01 WS-FEED.
          05 WS-FD-CODIGO      PIC X(06).
          05 WS-FD-FATURA      PIC X(06).
          05 WS-FD-VALOR       PIC X(12).
          05 WS-FD-DATA        PIC X(08).
       01 WS-VALOR             PIC 9(07)V99 VALUE ZERO.

      *PER-BRANCH FIGURES - ENTRY N HOLDS BRANCH N-1, ENTRY 101 THE
      *COMPANY TOTAL
       01 WS-RES-TABLE.
          05 WS-RES-ENTRY OCCURS 101 TIMES.
             10 WS-RS-TEM      PIC X(01).
             10 WS-RS-FATURAS  PIC 9(07).
             10 WS-RS-FATURADO PIC 9(11)V99.
             10 WS-RS-IMPOSTO  PIC 9(11)V99.
             10 WS-RS-DEVOL    PIC 9(11)V99.
             10 WS-RS-JUROS    PIC 9(11)V99.
             10 WS-RS-PERDAS   PIC 9(11)V99.
             10 WS-RS-RECEBIDO PIC 9(11)V99.
             10 WS-RS-FUNC     PIC 9(05).
             10 WS-RS-FOLHA    PIC S9(11)V99.
             10 WS-RS-COMISSAO PIC S9(11)V99.
             10 WS-RS-CONTRIB  PIC S9(11)V99.

       01 WS-FIL-NOME          PIC X(30) VALUE SPACES.
       01 WS-FIL-SHOW          PIC 9(02) VALUE ZERO.
       01 WS-FOLHA-FUNC        PIC S9(09)V99 VALUE ZERO.
       01 WS-HIST-LIDOS        PIC 9(05) VALUE ZERO.
       01 WS-SEM-CADASTRO      PIC 9(05) VALUE ZERO.
       01 WS-CRUZA             PIC S9(11)V99 VALUE ZERO.

      *ONE LINE OF THE BRANCH SUMMARY TABLE
       01 WS-DET.
          05 WS-D-FILIAL       PIC 9(02).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-LIQUIDA      PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-PERDAS       PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-COMISSAO     PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-FOLHA        PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-CONTRIB      PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-RECEBIDO     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-CAB.
          05 FILLER            PIC X(24) VALUE "FL NOME".
          05 FILLER            PIC X(16) VALUE " RECEITA LIQUIDA".
          05 FILLER            PIC X(14) VALUE "        PERDAS".
          05 FILLER            PIC X(15) VALUE "      COMISSOES".
          05 FILLER            PIC X(15) VALUE "          FOLHA".
          05 FILLER            PIC X(16) VALUE "    CONTRIBUICAO".
          05 FILLER            PIC X(15) VALUE "      RECEBIDO".

       01 WS-ED-VALOR          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-QTD            PIC ZZZ,ZZ9.
       01 WS-ROTULO            PIC X(30) VALUE SPACES.

      *RUN-LOG FIELDS - THE MONTH-END RUN IS LOGGED THROUGH RUNLOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-RUN-PGM           PIC X(12) VALUE "RELFILIAL".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELFILIA".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELFIL.TXT".
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
           MOVE WS-DATA-SIS TO WS-START-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.
           IF WS-PERIODO-PARM IS NUMERIC
              AND WS-PERIODO-PARM NOT = SPACES
              MOVE WS-PERIODO-PARM TO WS-PERIODO
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PERIODO(5:2) < "01" OR WS-PERIODO(5:2) > "12"
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO
              MOVE 8 TO WS-RC
              GO TO FIM-PARA
           END-IF.
           DISPLAY "RESULTADO POR FILIAL - PERIODO " WS-PERIODO.
           INITIALIZE WS-RES-TABLE.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM CONTAS-PARA THRU CONTAS-EXIT-PARA.
           PERFORM PERDAS-PARA THRU PERDAS-EXIT-PARA.
           PERFORM JUROS-PARA THRU JUROS-EXIT-PARA.
           CLOSE ARQCLI.
           PERFORM FOLHA-PARA THRU FOLHA-EXIT-PARA.
           PERFORM CONTRIB-PARA THRU CONTRIB-EXIT-PARA
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 101.
           PERFORM PRINT-PARA THRU PRINT-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           MOVE WS-LIDOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN INPUT ARQCLI.
           IF FS-ARQCLI NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS-ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELFIL.TXT OPEN FAILED: " FS-REL
              CLOSE ARQCLI CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL = "00"
              MOVE "S" TO WS-FIL-ATIVO
           ELSE
              CLOSE FILIAL-FILE
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

      *BILLING AND ITS TAX BY THE ISSUE DATE (THE RELIMPOSTO CUT),
      *CREDIT NOTES BY THEIR OWN DATE, CASH BY THE LAST PAYMENT
       CONTAS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM CONTA-PARA THRU CONTA-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE CONTAS-FILE.
       CONTAS-EXIT-PARA.
           EXIT.

       CONTA-PARA.
           IF CR-DATA(1:6) NOT = WS-PERIODO
              AND CR-DATA-PGTO(1:6) NOT = WS-PERIODO
              GO TO CONTA-EXIT-PARA
           END-IF.
           MOVE CR-CODIGO TO WS-CODIGO.
           PERFORM FILIAL-PARA THRU FILIAL-EXIT-PARA.
           MOVE "S" TO WS-RS-TEM(WS-CLI-F).
           IF CR-NOTA-CREDITO
              IF CR-DATA(1:6) = WS-PERIODO
                 ADD CR-VALOR TO WS-RS-DEVOL(WS-CLI-F)
                                 WS-RS-DEVOL(101)
              END-IF
              GO TO CONTA-EXIT-PARA
           END-IF.
           IF CR-DATA(1:6) = WS-PERIODO
              ADD 1 TO WS-RS-FATURAS(WS-CLI-F) WS-RS-FATURAS(101)
              ADD CR-VALOR TO WS-RS-FATURADO(WS-CLI-F)
                              WS-RS-FATURADO(101)
              ADD CR-IMPOSTO TO WS-RS-IMPOSTO(WS-CLI-F)
                                WS-RS-IMPOSTO(101)
           END-IF.
           IF CR-DATA-PGTO(1:6) = WS-PERIODO
              ADD CR-PAGO TO WS-RS-RECEBIDO(WS-CLI-F)
                             WS-RS-RECEBIDO(101)
           END-IF.
       CONTA-EXIT-PARA.
           EXIT.

      *TABLE ENTRY OF THE CLIENT IN WS-CODIGO INTO WS-CLI-F
       FILIAL-PARA.
           IF WS-CODIGO = WS-CLI-ATUAL AND WS-CLI-ATUAL NOT = ZERO
              GO TO FILIAL-EXIT-PARA
           END-IF.
           MOVE WS-CODIGO TO WS-CLI-ATUAL.
           MOVE WS-CODIGO TO CODIGO.
           MOVE 1 TO WS-CLI-F.
           READ ARQCLI
              INVALID KEY
                 ADD 1 TO WS-SEM-CADASTRO
                 GO TO FILIAL-EXIT-PARA
           END-READ.
           IF FD-FILIAL IS NUMERIC
              COMPUTE WS-CLI-F = FD-FILIAL + 1
           END-IF.
       FILIAL-EXIT-PARA.
           EXIT.

       PERDAS-PARA.
           OPEN INPUT PERDAS-FILE.
           IF FS-PERDAS NOT = "00"
              CLOSE PERDAS-FILE
              GO TO PERDAS-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PERDAS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE PERDAS-LINE TO WS-FEED-LINE
                       PERFORM FEED-PARA THRU FEED-EXIT-PARA
                       IF WS-VALOR > ZERO
                          ADD WS-VALOR TO WS-RS-PERDAS(WS-CLI-F)
                                          WS-RS-PERDAS(101)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERDAS-FILE.
       PERDAS-EXIT-PARA.
           EXIT.

       JUROS-PARA.
           OPEN INPUT JUROS-FILE.
           IF FS-JUR NOT = "00"
              CLOSE JUROS-FILE
              GO TO JUROS-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ JUROS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE JUROS-LINE TO WS-FEED-LINE
                       PERFORM FEED-PARA THRU FEED-EXIT-PARA
                       IF WS-VALOR > ZERO
                          ADD WS-VALOR TO WS-RS-JUROS(WS-CLI-F)
                                          WS-RS-JUROS(101)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JUROS-FILE.
       JUROS-EXIT-PARA.
           EXIT.

      *ONE FEED LINE IN WS-FEED-LINE - WS-VALOR COMES BACK ZERO WHEN
      *THE LINE IS NOT OF THIS MONTH OR CANNOT BE READ
       FEED-PARA.
           MOVE ZERO TO WS-VALOR.
           MOVE SPACES TO WS-FEED.
           UNSTRING WS-FEED-LINE DELIMITED BY ";"
               INTO WS-FD-CODIGO WS-FD-FATURA WS-FD-VALOR WS-FD-DATA
           END-UNSTRING.
           IF WS-FD-CODIGO IS NOT NUMERIC
              OR WS-FD-DATA IS NOT NUMERIC
              GO TO FEED-EXIT-PARA
           END-IF.
           IF WS-FD-DATA(1:6) NOT = WS-PERIODO
              GO TO FEED-EXIT-PARA
           END-IF.
           MOVE WS-FD-CODIGO TO WS-CODIGO.
           PERFORM FILIAL-PARA THRU FILIAL-EXIT-PARA.
           MOVE "S" TO WS-RS-TEM(WS-CLI-F).
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-FD-VALOR).
       FEED-EXIT-PARA.
           EXIT.

      *PAYROLL COST AND COMMISSION OF THE PERIOD FROM THE PAID
      *HISTORY, TO THE BRANCH OF THE EMPLOYEE'S COST CENTER
       FOLHA-PARA.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-EMP-ATIVO
           ELSE
              CLOSE EMP-MASTER
           END-IF.
           OPEN INPUT HIST-FILE.
           IF FS-HIST NOT = "00"
              CLOSE HIST-FILE
              GO TO FOLHA-FIM-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PH-PERIODO = WS-PERIODO
                          PERFORM FOLHA-UM-PARA THRU FOLHA-UM-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
       FOLHA-FIM-PARA.
           IF WS-EMP-ATIVO = "S"
              CLOSE EMP-MASTER
           END-IF.
           IF WS-HIST-LIDOS = ZERO
              DISPLAY "*** PAYHIST.DAT SEM A FOLHA DE " WS-PERIODO
                      " - FOLHA E COMISSOES FORA DO RESULTADO ***"
              MOVE 4 TO WS-RC
           END-IF.
       FOLHA-EXIT-PARA.
           EXIT.

      *A BRANCH CENTER IS "00" PLUS THE BRANCH CODE - ANY OTHER
      *CENTER, OR NONE, IS CENTRAL COST UNDER BRANCH 00
       FOLHA-UM-PARA.
           ADD 1 TO WS-HIST-LIDOS.
           MOVE 1 TO WS-EMP-F.
           IF WS-EMP-ATIVO = "S"
              MOVE PH-ID TO EM-ID
              READ EMP-MASTER
                 INVALID KEY
                    MOVE SPACES TO EM-CENTRO
              END-READ
              IF EM-CENTRO(1:2) = "00"
                 AND EM-CENTRO(3:2) IS NUMERIC
                 COMPUTE WS-EMP-F = FUNCTION NUMVAL(EM-CENTRO(3:2)) + 1
              END-IF
           END-IF.
           MOVE "S" TO WS-RS-TEM(WS-EMP-F).
           COMPUTE WS-FOLHA-FUNC = PH-BRUTO - PH-COMISSAO.
           ADD 1 TO WS-RS-FUNC(WS-EMP-F) WS-RS-FUNC(101).
           ADD WS-FOLHA-FUNC TO WS-RS-FOLHA(WS-EMP-F)
                                WS-RS-FOLHA(101).
           ADD PH-COMISSAO TO WS-RS-COMISSAO(WS-EMP-F)
                              WS-RS-COMISSAO(101).
       FOLHA-UM-EXIT-PARA.
           EXIT.

       CONTRIB-PARA.
           COMPUTE WS-RS-CONTRIB(WS-F) =
               WS-RS-FATURADO(WS-F) - WS-RS-IMPOSTO(WS-F)
               - WS-RS-DEVOL(WS-F) - WS-RS-PERDAS(WS-F)
               - WS-RS-COMISSAO(WS-F) - WS-RS-FOLHA(WS-F).
       CONTRIB-EXIT-PARA.
           EXIT.

      *ONE BLOCK PER BRANCH WITH MOVEMENT, THE SUMMARY TABLE, THEN
      *THE COMPANY TOTAL AGAINST THE SOURCE REPORTS
       PRINT-PARA.
           MOVE ALL "=" TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "RESULTADO POR FILIAL - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "          EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "=" TO REL-LINE.
           WRITE REL-LINE.
           PERFORM BLOCO-PARA THRU BLOCO-EXIT-PARA
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-CAB TO REL-LINE.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE ZERO TO WS-CRUZA.
           PERFORM RESUMO-PARA THRU RESUMO-EXIT-PARA
               VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE 101 TO WS-F.
           PERFORM LINHA-RESUMO-PARA THRU LINHA-RESUMO-EXIT-PARA.
           MOVE "EMPRESA" TO WS-D-NOME.
           MOVE ZERO TO WS-D-FILIAL.
           MOVE WS-DET TO REL-LINE.
           MOVE "TT" TO REL-LINE(1:2).
           WRITE REL-LINE.
      *    THE BRANCH CONTRIBUTIONS MUST ADD UP TO THE COMPANY'S
           IF WS-CRUZA NOT = WS-RS-CONTRIB(101)
              MOVE "*** SOMA DAS FILIAIS DIFERE DO TOTAL ***"
                 TO REL-LINE
              WRITE REL-LINE
              MOVE 8 TO WS-RC
           END-IF.
           PERFORM CONFERE-PARA THRU CONFERE-EXIT-PARA.
       PRINT-EXIT-PARA.
           EXIT.

       NOME-FILIAL-PARA.
           COMPUTE WS-FIL-SHOW = WS-F - 1.
           MOVE SPACES TO WS-FIL-NOME.
           IF WS-FIL-ATIVO = "S"
              MOVE WS-FIL-SHOW TO FIL-CODIGO
              READ FILIAL-FILE KEY IS FIL-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FIL-NOME TO WS-FIL-NOME
              END-READ
           END-IF.
           IF WS-FIL-NOME = SPACES AND WS-FIL-SHOW = ZERO
              MOVE "SEDE / SEM FILIAL" TO WS-FIL-NOME
           END-IF.
       NOME-FILIAL-EXIT-PARA.
           EXIT.

       BLOCO-PARA.
           IF WS-RS-TEM(WS-F) NOT = "S"
              GO TO BLOCO-EXIT-PARA
           END-IF.
           PERFORM NOME-FILIAL-PARA THRU NOME-FILIAL-EXIT-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "FILIAL " DELIMITED BY SIZE
                  WS-FIL-SHOW DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-FIL-NOME DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           PERFORM VALORES-PARA THRU VALORES-EXIT-PARA.
       BLOCO-EXIT-PARA.
           EXIT.

      *THE FIGURES OF TABLE ENTRY WS-F, ONE LABELLED LINE EACH
       VALORES-PARA.
           MOVE WS-RS-FATURAS(WS-F) TO WS-ED-QTD.
           MOVE WS-RS-FATURADO(WS-F) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "FATURAMENTO ................. " WS-ED-VALOR
                  "   (" WS-ED-QTD " FATURAS)"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-JUROS(WS-F) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "  (DOS QUAIS JUROS DE MORA .. " WS-ED-VALOR ")"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "(-) IMPOSTO ................." TO WS-ROTULO.
           MOVE WS-RS-IMPOSTO(WS-F) TO WS-ED-VALOR.
           PERFORM LINHA-VALOR-PARA THRU LINHA-VALOR-EXIT-PARA.
           MOVE "(-) NOTAS DE CREDITO ........" TO WS-ROTULO.
           MOVE WS-RS-DEVOL(WS-F) TO WS-ED-VALOR.
           PERFORM LINHA-VALOR-PARA THRU LINHA-VALOR-EXIT-PARA.
           MOVE "(-) BAIXAS POR PERDA ........" TO WS-ROTULO.
           MOVE WS-RS-PERDAS(WS-F) TO WS-ED-VALOR.
           PERFORM LINHA-VALOR-PARA THRU LINHA-VALOR-EXIT-PARA.
           MOVE "(-) COMISSOES PAGAS ........." TO WS-ROTULO.
           MOVE WS-RS-COMISSAO(WS-F) TO WS-ED-VALOR.
           PERFORM LINHA-VALOR-PARA THRU LINHA-VALOR-EXIT-PARA.
           MOVE WS-RS-FUNC(WS-F) TO WS-ED-QTD.
           MOVE WS-RS-FOLHA(WS-F) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "(-) FOLHA DE PAGAMENTO ...... " WS-ED-VALOR
                  "   (" WS-ED-QTD " FUNCIONARIOS)"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "= CONTRIBUICAO .............." TO WS-ROTULO.
           MOVE WS-RS-CONTRIB(WS-F) TO WS-ED-VALOR.
           PERFORM LINHA-VALOR-PARA THRU LINHA-VALOR-EXIT-PARA.
           MOVE "RECEBIDO NO MES ............." TO WS-ROTULO.
           MOVE WS-RS-RECEBIDO(WS-F) TO WS-ED-VALOR.
           PERFORM LINHA-VALOR-PARA THRU LINHA-VALOR-EXIT-PARA.
       VALORES-EXIT-PARA.
           EXIT.

       LINHA-VALOR-PARA.
           MOVE SPACES TO REL-LINE.
           STRING WS-ROTULO " " WS-ED-VALOR
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       LINHA-VALOR-EXIT-PARA.
           EXIT.

       RESUMO-PARA.
           IF WS-RS-TEM(WS-F) NOT = "S"
              GO TO RESUMO-EXIT-PARA
           END-IF.
           PERFORM NOME-FILIAL-PARA THRU NOME-FILIAL-EXIT-PARA.
           PERFORM LINHA-RESUMO-PARA THRU LINHA-RESUMO-EXIT-PARA.
           MOVE WS-FIL-SHOW TO WS-D-FILIAL.
           MOVE WS-FIL-NOME TO WS-D-NOME.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
           ADD WS-RS-CONTRIB(WS-F) TO WS-CRUZA.
       RESUMO-EXIT-PARA.
           EXIT.

      *NET REVENUE IS THE BILLING LESS TAX AND CREDIT NOTES
       LINHA-RESUMO-PARA.
           COMPUTE WS-D-LIQUIDA = WS-RS-FATURADO(WS-F)
               - WS-RS-IMPOSTO(WS-F) - WS-RS-DEVOL(WS-F).
           MOVE WS-RS-PERDAS(WS-F) TO WS-D-PERDAS.
           MOVE WS-RS-COMISSAO(WS-F) TO WS-D-COMISSAO.
           MOVE WS-RS-FOLHA(WS-F) TO WS-D-FOLHA.
           MOVE WS-RS-CONTRIB(WS-F) TO WS-D-CONTRIB.
           MOVE WS-RS-RECEBIDO(WS-F) TO WS-D-RECEBIDO.
       LINHA-RESUMO-EXIT-PARA.
           EXIT.

      *THE COMPANY TOTAL OF EACH FIGURE AND THE REPORT IT MUST
      *MATCH FOR THE SAME PERIOD
       CONFERE-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "TOTAL DA EMPRESA - CONFERIR COM AS FONTES"
                TO REL-LINE.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE 101 TO WS-F.
           MOVE WS-RS-FATURADO(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "FATURAMENTO ................. " WS-ED-VALOR
                  "   RELIMPOSTO - BASE TOTAL"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-IMPOSTO(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "IMPOSTO ..................... " WS-ED-VALOR
                  "   RELIMPOSTO - IMPOSTO TOTAL"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-DEVOL(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "NOTAS DE CREDITO ............ " WS-ED-VALOR
                  "   CREDITOS.TXT - NOTAS O, D E X DO MES"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-JUROS(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "JUROS DE MORA ............... " WS-ED-VALOR
                  "   JUROSMES / KPIREC - JUROS DO MES"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-PERDAS(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "BAIXAS POR PERDA ............ " WS-ED-VALOR
                  "   BAIXAPERDA / KPIREC - PERDAS DO MES"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-COMISSAO(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "COMISSOES PAGAS ............. " WS-ED-VALOR
                  "   PAYROLL - (COMISSOES)"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           COMPUTE WS-ED-VALOR = WS-RS-FOLHA(101)
                               + WS-RS-COMISSAO(101).
           MOVE SPACES TO REL-LINE.
           STRING "FOLHA + COMISSOES ........... " WS-ED-VALOR
                  "   PAYROLL - TOTAL BRUTO"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-RECEBIDO(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "RECEBIDO NO MES ............. " WS-ED-VALOR
                  "   YEAREND - RECEBIDO (SOMA DOS MESES)"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE WS-RS-CONTRIB(101) TO WS-ED-VALOR.
           MOVE SPACES TO REL-LINE.
           STRING "CONTRIBUICAO DA EMPRESA ..... " WS-ED-VALOR
                  "   SOMA DAS FILIAIS ACIMA"
                  DELIMITED BY SIZE INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           IF WS-HIST-LIDOS = ZERO
              MOVE SPACES TO REL-LINE
              STRING "*** PAYHIST.DAT SEM A FOLHA DE " WS-PERIODO
                     " - FOLHA E COMISSOES FORA DO RESULTADO ***"
                     DELIMITED BY SIZE INTO REL-LINE
              END-STRING
              WRITE REL-LINE
           END-IF.
           IF WS-SEM-CADASTRO > ZERO
              MOVE WS-SEM-CADASTRO TO WS-ED-QTD
              MOVE SPACES TO REL-LINE
              STRING "CLIENTES FORA DO ARQCLI.DAT (FILIAL 00): "
                     WS-ED-QTD
                     DELIMITED BY SIZE INTO REL-LINE
              END-STRING
              WRITE REL-LINE
           END-IF.
           MOVE ALL "=" TO REL-LINE.
           WRITE REL-LINE.
       CONFERE-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE REL-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-FIL-ATIVO = "S"
              CLOSE FILIAL-FILE
           END-IF.
           MOVE WS-RS-CONTRIB(101) TO WS-ED-VALOR.
           DISPLAY "CONTRIBUICAO DA EMPRESA: " WS-ED-VALOR.
           DISPLAY "RESULTADO GRAVADO EM RELFIL.TXT".
       CLOSE-EXIT-PARA.
           EXIT.
