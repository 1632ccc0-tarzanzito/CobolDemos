      ******************************************************************
      *DESC    : Monthly commission statement per salesperson -        *
      *        : COMISSUM.DAT gives each salesperson one number and    *
      *        : the payslip one line. This lists, one page per        *
      *        : salesperson, every sale and return behind it from     *
      *        : COMISSAO.TXT (date and type from the ACEITA: line on  *
      *        : VENDAS.REG, client name from ARQCLI.DAT), the value,  *
      *        : the COMRATE.TAB rate, the commission earned or        *
      *        : clawed back and the running total, plus the           *
      *        : commission released by collections (COMPEND.DAT).     *
      *        : The page total is tied to COMISSUM.DAT or, once       *
      *        : PAYROLL's final run has consumed it, to the           *
      *        : commission PAYHIST.DAT shows paid. Written to the     *
      *        : print file EXTRATOS.TXT.                              *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Period (CCYYMM) from the command line, default the    *
      *        : current month - it names the PAYHIST.DAT period and   *
      *        : the month whose paid ("G") releases belong here. The  *
      *        : statement covers what COMISSAO.TXT holds, i.e. the    *
      *        : cycle not yet cleared. The rate is the one            *
      *        : FunctionRateTable resolves today for the EMPMAST      *
      *        : grade and the sale value (0.10 fallback, as Called);  *
      *        : a line whose commission is not value times rate is    *
      *        : flagged. The owner's share of a split territory sale  *
      *        : prints on the owner's page. Commission waiting on     *
      *        : collection ("01") counts zero until released;         *
      *        : releases not yet in a feed ("L") and still pending    *
      *        : ("P") are footnotes. A page that does not tie is      *
      *        : flagged and the run ends RC 4; no COMISSAO.TXT, RC 8. *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCOMIS.

      *NO DECIMAL-POINT IS COMMA - COMISSAO.TXT AND COMISSUM.DAT
      *CARRY PERIOD DECIMALS AND ARE READ WITH NUMVAL, AS IN GLINTF
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
      *THE RATE TABLE LOOKUP THE Called ENGINE PRICES WITH - SEE
      *Personal-Function/FunctionRateTable.cob
           FUNCTION FunctionRateTable.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISSAO-FILE ASSIGN TO "COMISSAO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COM.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "VENDAS.REG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REG.
           SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "COMISSUM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SUM.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CP-CHAVE
           FILE STATUS             FS-CP.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
           SELECT PRINT-FILE ASSIGN TO "EXTRATOS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *SAME RESULT FILE SalesBatch WRITES:
      *VENDEDOR;CODIGO;VALOR;COMISSAO;CODE
       FD COMISSAO-FILE.
       01 COMISSAO-LINE         PIC X(50).

      *SAME REGISTER SalesBatch WRITES
       FD REGISTER-FILE.
       01 REGISTER-LINE         PIC X(80).

      *SAME FEED SalesBatch WRITES: ID;COMISSAO;VENDAS
       FD SUMMARY-FILE.
       01 SUMMARY-LINE          PIC X(40).

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
             88 FD-INATIVO    VALUE "I".
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
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
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

      *SAME LAYOUT COMLIBER (ComLibera.cob) MAINTAINS
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
             88 CP-ENVIADA     VALUE "E".
             88 CP-PAGA        VALUE "G".
             88 CP-CANCELADA   VALUE "X".
          02 CP-DATA-LIB       PIC 9(08).
          02 CP-PROG-LIB       PIC X(08).

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

       FD PRINT-FILE.
       01 PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-COM               PIC X(02) VALUE SPACES.
       77 FS-REG               PIC X(02) VALUE SPACES.
       77 FS-SUM               PIC X(02) VALUE SPACES.
       77 FS-CLI               PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-CP                PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-PRINT             PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CLI-ABERTO        PIC X     VALUE "N".
       77 WS-EMP-ABERTO        PIC X     VALUE "N".
       77 WS-HIST-ABERTO       PIC X     VALUE "N".
       77 WS-ACHOU             PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-PARM      PIC X(06) VALUE SPACES.

      *FALLBACK RATE - THE SAME ONE THE Called ENGINE APPLIES WHEN
      *NO TABLE RATE RESOLVES
       01 WS-TAXA-PADRAO       PIC V99 VALUE .10.

      *FIELDS OF ONE COMISSAO.TXT LINE
       01 WS-RB.
          05 WS-RB-VENDEDOR    PIC X(10).
          05 WS-RB-CODIGO      PIC X(06).
          05 WS-RB-VALOR       PIC X(05).
          05 WS-RB-COMISSAO    PIC X(12).
          05 WS-RB-CODE        PIC X(02).

      *ACCEPTED RESULT LINES OF THE CYCLE, IN FILE ORDER
       01 WS-LN-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-LN-TABLE.
          05 WS-LN-ENTRY OCCURS 2000 TIMES.
             10 WS-LN-VENDEDOR PIC 9(05).
             10 WS-LN-CODIGO   PIC 9(06).
             10 WS-LN-VALOR    PIC 9(05).
             10 WS-LN-COMISSAO PIC S9(07)V99.
             10 WS-LN-CODE     PIC X(02).
             10 WS-LN-TIPO     PIC X(01).
             10 WS-LN-DATA     PIC X(08).
      *       "O" OWNER'S SHARE OF A SPLIT, "S" THE SELLER'S SHARE
             10 WS-LN-PARTE    PIC X(01).
             10 WS-LN-OUTRO    PIC 9(05).

      *ACEITA: LINES OF VENDAS.REG - EACH DATES ONE RESULT LINE
       01 WS-AC-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-AC-TABLE.
          05 WS-AC-ENTRY OCCURS 2000 TIMES.
             10 WS-AC-TIPO     PIC X(01).
             10 WS-AC-DATA     PIC X(08).
             10 WS-AC-VENDEDOR PIC X(05).
             10 WS-AC-CLIENTE  PIC X(06).
             10 WS-AC-USADA    PIC X(01).

      *COMPEND.DAT RECORDS THAT CONCERN THE STATEMENT
       01 WS-CP-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-CP-TABLE.
          05 WS-CP-ENTRY OCCURS 500 TIMES.
             10 WS-CP-VENDEDOR PIC 9(05).
             10 WS-CP-CODIGO   PIC 9(06).
             10 WS-CP-FATURA   PIC 9(06).
             10 WS-CP-VALOR    PIC 9(07)V99.
             10 WS-CP-COMISSAO PIC 9(07)V99.
             10 WS-CP-DATA     PIC 9(08).
             10 WS-CP-SITUACAO PIC X(01).

      *ONE ENTRY PER SALESPERSON - ONE PAGE EACH, IN ARRIVAL ORDER
       01 WS-VD-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-VD-TABLE.
          05 WS-VD-ENTRY OCCURS 200 TIMES.
             10 WS-VD-ID       PIC 9(05).
             10 WS-VD-NO-RESUMO PIC X(01).
             10 WS-VD-RESUMO   PIC S9(07)V99.

       01 WS-L                 PIC 9(04) VALUE ZERO.
       01 WS-A                 PIC 9(04) VALUE ZERO.
       01 WS-P                 PIC 9(04) VALUE ZERO.
       01 WS-V                 PIC 9(03) VALUE ZERO.
       01 WS-ID                PIC 9(05) VALUE ZERO.
       01 WS-IN-ID             PIC X(10) VALUE SPACES.
       01 WS-IN-VALOR          PIC X(14) VALUE SPACES.

      *THE PAGE BEING PRINTED
       01 WS-NOME-VEND         PIC X(30) VALUE SPACES.
       01 WS-GRADE             PIC X(01) VALUE SPACE.
       01 WS-VENDA             PIC 9(05) VALUE ZERO.
       01 WS-TAXA              PIC V99   VALUE ZERO.
       01 WS-ESPERADA          PIC 9(06)V99 VALUE ZERO.
       01 WS-VALOR-LINHA       PIC 9(07)V99 VALUE ZERO.
       01 WS-COM-LINHA         PIC S9(07)V99 VALUE ZERO.
       01 WS-ACUMULADO         PIC S9(09)V99 VALUE ZERO.
       01 WS-PG-VENDAS         PIC 9(09)V99 VALUE ZERO.
       01 WS-PG-DEVOL          PIC 9(09)V99 VALUE ZERO.
       01 WS-PG-LIBERADA       PIC 9(09)V99 VALUE ZERO.
       01 WS-PG-AGUARDA        PIC 9(09)V99 VALUE ZERO.
       01 WS-PG-LINHAS         PIC 9(05) VALUE ZERO.
       01 WS-PAGO              PIC S9(09)V99 VALUE ZERO.
       01 WS-DIFERENCA         PIC S9(09)V99 VALUE ZERO.
       01 WS-FONTE             PIC X(40) VALUE SPACES.
       01 WS-OBS               PIC X(30) VALUE SPACES.

      *RUN TOTALS - THE TRAILER PAGE AND THE CONSOLE
       01 WS-TOT-EXTRATOS      PIC 9(05) VALUE ZERO.
       01 WS-TOT-CONFERE       PIC 9(05) VALUE ZERO.
       01 WS-TOT-DIVERGE       PIC 9(05) VALUE ZERO.
       01 WS-TOT-SEM-DATA      PIC 9(05) VALUE ZERO.
       01 WS-TOT-COMISSAO      PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-PAGO          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-ESTOURO       PIC 9(05) VALUE ZERO.

      *ONE DETAIL LINE OF THE STATEMENT
       01 WS-DET.
          05 WS-D-DATA         PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-TIPO         PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-CLIENTE      PIC 9(06).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(25).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-VALOR        PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-TAXA         PIC ZZ9.
          05 WS-D-PCT          PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-COMISSAO     PIC -ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-ACUMULADO    PIC -Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-OBS          PIC X(30).

       01 WS-CAB.
          05 FILLER            PIC X(09) VALUE "DATA".
          05 FILLER            PIC X(02) VALUE "T".
          05 FILLER            PIC X(07) VALUE "CODIGO".
          05 FILLER            PIC X(26) VALUE "CLIENTE".
          05 FILLER            PIC X(13) VALUE " VALOR VENDA ".
          05 FILLER            PIC X(05) VALUE "TAXA ".
          05 FILLER            PIC X(12) VALUE "   COMISSAO ".
          05 FILLER            PIC X(14) VALUE "    ACUMULADO ".
          05 FILLER            PIC X(10) VALUE "OBSERVACAO".

       01 WS-ED-VALOR          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-ED-PCT            PIC 9(03) VALUE ZERO.

      *RUN-LOG FIELDS - THE MONTH-END RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "RELCOMIS".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELCOMIS".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "EXTRATOS.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM PERIODO-PARA THRU PERIODO-EXIT-PARA.
           IF WS-PERIODO = ZERO
              MOVE 8 TO WS-RC
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           PERFORM LOAD-LINHAS-PARA THRU LOAD-LINHAS-EXIT-PARA.
           IF WS-RC NOT = ZERO
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           PERFORM LOAD-ACEITAS-PARA THRU LOAD-ACEITAS-EXIT-PARA.
           PERFORM DATA-LINHA-PARA THRU DATA-LINHA-EXIT-PARA
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LN-COUNT.
           PERFORM LOAD-PEND-PARA THRU LOAD-PEND-EXIT-PARA.
           PERFORM LOAD-RESUMO-PARA THRU LOAD-RESUMO-EXIT-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC NOT = ZERO
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           PERFORM EXTRATO-PARA THRU EXTRATO-EXIT-PARA
               VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-VD-COUNT.
           PERFORM TRAILER-PARA THRU TRAILER-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           IF WS-RC = ZERO
              AND (WS-TOT-DIVERGE > ZERO OR WS-TOT-ESTOURO > ZERO)
              MOVE 4 TO WS-RC
           END-IF.
           PERFORM LOG-PARA THRU LOG-EXIT-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       PERIODO-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.
           IF WS-PERIODO-PARM IS NUMERIC
              AND WS-PERIODO-PARM NOT = SPACES
              MOVE WS-PERIODO-PARM TO WS-PERIODO
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PERIODO(5:2) < "01" OR WS-PERIODO(5:2) > "12"
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO
              MOVE ZERO TO WS-PERIODO
              GO TO PERIODO-EXIT-PARA
           END-IF.
           DISPLAY "EXTRATO DE COMISSOES DO PERIODO " WS-PERIODO.
       PERIODO-EXIT-PARA.
           EXIT.

      *THE RESULT FILE IS THE AUTHORITATIVE RECORD OF THE CYCLE -
      *ONLY ITS ACCEPTED LINES ("00", AND "01" WAITING ON
      *COLLECTION) CARRY COMMISSION; THE REJECTIONS ARE LEFT OUT
       LOAD-LINHAS-PARA.
           OPEN INPUT COMISSAO-FILE.
           IF FS-COM NOT = "00"
              DISPLAY "COMISSAO.TXT AUSENTE - NADA A DEMONSTRAR"
              MOVE 8 TO WS-RC
              GO TO LOAD-LINHAS-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ COMISSAO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-LINHA-PARA THRU LOAD-LINHA-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE COMISSAO-FILE.
       LOAD-LINHAS-EXIT-PARA.
           EXIT.

       LOAD-LINHA-PARA.
           MOVE SPACES TO WS-RB.
           UNSTRING COMISSAO-LINE DELIMITED BY ";"
               INTO WS-RB-VENDEDOR
                    WS-RB-CODIGO
                    WS-RB-VALOR
                    WS-RB-COMISSAO
                    WS-RB-CODE
           END-UNSTRING.
           IF (WS-RB-CODE NOT = "00" AND WS-RB-CODE NOT = "01")
              OR WS-RB-VENDEDOR(1:5) IS NOT NUMERIC
              OR WS-RB-CODIGO IS NOT NUMERIC
              OR WS-RB-VALOR IS NOT NUMERIC
              GO TO LOAD-LINHA-EXIT-PARA
           END-IF.
           IF WS-LN-COUNT >= 2000
              ADD 1 TO WS-TOT-ESTOURO
              GO TO LOAD-LINHA-EXIT-PARA
           END-IF.
           ADD 1 TO WS-LN-COUNT.
           MOVE WS-LN-COUNT TO WS-L.
           MOVE WS-RB-VENDEDOR(1:5) TO WS-LN-VENDEDOR(WS-L).
           MOVE WS-RB-CODIGO TO WS-LN-CODIGO(WS-L).
           MOVE WS-RB-VALOR TO WS-LN-VALOR(WS-L).
           MOVE WS-RB-CODE TO WS-LN-CODE(WS-L).
           COMPUTE WS-LN-COMISSAO(WS-L) =
               FUNCTION NUMVAL(WS-RB-COMISSAO).
      *    A RETURN'S COMMISSION IS WRITTEN WITH A LEADING MINUS - THE
      *    SIGN, NOT THE AMOUNT, TELLS IT APART (IT MAY BE ZERO)
           IF WS-RB-COMISSAO(1:1) = "-"
              MOVE "D" TO WS-LN-TIPO(WS-L)
           ELSE
              MOVE "V" TO WS-LN-TIPO(WS-L)
           END-IF.
           MOVE SPACES TO WS-LN-DATA(WS-L).
           MOVE SPACE TO WS-LN-PARTE(WS-L).
           MOVE ZERO TO WS-LN-OUTRO(WS-L).
      *    THE OWNER'S SHARE OF A SPLIT HAS A ZERO SALE VALUE AND
      *    FOLLOWS THE SELLER'S LINE FOR THE SAME CLIENT
           IF WS-LN-VALOR(WS-L) = ZERO AND WS-L > 1
              MOVE "O" TO WS-LN-PARTE(WS-L)
              IF WS-LN-CODIGO(WS-L - 1) = WS-LN-CODIGO(WS-L)
                 MOVE "S" TO WS-LN-PARTE(WS-L - 1)
                 MOVE WS-LN-VENDEDOR(WS-L) TO WS-LN-OUTRO(WS-L - 1)
                 MOVE WS-LN-VENDEDOR(WS-L - 1) TO WS-LN-OUTRO(WS-L)
              END-IF
           END-IF.
           MOVE WS-LN-VENDEDOR(WS-L) TO WS-ID.
           PERFORM ACHA-VEND-PARA THRU ACHA-VEND-EXIT-PARA.
       LOAD-LINHA-EXIT-PARA.
           EXIT.

      *ONLY THE ACEITA: LINES COUNT - POSITIONS AS SalesBatch WRITES
      *THEM (THE VENDEST PRECEDENT)
       LOAD-ACEITAS-PARA.
           OPEN INPUT REGISTER-FILE.
           IF FS-REG NOT = "00"
              DISPLAY "VENDAS.REG AUSENTE - EXTRATO SEM DATAS"
              GO TO LOAD-ACEITAS-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF REGISTER-LINE(1:7) = "ACEITA:"
                          PERFORM LOAD-ACEITA-PARA
                             THRU LOAD-ACEITA-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
       LOAD-ACEITAS-EXIT-PARA.
           EXIT.

       LOAD-ACEITA-PARA.
           IF WS-AC-COUNT >= 2000
              ADD 1 TO WS-TOT-ESTOURO
              GO TO LOAD-ACEITA-EXIT-PARA
           END-IF.
           ADD 1 TO WS-AC-COUNT.
           MOVE REGISTER-LINE(14:1) TO WS-AC-TIPO(WS-AC-COUNT).
           MOVE REGISTER-LINE(21:8) TO WS-AC-DATA(WS-AC-COUNT).
           MOVE REGISTER-LINE(39:5) TO WS-AC-VENDEDOR(WS-AC-COUNT).
           MOVE REGISTER-LINE(53:6) TO WS-AC-CLIENTE(WS-AC-COUNT).
           MOVE "N" TO WS-AC-USADA(WS-AC-COUNT).
       LOAD-ACEITA-EXIT-PARA.
           EXIT.

      *EVERY ACCEPTED SALE OR RETURN LEFT ONE ACEITA: LINE, IN THE
      *SAME ORDER AS ITS RESULT LINE - THE FIRST UNUSED ONE OF THE
      *SAME SALESPERSON, CLIENT AND TYPE DATES IT. AN OWNER'S SHARE
      *HAS NO LINE OF ITS OWN AND TOOK THE SELLER'S DATE ON LOADING
       DATA-LINHA-PARA.
           IF WS-LN-PARTE(WS-L) = "O"
              GO TO DATA-LINHA-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AC-COUNT OR WS-ACHOU = "S"
               IF WS-AC-USADA(WS-A) = "N"
                  AND WS-AC-VENDEDOR(WS-A) = WS-LN-VENDEDOR(WS-L)
                  AND WS-AC-CLIENTE(WS-A) = WS-LN-CODIGO(WS-L)
                  AND WS-AC-TIPO(WS-A) = WS-LN-TIPO(WS-L)
                  MOVE "S" TO WS-ACHOU
                  MOVE "S" TO WS-AC-USADA(WS-A)
                  MOVE WS-AC-DATA(WS-A) TO WS-LN-DATA(WS-L)
               END-IF
           END-PERFORM.
           IF WS-LN-PARTE(WS-L) = "S" AND WS-L < WS-LN-COUNT
              MOVE WS-LN-DATA(WS-L) TO WS-LN-DATA(WS-L + 1)
           END-IF.
       DATA-LINHA-EXIT-PARA.
           EXIT.

      *RELEASED COMMISSION ON ITS WAY TO PAYROLL ("E"), PAID IN THE
      *PERIOD ("G" RELEASED IN IT), AND THE FOOTNOTES - RELEASED
      *BUT NOT YET IN A FEED ("L") AND STILL WAITING ("P")
       LOAD-PEND-PARA.
           OPEN INPUT PEND-FILE.
           IF FS-CP NOT = "00"
              CLOSE PEND-FILE
              GO TO LOAD-PEND-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PEND-PARA
                          THRU LOAD-ONE-PEND-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       LOAD-PEND-EXIT-PARA.
           EXIT.

       LOAD-ONE-PEND-PARA.
           IF CP-CANCELADA
              OR (CP-PAGA AND CP-DATA-LIB(1:6) NOT = WS-PERIODO)
              GO TO LOAD-ONE-PEND-EXIT-PARA
           END-IF.
           IF WS-CP-COUNT >= 500
              ADD 1 TO WS-TOT-ESTOURO
              GO TO LOAD-ONE-PEND-EXIT-PARA
           END-IF.
           ADD 1 TO WS-CP-COUNT.
           MOVE CP-VENDEDOR TO WS-CP-VENDEDOR(WS-CP-COUNT).
           MOVE CP-CODIGO TO WS-CP-CODIGO(WS-CP-COUNT).
           MOVE CP-FATURA TO WS-CP-FATURA(WS-CP-COUNT).
           MOVE CP-VALOR TO WS-CP-VALOR(WS-CP-COUNT).
           MOVE CP-COMISSAO TO WS-CP-COMISSAO(WS-CP-COUNT).
           MOVE CP-DATA-VENDA TO WS-CP-DATA(WS-CP-COUNT).
           MOVE CP-SITUACAO TO WS-CP-SITUACAO(WS-CP-COUNT).
           IF CP-ENVIADA OR CP-PAGA
              MOVE CP-VENDEDOR TO WS-ID
              PERFORM ACHA-VEND-PARA THRU ACHA-VEND-EXIT-PARA
           END-IF.
       LOAD-ONE-PEND-EXIT-PARA.
           EXIT.

      *WHAT THE FEED CARRIES PER SALESPERSON - A SALESPERSON ON THE
      *FEED WITH NOTHING BEHIND IT STILL GETS A PAGE, THAT DOES NOT
      *TIE
       LOAD-RESUMO-PARA.
           OPEN INPUT SUMMARY-FILE.
           IF FS-SUM NOT = "00"
              CLOSE SUMMARY-FILE
              GO TO LOAD-RESUMO-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUMMARY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-RESUMO-PARA
                          THRU LOAD-ONE-RESUMO-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE SUMMARY-FILE.
       LOAD-RESUMO-EXIT-PARA.
           EXIT.

       LOAD-ONE-RESUMO-PARA.
           MOVE SPACES TO WS-IN-ID WS-IN-VALOR.
           UNSTRING SUMMARY-LINE DELIMITED BY ";"
               INTO WS-IN-ID WS-IN-VALOR
           END-UNSTRING.
           IF WS-IN-ID(1:5) IS NOT NUMERIC
              GO TO LOAD-ONE-RESUMO-EXIT-PARA
           END-IF.
           MOVE WS-IN-ID(1:5) TO WS-ID.
           PERFORM ACHA-VEND-PARA THRU ACHA-VEND-EXIT-PARA.
           IF WS-V = ZERO
              GO TO LOAD-ONE-RESUMO-EXIT-PARA
           END-IF.
           MOVE "S" TO WS-VD-NO-RESUMO(WS-V).
           COMPUTE WS-VD-RESUMO(WS-V) = WS-VD-RESUMO(WS-V)
               + FUNCTION NUMVAL(WS-IN-VALOR).
       LOAD-ONE-RESUMO-EXIT-PARA.
           EXIT.

      *FINDS WS-ID IN THE SALESPERSON TABLE, ADDING IT ON FIRST
      *SIGHT - WS-V IS THE ENTRY, ZERO WHEN THE TABLE IS FULL
       ACHA-VEND-PARA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-VD-COUNT OR WS-ACHOU = "S"
               IF WS-VD-ID(WS-V) = WS-ID
                  MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM.
      *    WS-V WAS STEPPED ONE PAST THE MATCH BY THE SEARCH
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-V
              GO TO ACHA-VEND-EXIT-PARA
           END-IF.
           IF WS-VD-COUNT >= 200
              ADD 1 TO WS-TOT-ESTOURO
              MOVE ZERO TO WS-V
              GO TO ACHA-VEND-EXIT-PARA
           END-IF.
           ADD 1 TO WS-VD-COUNT.
           MOVE WS-VD-COUNT TO WS-V.
           MOVE WS-ID TO WS-VD-ID(WS-V).
           MOVE "N" TO WS-VD-NO-RESUMO(WS-V).
           MOVE ZERO TO WS-VD-RESUMO(WS-V).
       ACHA-VEND-EXIT-PARA.
           EXIT.

      *THE CLIENT NAMES, THE GRADE AND THE PAID HISTORY ARE LOOKED
      *UP AS THE PAGES PRINT - EACH MAY BE MISSING
       OPEN-PARA.
           OPEN OUTPUT PRINT-FILE.
           IF FS-PRINT NOT = "00"
              DISPLAY "EXTRATOS.TXT OPEN FAILED: " FS-PRINT
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS-CLI = "00"
              MOVE "S" TO WS-CLI-ABERTO
           ELSE
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS-CLI
                      " - EXTRATO SEM NOME DE CLIENTE"
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-EMP-ABERTO
           ELSE
              CLOSE EMP-MASTER
           END-IF.
           OPEN INPUT HIST-FILE.
           IF FS-HIST = "00"
              MOVE "S" TO WS-HIST-ABERTO
           ELSE
              CLOSE HIST-FILE
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

      *ONE PAGE - THE RESULT LINES OF THE SALESPERSON, THEN THE
      *RELEASED COMMISSION, THEN THE TIE TO WHAT PAYROLL PAYS
       EXTRATO-PARA.
           MOVE WS-VD-ID(WS-V) TO WS-ID.
           ADD 1 TO WS-TOT-EXTRATOS.
           MOVE ZERO TO WS-ACUMULADO WS-PG-VENDAS WS-PG-DEVOL
                        WS-PG-LIBERADA WS-PG-AGUARDA WS-PG-LINHAS.
           MOVE SPACES TO WS-NOME-VEND.
           MOVE SPACE TO WS-GRADE.
           MOVE "NAO CADASTRADO" TO WS-NOME-VEND.
           IF WS-EMP-ABERTO = "S"
              MOVE WS-ID TO EM-ID
              READ EMP-MASTER KEY IS EM-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EM-NOME TO WS-NOME-VEND
                    MOVE EM-GRADE TO WS-GRADE
              END-READ
           END-IF.
           PERFORM CABECALHO-PARA THRU CABECALHO-EXIT-PARA.
           PERFORM DETALHE-PARA THRU DETALHE-EXIT-PARA
               VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-LN-COUNT.
           PERFORM LIBERADA-PARA THRU LIBERADA-EXIT-PARA
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-CP-COUNT.
           IF WS-PG-LINHAS = ZERO
              MOVE SPACES TO PRINT-LINE
              MOVE "  NENHUMA VENDA OU DEVOLUCAO NO CICLO"
                   TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF.
           PERFORM RODAPE-PARA THRU RODAPE-EXIT-PARA.
       EXTRATO-EXIT-PARA.
           EXIT.

      *ONE PAGE PER SALESPERSON - THE PAGE BREAK IS THE LINE OF
      *EQUAL SIGNS THE PRINT ROOM TEARS ON (AS IN FOLHAS.TXT)
       CABECALHO-PARA.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "EXTRATO DE COMISSOES - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "          EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "VENDEDOR: " DELIMITED BY SIZE
                  WS-ID DELIMITED BY SIZE
                  "   NOME: " DELIMITED BY SIZE
                  WS-NOME-VEND DELIMITED BY SIZE
                  "   GRADE: " DELIMITED BY SIZE
                  WS-GRADE DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CAB TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE.
           WRITE PRINT-LINE.
       CABECALHO-EXIT-PARA.
           EXIT.

      *ONE RESULT LINE OF THE SALESPERSON. THE RATE IS RESOLVED THE
      *WAY THE ENGINE DOES; COMMISSION WAITING ON COLLECTION COUNTS
      *ZERO HERE AND COMES IN AS A RELEASE
       DETALHE-PARA.
           IF WS-LN-VENDEDOR(WS-L) NOT = WS-ID
              GO TO DETALHE-EXIT-PARA
           END-IF.
           ADD 1 TO WS-PG-LINHAS.
           MOVE SPACES TO WS-OBS.
           MOVE WS-LN-VALOR(WS-L) TO WS-VENDA.
           MOVE WS-LN-VALOR(WS-L) TO WS-VALOR-LINHA.
           PERFORM TAXA-PARA THRU TAXA-EXIT-PARA.
           MOVE WS-LN-COMISSAO(WS-L) TO WS-COM-LINHA.
           IF WS-LN-CODE(WS-L) = "01"
              MOVE ZERO TO WS-COM-LINHA
              MOVE "AGUARDA RECEBIMENTO" TO WS-OBS
           END-IF.
           IF WS-LN-TIPO(WS-L) = "D"
              ADD WS-VALOR-LINHA TO WS-PG-DEVOL
           ELSE
              ADD WS-VALOR-LINHA TO WS-PG-VENDAS
           END-IF.
      *    A SHARE OF A SPLIT IS NOT VALUE TIMES RATE BY DESIGN
           EVALUATE TRUE
              WHEN WS-LN-PARTE(WS-L) = "O"
                 MOVE SPACES TO WS-OBS
                 STRING "PARTE DONO - VEND " DELIMITED BY SIZE
                        WS-LN-OUTRO(WS-L) DELIMITED BY SIZE
                        INTO WS-OBS
                 END-STRING
              WHEN WS-LN-PARTE(WS-L) = "S"
                 AND WS-LN-CODE(WS-L) = "00"
                 MOVE SPACES TO WS-OBS
                 STRING "DIVIDIDA - DONO " DELIMITED BY SIZE
                        WS-LN-OUTRO(WS-L) DELIMITED BY SIZE
                        INTO WS-OBS
                 END-STRING
              WHEN WS-LN-CODE(WS-L) = "00"
                 COMPUTE WS-ESPERADA = WS-VENDA * WS-TAXA
                 IF WS-ESPERADA NOT =
                    WS-LN-COMISSAO(WS-L) AND
                    WS-ESPERADA NOT = ZERO - WS-LN-COMISSAO(WS-L)
                    MOVE "DIFERE DA TAXA ATUAL" TO WS-OBS
                 END-IF
           END-EVALUATE.
           IF WS-LN-DATA(WS-L) = SPACES
              MOVE "SEM ACEITA: EM VENDAS.REG" TO WS-OBS
              ADD 1 TO WS-TOT-SEM-DATA
           END-IF.
           ADD WS-COM-LINHA TO WS-ACUMULADO.
           MOVE WS-LN-DATA(WS-L) TO WS-D-DATA.
           MOVE WS-LN-TIPO(WS-L) TO WS-D-TIPO.
           MOVE WS-LN-CODIGO(WS-L) TO WS-D-CLIENTE.
           PERFORM NOME-CLIENTE-PARA THRU NOME-CLIENTE-EXIT-PARA.
           IF WS-LN-PARTE(WS-L) = "O"
              MOVE ZERO TO WS-D-TAXA
              MOVE SPACE TO WS-D-PCT
           END-IF.
           PERFORM GRAVA-DET-PARA THRU GRAVA-DET-EXIT-PARA.
       DETALHE-EXIT-PARA.
           EXIT.

      *RELEASED COMMISSION - "E" AND "G" ADD TO THE PAGE, "L" AND
      *"P" ARE ONLY SUMMED FOR THE FOOTNOTES
       LIBERADA-PARA.
           IF WS-CP-VENDEDOR(WS-P) NOT = WS-ID
              GO TO LIBERADA-EXIT-PARA
           END-IF.
           EVALUATE WS-CP-SITUACAO(WS-P)
              WHEN "L"
                 ADD WS-CP-COMISSAO(WS-P) TO WS-PG-LIBERADA
                 GO TO LIBERADA-EXIT-PARA
              WHEN "P"
                 ADD WS-CP-COMISSAO(WS-P) TO WS-PG-AGUARDA
                 GO TO LIBERADA-EXIT-PARA
           END-EVALUATE.
           ADD 1 TO WS-PG-LINHAS.
           MOVE WS-CP-VALOR(WS-P) TO WS-VALOR-LINHA.
           IF WS-CP-VALOR(WS-P) > 99999
              MOVE 99999 TO WS-VENDA
           ELSE
              MOVE WS-CP-VALOR(WS-P) TO WS-VENDA
           END-IF.
           PERFORM TAXA-PARA THRU TAXA-EXIT-PARA.
           MOVE WS-CP-COMISSAO(WS-P) TO WS-COM-LINHA.
           ADD WS-COM-LINHA TO WS-ACUMULADO.
           MOVE WS-CP-DATA(WS-P) TO WS-D-DATA.
           MOVE "L" TO WS-D-TIPO.
           MOVE WS-CP-CODIGO(WS-P) TO WS-D-CLIENTE.
           MOVE SPACES TO WS-OBS.
           STRING "LIBERADA - FATURA " DELIMITED BY SIZE
                  WS-CP-FATURA(WS-P) DELIMITED BY SIZE
                  INTO WS-OBS
           END-STRING.
           PERFORM NOME-CLIENTE-PARA THRU NOME-CLIENTE-EXIT-PARA.
           PERFORM GRAVA-DET-PARA THRU GRAVA-DET-EXIT-PARA.
       LIBERADA-EXIT-PARA.
           EXIT.

      *THE RATE FOR WS-VENDA AT THE SALESPERSON'S GRADE - ZERO FROM
      *THE TABLE MEANS THE FALLBACK RATE, AS IN THE ENGINE
       TAXA-PARA.
           MOVE FunctionRateTable(WS-GRADE, WS-VENDA) TO WS-TAXA.
           IF WS-TAXA = ZERO
              MOVE WS-TAXA-PADRAO TO WS-TAXA
           END-IF.
           COMPUTE WS-ED-PCT = WS-TAXA * 100.
           MOVE WS-ED-PCT TO WS-D-TAXA.
           MOVE "%" TO WS-D-PCT.
       TAXA-EXIT-PARA.
           EXIT.

       NOME-CLIENTE-PARA.
           MOVE "NAO CADASTRADO" TO WS-D-NOME.
           IF WS-CLI-ABERTO = "S"
              MOVE WS-D-CLIENTE TO CODIGO
              READ ARQCLI KEY IS FD-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FD-NOME TO WS-D-NOME
              END-READ
           END-IF.
       NOME-CLIENTE-EXIT-PARA.
           EXIT.

       GRAVA-DET-PARA.
           MOVE WS-VALOR-LINHA TO WS-D-VALOR.
           MOVE WS-COM-LINHA TO WS-D-COMISSAO.
           MOVE WS-ACUMULADO TO WS-D-ACUMULADO.
           MOVE WS-OBS TO WS-D-OBS.
           MOVE WS-DET TO PRINT-LINE.
           WRITE PRINT-LINE.
       GRAVA-DET-EXIT-PARA.
           EXIT.

      *THE PAGE TOTAL AGAINST WHAT PAYROLL PAYS: THE FEED WHILE IT
      *IS STILL THERE, THE PAID HISTORY OF THE PERIOD AFTER THE
      *FINAL RUN HAS CONSUMED IT
       RODAPE-PARA.
           MOVE ALL "-" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PG-VENDAS TO WS-ED-VALOR.
           MOVE SPACES TO PRINT-LINE.
           STRING "VENDAS DO CICLO ............. " WS-ED-VALOR
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-PG-DEVOL TO WS-ED-VALOR.
           MOVE SPACES TO PRINT-LINE.
           STRING "DEVOLUCOES DO CICLO ......... " WS-ED-VALOR
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-ACUMULADO TO WS-ED-VALOR.
           MOVE SPACES TO PRINT-LINE.
           STRING "COMISSAO DO EXTRATO ......... " WS-ED-VALOR
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           ADD WS-ACUMULADO TO WS-TOT-COMISSAO.
           MOVE ZERO TO WS-PAGO.
           MOVE "N" TO WS-ACHOU.
           IF WS-VD-NO-RESUMO(WS-V) = "S"
              MOVE WS-VD-RESUMO(WS-V) TO WS-PAGO
              MOVE "S" TO WS-ACHOU
              MOVE "A PAGAR - COMISSUM.DAT ...... " TO WS-FONTE
           ELSE
              IF WS-HIST-ABERTO = "S"
                 MOVE WS-ID TO PH-ID
                 MOVE WS-PERIODO TO PH-PERIODO
                 READ HIST-FILE KEY IS PH-CHAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PH-COMISSAO TO WS-PAGO
                       MOVE "S" TO WS-ACHOU
                 END-READ
              END-IF
              MOVE SPACES TO WS-FONTE
              STRING "PAGO NA FOLHA " DELIMITED BY SIZE
                     WS-PERIODO DELIMITED BY SIZE
                     " ......... " DELIMITED BY SIZE
                     INTO WS-FONTE
              END-STRING
           END-IF.
           ADD WS-PAGO TO WS-TOT-PAGO.
           MOVE WS-PAGO TO WS-ED-VALOR.
           MOVE SPACES TO PRINT-LINE.
           IF WS-ACHOU = "S"
              STRING WS-FONTE(1:30) WS-ED-VALOR
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
           ELSE
              STRING "PAGAMENTO ................... NAO CONSTA NO "
                     "COMISSUM.DAT NEM NO PAYHIST.DAT"
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
           END-IF.
           WRITE PRINT-LINE.
           COMPUTE WS-DIFERENCA = WS-ACUMULADO - WS-PAGO.
           MOVE SPACES TO PRINT-LINE.
           IF WS-DIFERENCA = ZERO
              ADD 1 TO WS-TOT-CONFERE
              MOVE "CONFERENCIA ................. CONFERE"
                 TO PRINT-LINE
           ELSE
              ADD 1 TO WS-TOT-DIVERGE
              MOVE WS-DIFERENCA TO WS-ED-VALOR
              STRING "CONFERENCIA ................. " WS-ED-VALOR
                     "  *** NAO CONFERE ***"
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              DISPLAY "EXTRATO NAO CONFERE - VENDEDOR " WS-ID
           END-IF.
           WRITE PRINT-LINE.
           IF WS-PG-LIBERADA > ZERO
              MOVE WS-PG-LIBERADA TO WS-ED-VALOR
              MOVE SPACES TO PRINT-LINE
              STRING "LIBERADA P/ PROXIMA FOLHA ... " WS-ED-VALOR
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
           IF WS-PG-AGUARDA > ZERO
              MOVE WS-PG-AGUARDA TO WS-ED-VALOR
              MOVE SPACES TO PRINT-LINE
              STRING "AGUARDANDO RECEBIMENTO ...... " WS-ED-VALOR
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
       RODAPE-EXIT-PARA.
           EXIT.

      *TRAILER PAGE - THE STATEMENTS TOGETHER AGAINST PAYROLL
       TRAILER-PARA.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "TOTAIS DOS EXTRATOS - PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "EXTRATOS EMITIDOS ........... " WS-TOT-EXTRATOS
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONFEREM .................... " WS-TOT-CONFERE
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "NAO CONFEREM ................ " WS-TOT-DIVERGE
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TOT-COMISSAO TO WS-ED-VALOR.
           MOVE SPACES TO PRINT-LINE.
           STRING "COMISSAO DOS EXTRATOS ....... " WS-ED-VALOR
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TOT-PAGO TO WS-ED-VALOR.
           MOVE SPACES TO PRINT-LINE.
           STRING "PAGA / A PAGAR PELA FOLHA ... " WS-ED-VALOR
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           IF WS-TOT-SEM-DATA > ZERO
              MOVE SPACES TO PRINT-LINE
              STRING "LINHAS SEM ACEITA: .......... " WS-TOT-SEM-DATA
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
           IF WS-TOT-ESTOURO > ZERO
              MOVE SPACES TO PRINT-LINE
              STRING "*** TABELA CHEIA - " WS-TOT-ESTOURO
                     " REGISTROS FORA DOS EXTRATOS ***"
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
           MOVE ALL "=" TO PRINT-LINE.
           WRITE PRINT-LINE.
       TRAILER-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE PRINT-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-CLI-ABERTO = "S"
              CLOSE ARQCLI
           END-IF.
           IF WS-EMP-ABERTO = "S"
              CLOSE EMP-MASTER
           END-IF.
           IF WS-HIST-ABERTO = "S"
              CLOSE HIST-FILE
           END-IF.
           DISPLAY "EXTRATOS EMITIDOS EM EXTRATOS.TXT: "
                   WS-TOT-EXTRATOS.
           DISPLAY "CONFEREM: " WS-TOT-CONFERE
                   "  NAO CONFEREM: " WS-TOT-DIVERGE.
           IF WS-TOT-SEM-DATA > ZERO
              DISPLAY "LINHAS SEM ACEITA: EM VENDAS.REG: "
                      WS-TOT-SEM-DATA
           END-IF.
           IF WS-TOT-ESTOURO > ZERO
              DISPLAY "*** TABELA CHEIA - " WS-TOT-ESTOURO
                      " REGISTROS FORA DOS EXTRATOS ***"
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

       LOG-PARA.
           MOVE WS-TOT-EXTRATOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
       LOG-EXIT-PARA.
           EXIT.
