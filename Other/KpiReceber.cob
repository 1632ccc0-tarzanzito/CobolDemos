      ******************************************************************
      *DESC    : Month-end receivables KPIs. RELAGING shows the open   *
      *        : items of the day, but nothing kept the figures from   *
      *        : one month to the next. One pass over CONTAS.DAT and   *
      *        : CONTAS-HIST.DAT computes, per FD-FILIAL and for the   *
      *        : whole company:                                        *
      *        :  - the open balance and the share of it over 30, 60   *
      *        :    and 90 days past due (the JUROSMES aging base)     *
      *        :  - DSO: open balance over the last 90 days' billing,  *
      *        :    times 90                                           *
      *        :  - collection effectiveness (CEI): (opening balance + *
      *        :    month billing - closing balance) over (opening     *
      *        :    balance + month billing - closing current balance) *
      *        :  - write-offs of the month from PERDAS.TXT            *
      *        :  - interest assessed in the month from JUROS.TXT      *
      *        : and prints a twelve-month trend of the company total. *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Run on the last working day of the month, after       *
      *        : JUROSMES. Each run appends to KPIHIST.DAT one line    *
      *        : per branch plus a "TT" total line, the QUALHIST       *
      *        : shape; a month with more than one run is represented  *
      *        : by its latest run and a month never run shows as SEM  *
      *        : DADOS. The opening balance is the previous month's    *
      *        : closing balance from KPIHIST.DAT - without it the CEI *
      *        : shows N/D. The branch is the client's FD-FILIAL on    *
      *        : ARQCLI.DAT; a client no longer on the master counts   *
      *        : under branch 00. Archived items still count in the    *
      *        : billing figures.                                      *
      *        : Credit notes (CR-STATUS C/U) are left out of the      *
      *        : billing figures.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPIREC.

      *NO DECIMAL-POINT IS COMMA HERE, AS IN GLINTF: THE AMOUNTS IN
      *PERDAS.TXT AND JUROS.TXT CARRY A PERIOD DECIMAL AND NUMVAL
      *MUST READ THEM THAT WAY
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       REPOSITORY.
           FUNCTION FunctionDateDiff.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              HC-CHAVE
           FILE STATUS             FS-CTH.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-ARQCLI.
      *WRITE-OFF FEED APPENDED BY BAIXAPERDA AND INTEREST FEED
      *APPENDED BY JUROSMES - ONE LINE EACH: CODIGO;FATURA;VALOR;DATA
           SELECT OPTIONAL PERDAS-FILE ASSIGN TO "PERDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PERDAS.
           SELECT OPTIONAL JUROS-FILE ASSIGN TO "JUROS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JUR.
           SELECT OPTIONAL KPI-FILE ASSIGN TO "KPIHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-KPI.

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

      *HISTORY FILE WRITTEN BY CTASARQ - SAME LAYOUT AS CONTAS.DAT,
      *ONLY THE BILLING FIELDS ARE USED HERE
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS-HIST.DAT".
       01 REG-HIST.
          02 HC-CHAVE.
             03 HC-CODIGO     PIC 9(06).
             03 HC-FATURA     PIC 9(06).
          02 HC-DATA           PIC 9(08).
          02 HC-VALOR          PIC 9(07)V99.
          02 HC-PAGO           PIC 9(07)V99.
          02 HC-RESTO          PIC X(35).

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

       FD PERDAS-FILE.
       01 PERDAS-LINE          PIC X(40).

       FD JUROS-FILE.
       01 JUROS-LINE           PIC X(40).

      *ONE LINE PER BRANCH PER RUN, PLUS THE "TT" TOTAL LINE.
      *AMOUNTS WITH TWO IMPLIED DECIMALS; HK-CEI-OK "N" WHEN THERE
      *WAS NO OPENING BALANCE TO COMPUTE THE CEI FROM
       FD KPI-FILE.
       01 KPI-REC.
          05 HK-PERIODO        PIC 9(06).
          05 HK-SEP1           PIC X(01).
          05 HK-DATA           PIC 9(08).
          05 HK-SEP2           PIC X(01).
          05 HK-FILIAL         PIC X(02).
          05 HK-SEP3           PIC X(01).
          05 HK-SALDO          PIC 9(11)V99.
          05 HK-SEP4           PIC X(01).
          05 HK-A-VENCER       PIC 9(11)V99.
          05 HK-SEP5           PIC X(01).
          05 HK-ACIMA-30       PIC 9(11)V99.
          05 HK-SEP6           PIC X(01).
          05 HK-ACIMA-60       PIC 9(11)V99.
          05 HK-SEP7           PIC X(01).
          05 HK-ACIMA-90       PIC 9(11)V99.
          05 HK-SEP8           PIC X(01).
          05 HK-FAT-90         PIC 9(11)V99.
          05 HK-SEP9           PIC X(01).
          05 HK-FAT-MES        PIC 9(11)V99.
          05 HK-SEP10          PIC X(01).
          05 HK-PERDAS         PIC 9(11)V99.
          05 HK-SEP11          PIC X(01).
          05 HK-JUROS          PIC 9(11)V99.
          05 HK-SEP12          PIC X(01).
          05 HK-DSO            PIC 9(05)V9.
          05 HK-SEP13          PIC X(01).
          05 HK-CEI-OK         PIC X(01).
          05 HK-SEP14          PIC X(01).
          05 HK-CEI            PIC 9(03)V9.

       WORKING-STORAGE SECTION.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CTH               PIC X(02) VALUE SPACES.
       77 FS-ARQCLI            PIC X(02) VALUE SPACES.
       77 FS-PERDAS            PIC X(02) VALUE SPACES.
       77 FS-JUR               PIC X(02) VALUE SPACES.
       77 FS-KPI               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-DATA-BASE         PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PER-ANT           PIC 9(06) VALUE ZERO.
       01 WS-LIDOS             PIC 9(07) VALUE ZERO.

      *BRANCH OF THE CURRENT CLIENT - CONTAS.DAT AND THE HISTORY
      *FILE COME IN CR-CODIGO ORDER, SO ONE ARQCLI READ PER CLIENT
       01 WS-CLI-ATUAL         PIC 9(06) VALUE ZERO.
       01 WS-CLI-F             PIC 9(03) VALUE 1.
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-F                 PIC 9(03) VALUE ZERO.
       01 WS-FX                PIC 9(02) VALUE ZERO.
       01 WS-T                 PIC 9(02) VALUE ZERO.
       01 WS-SALDO-ITEM        PIC 9(07)V99 VALUE ZERO.

      *ONE FEED LINE (PERDAS.TXT / JUROS.TXT)
       01 WS-FEED-LINE         PIC X(40) VALUE SPACES.
       01 WS-FEED.
          05 WS-FD-CODIGO      PIC X(06).
          05 WS-FD-FATURA      PIC X(06).
          05 WS-FD-VALOR       PIC X(12).
          05 WS-FD-DATA        PIC X(08).
       01 WS-VALOR             PIC 9(07)V99 VALUE ZERO.

      *PER-BRANCH FIGURES - ENTRY N HOLDS BRANCH N-1, ENTRY 101 THE
      *TOTAL. WS-KP-ANT IS THE PREVIOUS MONTH'S CLOSING BALANCE
       01 WS-KPI-TABLE.
          05 WS-KPI-ENTRY OCCURS 101 TIMES.
             10 WS-KP-TEM      PIC X(01).
             10 WS-KP-SALDO    PIC 9(11)V99.
             10 WS-KP-A-VENCER PIC 9(11)V99.
             10 WS-KP-30       PIC 9(11)V99.
             10 WS-KP-60       PIC 9(11)V99.
             10 WS-KP-90       PIC 9(11)V99.
             10 WS-KP-FAT-90   PIC 9(11)V99.
             10 WS-KP-FAT-MES  PIC 9(11)V99.
             10 WS-KP-PERDAS   PIC 9(11)V99.
             10 WS-KP-JUROS    PIC 9(11)V99.
             10 WS-KP-DSO      PIC 9(05)V9.
             10 WS-KP-CEI-OK   PIC X(01).
             10 WS-KP-CEI      PIC 9(03)V9.
             10 WS-KP-ANT-OK   PIC X(01).
             10 WS-KP-ANT      PIC 9(11)V99.

      *TREND - ENTRY 1 IS THIS MONTH, 2 TO 12 THE ELEVEN BEFORE IT
       01 WS-TREND-TABLE.
          05 WS-TREND-ENTRY OCCURS 12 TIMES.
             10 WS-TR-PERIODO  PIC 9(06).
             10 WS-TR-TEM      PIC X(01).
             10 WS-TR-SALDO    PIC 9(11)V99.
             10 WS-TR-30       PIC 9(11)V99.
             10 WS-TR-60       PIC 9(11)V99.
             10 WS-TR-90       PIC 9(11)V99.
             10 WS-TR-PERDAS   PIC 9(11)V99.
             10 WS-TR-JUROS    PIC 9(11)V99.
             10 WS-TR-DSO      PIC 9(05)V9.
             10 WS-TR-CEI-OK   PIC X(01).
             10 WS-TR-CEI      PIC 9(03)V9.
       01 WS-TR-ANO            PIC 9(04) VALUE ZERO.
       01 WS-TR-MES            PIC 9(02) VALUE ZERO.

       01 WS-CEI-NUM           PIC S9(11)V99 VALUE ZERO.
       01 WS-CEI-DEN           PIC S9(11)V99 VALUE ZERO.
       01 WS-CEI-CALC          PIC S9(05)V9 VALUE ZERO.
       01 WS-VALOR-PCT-BASE    PIC 9(11)V99 VALUE ZERO.
       01 WS-PCT               PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-EDIT          PIC ZZ9.9.
       01 WS-DSO-EDIT          PIC ZZZZ9.9.
       01 WS-VLR-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-VLR-CURTO         PIC ZZ,ZZZ,ZZ9.
       01 WS-FIL-EDIT          PIC X(02) VALUE SPACES.
       01 WS-LINHA             PIC X(120) VALUE SPACES.

      *RUN-LOG FIELDS
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-RUN-PGM           PIC X(12) VALUE "KPIREC".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           MOVE WS-DATA-SIS(1:6) TO WS-PERIODO.
           INITIALIZE WS-KPI-TABLE.
           INITIALIZE WS-TREND-TABLE.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM CONTAS-PARA THRU CONTAS-EXIT-PARA.
           PERFORM CTHIST-PARA THRU CTHIST-EXIT-PARA.
           PERFORM PERDAS-PARA THRU PERDAS-EXIT-PARA.
           PERFORM JUROS-PARA THRU JUROS-EXIT-PARA.
           CLOSE ARQCLI.
           PERFORM READ-HIST-PARA THRU READ-HIST-EXIT-PARA.
           PERFORM CALCULA-PARA THRU CALCULA-EXIT-PARA.
           PERFORM PRINT-PARA THRU PRINT-EXIT-PARA.
           PERFORM TREND-PARA THRU TREND-EXIT-PARA.
           PERFORM WRITE-HIST-PARA THRU WRITE-HIST-EXIT-PARA.
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
       OPEN-EXIT-PARA.
           EXIT.

      *OPEN ITEMS AGED FROM THE DUE DATE (THE ISSUE DATE ON OLDER
      *RECORDS), AND EVERY ITEM FOR THE BILLING FIGURES
       CONTAS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       MOVE CR-CODIGO TO WS-CODIGO
                       PERFORM FILIAL-PARA THRU FILIAL-EXIT-PARA
                       MOVE CR-DATA TO WS-DATA-BASE
                       MOVE CR-VALOR TO WS-VALOR
                       IF NOT CR-NOTA-CREDITO
                          PERFORM FATURADO-PARA
                             THRU FATURADO-EXIT-PARA
                       END-IF
                       IF CR-ABERTA
                          PERFORM ABERTO-PARA THRU ABERTO-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTAS-FILE.
       CONTAS-EXIT-PARA.
           EXIT.

       ABERTO-PARA.
           COMPUTE WS-SALDO-ITEM = CR-VALOR - CR-PAGO.
           ADD WS-SALDO-ITEM TO WS-KP-SALDO(WS-CLI-F)
                                WS-KP-SALDO(101).
           IF CR-DATA-VENC > ZERO
              MOVE CR-DATA-VENC TO WS-DATA-BASE
           ELSE
              MOVE CR-DATA TO WS-DATA-BASE
           END-IF.
           COMPUTE WS-DIAS =
               FunctionDateDiff(WS-DATA-BASE, WS-DATA-SIS).
           IF WS-DIAS <= ZERO
              ADD WS-SALDO-ITEM TO WS-KP-A-VENCER(WS-CLI-F)
                                   WS-KP-A-VENCER(101)
           END-IF.
           IF WS-DIAS > 30
              ADD WS-SALDO-ITEM TO WS-KP-30(WS-CLI-F) WS-KP-30(101)
           END-IF.
           IF WS-DIAS > 60
              ADD WS-SALDO-ITEM TO WS-KP-60(WS-CLI-F) WS-KP-60(101)
           END-IF.
           IF WS-DIAS > 90
              ADD WS-SALDO-ITEM TO WS-KP-90(WS-CLI-F) WS-KP-90(101)
           END-IF.
       ABERTO-EXIT-PARA.
           EXIT.

      *BILLING - WS-DATA-BASE AND WS-VALOR HOLD THE ISSUE DATE AND
      *AMOUNT OF THE ITEM
       FATURADO-PARA.
           MOVE "S" TO WS-KP-TEM(WS-CLI-F).
           IF WS-DATA-BASE(1:6) = WS-PERIODO
              ADD WS-VALOR TO WS-KP-FAT-MES(WS-CLI-F)
                              WS-KP-FAT-MES(101)
           END-IF.
           COMPUTE WS-DIAS =
               FunctionDateDiff(WS-DATA-BASE, WS-DATA-SIS).
           IF WS-DIAS >= ZERO AND WS-DIAS < 90
              ADD WS-VALOR TO WS-KP-FAT-90(WS-CLI-F)
                              WS-KP-FAT-90(101)
           END-IF.
       FATURADO-EXIT-PARA.
           EXIT.

      *ARCHIVED ITEMS ARE ALL SETTLED - THEY ONLY COUNT AS BILLING
       CTHIST-PARA.
           OPEN INPUT HIST-FILE.
           IF FS-CTH NOT = "00"
              CLOSE HIST-FILE
              GO TO CTHIST-EXIT-PARA
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE HC-CODIGO TO WS-CODIGO
                       PERFORM FILIAL-PARA THRU FILIAL-EXIT-PARA
                       MOVE HC-DATA TO WS-DATA-BASE
                       MOVE HC-VALOR TO WS-VALOR
                       PERFORM FATURADO-PARA THRU FATURADO-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
       CTHIST-EXIT-PARA.
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
                          ADD WS-VALOR TO WS-KP-PERDAS(WS-CLI-F)
                                          WS-KP-PERDAS(101)
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
                          ADD WS-VALOR TO WS-KP-JUROS(WS-CLI-F)
                                          WS-KP-JUROS(101)
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
           MOVE "S" TO WS-KP-TEM(WS-CLI-F).
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-FD-VALOR).
       FEED-EXIT-PARA.
           EXIT.
      *
      *THE ELEVEN MONTHS BEFORE THIS ONE, THEN THE LATEST "TT" LINE
      *OF EACH OF THEM, AND THE LATEST LINE OF EVERY BRANCH FOR LAST
      *MONTH (THE OPENING BALANCE OF THE CEI)
       READ-HIST-PARA.
           MOVE WS-PERIODO TO WS-TR-PERIODO(1).
           MOVE WS-PERIODO(1:4) TO WS-TR-ANO.
           MOVE WS-PERIODO(5:2) TO WS-TR-MES.
           PERFORM VARYING WS-T FROM 2 BY 1 UNTIL WS-T > 12
               IF WS-TR-MES = 1
                  MOVE 12 TO WS-TR-MES
                  SUBTRACT 1 FROM WS-TR-ANO
               ELSE
                  SUBTRACT 1 FROM WS-TR-MES
               END-IF
               COMPUTE WS-TR-PERIODO(WS-T) =
                   WS-TR-ANO * 100 + WS-TR-MES
           END-PERFORM.
           MOVE WS-TR-PERIODO(2) TO WS-PER-ANT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT KPI-FILE.
           IF FS-KPI NOT = "00"
      *        STATUS 05 = OPTIONAL FILE ABSENT BUT OPENED - CLOSE IT
      *        SO WRITE-HIST-PARA CAN OPEN EXTEND CLEANLY
               IF FS-KPI = "05"
                   CLOSE KPI-FILE
               END-IF
               GO TO READ-HIST-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ KPI-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM GUARDA-MES-PARA
                          THRU GUARDA-MES-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE KPI-FILE.
       READ-HIST-EXIT-PARA.
           EXIT.

       GUARDA-MES-PARA.
           IF HK-PERIODO = WS-PER-ANT
              IF HK-FILIAL = "TT"
                 MOVE 101 TO WS-F
              ELSE
                 IF HK-FILIAL IS NOT NUMERIC
                    GO TO GUARDA-MES-EXIT-PARA
                 END-IF
                 MOVE HK-FILIAL TO WS-FX
                 COMPUTE WS-F = WS-FX + 1
              END-IF
              MOVE "S" TO WS-KP-ANT-OK(WS-F)
              MOVE HK-SALDO TO WS-KP-ANT(WS-F)
           END-IF.
           IF HK-FILIAL NOT = "TT"
              GO TO GUARDA-MES-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-T FROM 2 BY 1 UNTIL WS-T > 12
               IF HK-PERIODO = WS-TR-PERIODO(WS-T)
                  MOVE "S" TO WS-TR-TEM(WS-T)
                  MOVE HK-SALDO TO WS-TR-SALDO(WS-T)
                  MOVE HK-ACIMA-30 TO WS-TR-30(WS-T)
                  MOVE HK-ACIMA-60 TO WS-TR-60(WS-T)
                  MOVE HK-ACIMA-90 TO WS-TR-90(WS-T)
                  MOVE HK-PERDAS TO WS-TR-PERDAS(WS-T)
                  MOVE HK-JUROS TO WS-TR-JUROS(WS-T)
                  MOVE HK-DSO TO WS-TR-DSO(WS-T)
                  MOVE HK-CEI-OK TO WS-TR-CEI-OK(WS-T)
                  MOVE HK-CEI TO WS-TR-CEI(WS-T)
               END-IF
           END-PERFORM.
       GUARDA-MES-EXIT-PARA.
           EXIT.
      *
      *DSO AND CEI OF EVERY BRANCH WITH FIGURES, AND OF THE TOTAL
       CALCULA-PARA.
           MOVE "S" TO WS-KP-TEM(101).
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 101
               IF WS-KP-TEM(WS-F) = "S" OR WS-KP-ANT-OK(WS-F) = "S"
                  MOVE "S" TO WS-KP-TEM(WS-F)
                  PERFORM CALCULA-UM-PARA THRU CALCULA-UM-EXIT-PARA
               END-IF
           END-PERFORM.
           MOVE "S" TO WS-TR-TEM(1).
           MOVE WS-KP-SALDO(101) TO WS-TR-SALDO(1).
           MOVE WS-KP-30(101) TO WS-TR-30(1).
           MOVE WS-KP-60(101) TO WS-TR-60(1).
           MOVE WS-KP-90(101) TO WS-TR-90(1).
           MOVE WS-KP-PERDAS(101) TO WS-TR-PERDAS(1).
           MOVE WS-KP-JUROS(101) TO WS-TR-JUROS(1).
           MOVE WS-KP-DSO(101) TO WS-TR-DSO(1).
           MOVE WS-KP-CEI-OK(101) TO WS-TR-CEI-OK(1).
           MOVE WS-KP-CEI(101) TO WS-TR-CEI(1).
       CALCULA-EXIT-PARA.
           EXIT.

       CALCULA-UM-PARA.
           IF WS-KP-FAT-90(WS-F) > ZERO
              COMPUTE WS-KP-DSO(WS-F) ROUNDED =
                  WS-KP-SALDO(WS-F) * 90 / WS-KP-FAT-90(WS-F)
                  ON SIZE ERROR
                     MOVE 99999.9 TO WS-KP-DSO(WS-F)
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-KP-DSO(WS-F)
           END-IF.
           MOVE "N" TO WS-KP-CEI-OK(WS-F).
           MOVE ZERO TO WS-KP-CEI(WS-F).
           IF WS-KP-ANT-OK(WS-F) NOT = "S"
              GO TO CALCULA-UM-EXIT-PARA
           END-IF.
           COMPUTE WS-CEI-NUM = WS-KP-ANT(WS-F) + WS-KP-FAT-MES(WS-F)
                              - WS-KP-SALDO(WS-F).
           COMPUTE WS-CEI-DEN = WS-KP-ANT(WS-F) + WS-KP-FAT-MES(WS-F)
                              - WS-KP-A-VENCER(WS-F).
           IF WS-CEI-DEN NOT > ZERO
              GO TO CALCULA-UM-EXIT-PARA
           END-IF.
           COMPUTE WS-CEI-CALC ROUNDED = WS-CEI-NUM * 100 / WS-CEI-DEN
              ON SIZE ERROR
                 GO TO CALCULA-UM-EXIT-PARA
           END-COMPUTE.
      *    A MONTH THAT COLLECTED MORE THAN IT COULD (OLD BALANCES
      *    SETTLED IN FULL) READS 100 - BELOW ZERO READS ZERO
           IF WS-CEI-CALC > 100
              MOVE 100 TO WS-CEI-CALC
           END-IF.
           IF WS-CEI-CALC < ZERO
              MOVE ZERO TO WS-CEI-CALC
           END-IF.
           MOVE WS-CEI-CALC TO WS-KP-CEI(WS-F).
           MOVE "S" TO WS-KP-CEI-OK(WS-F).
       CALCULA-UM-EXIT-PARA.
           EXIT.
      *
       PRINT-PARA.
           DISPLAY "=================================================="
                   "==================================================".
           DISPLAY " INDICADORES DE CONTAS A RECEBER - PERIODO "
                   WS-PERIODO " - " WS-DATA-SIS.
           DISPLAY "=================================================="
                   "==================================================".
           DISPLAY "FL    SALDO ABERTO  %>30D  %>60D  %>90D     DSO"
                   "   CEI%    FATURADO MES     PERDAS MES      "
                   "JUROS MES".
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100
               IF WS-KP-TEM(WS-F) = "S"
                  COMPUTE WS-FX = WS-F - 1
                  MOVE WS-FX TO WS-FIL-EDIT
                  PERFORM LINHA-FILIAL-PARA
                     THRU LINHA-FILIAL-EXIT-PARA
               END-IF
           END-PERFORM.
           DISPLAY "--------------------------------------------------"
                   "--------------------------------------------------".
           MOVE 101 TO WS-F.
           MOVE "TT" TO WS-FIL-EDIT.
           PERFORM LINHA-FILIAL-PARA THRU LINHA-FILIAL-EXIT-PARA.
       PRINT-EXIT-PARA.
           EXIT.

       LINHA-FILIAL-PARA.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-FIL-EDIT TO WS-LINHA(1:2).
           MOVE WS-KP-SALDO(WS-F) TO WS-VLR-EDIT.
           MOVE WS-VLR-EDIT TO WS-LINHA(4:14).
           MOVE WS-KP-30(WS-F) TO WS-VALOR-PCT-BASE.
           PERFORM PCT-PARA THRU PCT-EXIT-PARA.
           MOVE WS-PCT-EDIT TO WS-LINHA(20:5).
           MOVE WS-KP-60(WS-F) TO WS-VALOR-PCT-BASE.
           PERFORM PCT-PARA THRU PCT-EXIT-PARA.
           MOVE WS-PCT-EDIT TO WS-LINHA(27:5).
           MOVE WS-KP-90(WS-F) TO WS-VALOR-PCT-BASE.
           PERFORM PCT-PARA THRU PCT-EXIT-PARA.
           MOVE WS-PCT-EDIT TO WS-LINHA(34:5).
           MOVE WS-KP-DSO(WS-F) TO WS-DSO-EDIT.
           MOVE WS-DSO-EDIT TO WS-LINHA(40:7).
           IF WS-KP-CEI-OK(WS-F) = "S"
              MOVE WS-KP-CEI(WS-F) TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-LINHA(49:5)
           ELSE
              MOVE "  N/D" TO WS-LINHA(49:5)
           END-IF.
           MOVE WS-KP-FAT-MES(WS-F) TO WS-VLR-EDIT.
           MOVE WS-VLR-EDIT TO WS-LINHA(56:14).
           MOVE WS-KP-PERDAS(WS-F) TO WS-VLR-EDIT.
           MOVE WS-VLR-EDIT TO WS-LINHA(71:14).
           MOVE WS-KP-JUROS(WS-F) TO WS-VLR-EDIT.
           MOVE WS-VLR-EDIT TO WS-LINHA(86:14).
           DISPLAY WS-LINHA.
       LINHA-FILIAL-EXIT-PARA.
           EXIT.

      *WS-VALOR-PCT-BASE AS A PERCENTAGE OF THE OPEN BALANCE OF
      *ENTRY WS-F, INTO WS-PCT-EDIT
       PCT-PARA.
           IF WS-KP-SALDO(WS-F) > ZERO
              COMPUTE WS-PCT ROUNDED =
                  WS-VALOR-PCT-BASE * 100 / WS-KP-SALDO(WS-F)
           ELSE
              MOVE ZERO TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
       PCT-EXIT-PARA.
           EXIT.

      *THIS MONTH AGAINST THE ELEVEN BEFORE IT - COMPANY TOTAL
       TREND-PARA.
           DISPLAY " ".
           DISPLAY " TENDENCIA - DOZE MESES, TOTAL DA EMPRESA".
           DISPLAY "MES   SALDO EM ABERTO  %>30D  %>60D  %>90D     DSO"
                   "   CEI%  PERDAS MES   JUROS MES".
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 12
               PERFORM LINHA-TREND-PARA THRU LINHA-TREND-EXIT-PARA
           END-PERFORM.
           DISPLAY "=================================================="
                   "==================================================".
       TREND-EXIT-PARA.
           EXIT.

       LINHA-TREND-PARA.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-TR-PERIODO(WS-T) TO WS-LINHA(1:6).
           IF WS-TR-TEM(WS-T) NOT = "S"
              MOVE "SEM DADOS" TO WS-LINHA(9:9)
              DISPLAY WS-LINHA
              GO TO LINHA-TREND-EXIT-PARA
           END-IF.
           MOVE WS-TR-SALDO(WS-T) TO WS-VLR-EDIT.
           MOVE WS-VLR-EDIT TO WS-LINHA(8:14).
           MOVE WS-TR-30(WS-T) TO WS-VALOR-PCT-BASE.
           PERFORM PCT-TREND-PARA THRU PCT-TREND-EXIT-PARA.
           MOVE WS-PCT-EDIT TO WS-LINHA(24:5).
           MOVE WS-TR-60(WS-T) TO WS-VALOR-PCT-BASE.
           PERFORM PCT-TREND-PARA THRU PCT-TREND-EXIT-PARA.
           MOVE WS-PCT-EDIT TO WS-LINHA(31:5).
           MOVE WS-TR-90(WS-T) TO WS-VALOR-PCT-BASE.
           PERFORM PCT-TREND-PARA THRU PCT-TREND-EXIT-PARA.
           MOVE WS-PCT-EDIT TO WS-LINHA(38:5).
           MOVE WS-TR-DSO(WS-T) TO WS-DSO-EDIT.
           MOVE WS-DSO-EDIT TO WS-LINHA(44:7).
           IF WS-TR-CEI-OK(WS-T) = "S"
              MOVE WS-TR-CEI(WS-T) TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-LINHA(53:5)
           ELSE
              MOVE "  N/D" TO WS-LINHA(53:5)
           END-IF.
           MOVE WS-TR-PERDAS(WS-T) TO WS-VLR-CURTO.
           MOVE WS-VLR-CURTO TO WS-LINHA(60:10).
           MOVE WS-TR-JUROS(WS-T) TO WS-VLR-CURTO.
           MOVE WS-VLR-CURTO TO WS-LINHA(72:10).
           DISPLAY WS-LINHA.
       LINHA-TREND-EXIT-PARA.
           EXIT.

       PCT-TREND-PARA.
           IF WS-TR-SALDO(WS-T) > ZERO
              COMPUTE WS-PCT ROUNDED =
                  WS-VALOR-PCT-BASE * 100 / WS-TR-SALDO(WS-T)
           ELSE
              MOVE ZERO TO WS-PCT
           END-IF.
           MOVE WS-PCT TO WS-PCT-EDIT.
       PCT-TREND-EXIT-PARA.
           EXIT.
      *
       WRITE-HIST-PARA.
      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE - STILL OPEN
           OPEN EXTEND KPI-FILE.
           IF FS-KPI NOT = "00" AND FS-KPI NOT = "05"
               DISPLAY "KPIHIST.DAT OPEN FAILED: " FS-KPI
               MOVE 4 TO WS-RC
               GO TO WRITE-HIST-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 101
               IF WS-KP-TEM(WS-F) = "S"
                  PERFORM GRAVA-HIST-PARA THRU GRAVA-HIST-EXIT-PARA
               END-IF
           END-PERFORM.
           CLOSE KPI-FILE.
       WRITE-HIST-EXIT-PARA.
           EXIT.

       GRAVA-HIST-PARA.
           MOVE WS-PERIODO      TO HK-PERIODO.
           MOVE WS-DATA-SIS     TO HK-DATA.
           MOVE ";"             TO HK-SEP1 HK-SEP2 HK-SEP3 HK-SEP4
                                   HK-SEP5 HK-SEP6 HK-SEP7 HK-SEP8
                                   HK-SEP9 HK-SEP10 HK-SEP11 HK-SEP12
                                   HK-SEP13 HK-SEP14.
           IF WS-F = 101
              MOVE "TT" TO HK-FILIAL
           ELSE
              COMPUTE WS-FX = WS-F - 1
              MOVE WS-FX TO HK-FILIAL
           END-IF.
           MOVE WS-KP-SALDO(WS-F)    TO HK-SALDO.
           MOVE WS-KP-A-VENCER(WS-F) TO HK-A-VENCER.
           MOVE WS-KP-30(WS-F)       TO HK-ACIMA-30.
           MOVE WS-KP-60(WS-F)       TO HK-ACIMA-60.
           MOVE WS-KP-90(WS-F)       TO HK-ACIMA-90.
           MOVE WS-KP-FAT-90(WS-F)   TO HK-FAT-90.
           MOVE WS-KP-FAT-MES(WS-F)  TO HK-FAT-MES.
           MOVE WS-KP-PERDAS(WS-F)   TO HK-PERDAS.
           MOVE WS-KP-JUROS(WS-F)    TO HK-JUROS.
           MOVE WS-KP-DSO(WS-F)      TO HK-DSO.
           MOVE WS-KP-CEI-OK(WS-F)   TO HK-CEI-OK.
           MOVE WS-KP-CEI(WS-F)      TO HK-CEI.
           WRITE KPI-REC.
       GRAVA-HIST-EXIT-PARA.
           EXIT.
