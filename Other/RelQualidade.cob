      ******************************************************************
      *DESC    : Client master data-quality scorecard. RELCEPCID,      *
      *        : DUPCLI and CIDMAINT each fix one kind of bad data,    *
      *        : but nothing said whether ARQCLI.DAT as a whole is     *
      *        : getting better or worse. One pass over the master     *
      *        : counts, per FD-FILIAL and in total, the clients with: *
      *        :  - a blank FD-TELEFONE                                *
      *        :  - a blank FD-EMAIL                                   *
      *        :  - an FD-CIDADE not on CIDADE.DAT                     *
      *        :  - an FD-CEP outside every prefix range of its city   *
      *        :    (the RELCEPCID rule)                               *
      *        :  - an FD-FILIAL not on FILIAL.DAT                     *
      *        :  - no update in over two years                        *
      *        : and prints each as a count and a percentage of the    *
      *        : branch's clients.                                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-18                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Each run appends its figures to QUALHIST.DAT, one     *
      *        : line per branch plus a "TT" total line, the EODSUM    *
      *        : idea. The trend block shows the total percentages of  *
      *        : this month against the last six; a month with more    *
      *        : than one run is represented by its latest run, and a  *
      *        : month never run shows as SEM DADOS.                   *
      *        : Without CIDADE.DAT the city and CEP checks are not    *
      *        : made; without FILIAL.DAT every branch, including 00   *
      *        : (no branch), counts as unregistered. A client never   *
      *        : updated is aged from its creation date.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELQUAL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FD-CODIGO
           FILE STATUS FS-ARQCLI.
           SELECT OPTIONAL CIDADE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CID-NOME
           FILE STATUS FS-CID.
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FIL-CODIGO
           FILE STATUS FS-FIL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "QUALHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HIST.

       DATA DIVISION.
       FILE SECTION.
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

      *SAME LAYOUT CIDMAINT (CidadeMaint.cob) MAINTAINS
       FD CIDADE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CIDADE.DAT".
       01 REG-CIDADE.
          02 CID-NOME         PIC X(20).
          02 CID-NUM-FAIXAS   PIC 9(02).
          02 CID-FAIXA OCCURS 5 TIMES.
             03 CID-FX-LO     PIC 9(05).
             03 CID-FX-HI     PIC 9(05).

      *SAME LAYOUT FILIALMAINT (FilialMaint.cob) MAINTAINS
       FD FILIAL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REG-FILIAL.
          02 FIL-CODIGO       PIC 9(02).
          02 FIL-NOME         PIC X(30).

      *ONE LINE PER BRANCH PER RUN, PLUS THE "TT" TOTAL LINE.
      *MEASURE 1 = SEM TELEFONE, 2 = SEM E-MAIL, 3 = CIDADE NAO
      *CADASTRADA, 4 = CEP FORA DAS FAIXAS, 5 = FILIAL NAO
      *CADASTRADA, 6 = SEM ATUALIZACAO HA MAIS DE DOIS ANOS
       FD HIST-FILE.
       01 HIST-REC.
          05 HQ-PERIODO        PIC 9(06).
          05 HQ-SEP1           PIC X(01).
          05 HQ-DATA           PIC 9(08).
          05 HQ-SEP2           PIC X(01).
          05 HQ-FILIAL         PIC X(02).
          05 HQ-SEP3           PIC X(01).
          05 HQ-TOTAL          PIC 9(07).
          05 HQ-MEDIDA OCCURS 6 TIMES.
             10 HQ-SEP         PIC X(01).
             10 HQ-QTD         PIC 9(07).

       WORKING-STORAGE SECTION.
       01 FS-ARQCLI PIC X(02) VALUE SPACES.
           88 FS-ARQCLI-OK VALUE '00'.
           88 FS-ARQCLI-EOF VALUE '10'.
       01 FS-CID               PIC X(02) VALUE SPACES.
       01 FS-FIL               PIC X(02) VALUE SPACES.
       01 FS-HIST              PIC X(02) VALUE SPACES.
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-CID-ATIVO         PIC X     VALUE "N".
       01 WS-FIL-ATIVO         PIC X     VALUE "N".
       01 WS-TODAY             PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-CORTE             PIC 9(08) VALUE ZERO.
       01 WS-ULTIMA            PIC 9(08) VALUE ZERO.
       01 WS-PREFIXO           PIC 9(05) VALUE ZERO.
       01 WS-FX                PIC 9(02) VALUE ZERO.
       01 WS-NA-FAIXA          PIC X     VALUE "N".
       01 WS-F                 PIC 9(03) VALUE ZERO.
       01 WS-M                 PIC 9(01) VALUE ZERO.
       01 WS-T                 PIC 9(01) VALUE ZERO.

      *THE MEASURES FOUND ON THE CURRENT CLIENT
       01 WS-ACHOU-TAB.
          05 WS-ACHOU OCCURS 6 TIMES PIC 9(01).

      *PER-BRANCH COUNTS - ENTRY N HOLDS BRANCH N-1, ENTRY 101 THE
      *TOTAL
       01 WS-FIL-TABLE.
          05 WS-FIL-ENTRY OCCURS 101 TIMES.
             10 WS-FIL-TOTAL   PIC 9(07).
             10 WS-FIL-QTD OCCURS 6 TIMES PIC 9(07).

      *TREND - ENTRY 1 IS THIS MONTH, 2 TO 7 THE SIX BEFORE IT
       01 WS-TREND-TABLE.
          05 WS-TREND-ENTRY OCCURS 7 TIMES.
             10 WS-TR-PERIODO  PIC 9(06).
             10 WS-TR-TOTAL    PIC 9(07).
             10 WS-TR-QTD OCCURS 6 TIMES PIC 9(07).
       01 WS-TR-ANO            PIC 9(04) VALUE ZERO.
       01 WS-TR-MES            PIC 9(02) VALUE ZERO.

       01 WS-PCT               PIC 9(03)V9 VALUE ZERO.
       01 WS-PCT-EDIT          PIC ZZ9,9.
       01 WS-QTD-EDIT          PIC ZZZZZZ9.
       01 WS-FIL-EDIT          PIC X(02) VALUE SPACES.
       01 WS-LINHA             PIC X(120) VALUE SPACES.
       01 WS-POS               PIC 9(03) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-RUN-PGM           PIC X(12) VALUE "RELQUAL".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-START-DATE.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           MOVE WS-TODAY(1:6) TO WS-PERIODO.
      *    TWO YEARS BACK ON THE CALENDAR - CCYYMMDD LESS 2 IN CCYY
           COMPUTE WS-CORTE = WS-TODAY - 20000.
           INITIALIZE WS-FIL-TABLE.
           INITIALIZE WS-TREND-TABLE.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           PERFORM READ-HIST-PARA THRU READ-HIST-EXIT-PARA.
           PERFORM PRINT-PARA THRU PRINT-EXIT-PARA.
           PERFORM TREND-PARA THRU TREND-EXIT-PARA.
           PERFORM WRITE-HIST-PARA THRU WRITE-HIST-EXIT-PARA.
       FIM-PARA.
           MOVE WS-FIL-TOTAL(101) TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN INPUT ARQCLI.
           IF NOT FS-ARQCLI-OK
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS-ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CIDADE-FILE.
           IF FS-CID = "00"
              MOVE "S" TO WS-CID-ATIVO
           ELSE
              CLOSE CIDADE-FILE
              DISPLAY "CIDADE.DAT AUSENTE - CIDADE E CEP NAO "
                      "VERIFICADOS"
              MOVE 4 TO WS-RC
           END-IF.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL = "00"
              MOVE "S" TO WS-FIL-ATIVO
           ELSE
              CLOSE FILIAL-FILE
              DISPLAY "FILIAL.DAT AUSENTE - TODAS AS FILIAIS CONTAM "
                      "COMO NAO CADASTRADAS"
              MOVE 4 TO WS-RC
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL FS-ARQCLI-EOF
               READ ARQCLI
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CHECA-CLIENTE-PARA
                      THRU CHECA-CLIENTE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE CLIENT - EVERY MEASURE IS CHECKED, A CLIENT CAN FAIL
      *SEVERAL AT ONCE
       CHECA-CLIENTE-PARA.
           INITIALIZE WS-ACHOU-TAB.
           IF FD-TELEFONE = SPACES
              MOVE 1 TO WS-ACHOU(1)
           END-IF.
           IF FD-EMAIL = SPACES
              MOVE 1 TO WS-ACHOU(2)
           END-IF.
           IF WS-CID-ATIVO = "S"
              PERFORM CHECA-CIDADE-PARA THRU CHECA-CIDADE-EXIT-PARA
           END-IF.
           IF WS-FIL-ATIVO = "S"
              MOVE FD-FILIAL TO FIL-CODIGO
              READ FILIAL-FILE KEY IS FIL-CODIGO
                 INVALID KEY
                    MOVE 1 TO WS-ACHOU(5)
              END-READ
           ELSE
              MOVE 1 TO WS-ACHOU(5)
           END-IF.
           IF FD-LAST-UPDATED-DATE IS NUMERIC
              AND FD-LAST-UPDATED-DATE > ZERO
              MOVE FD-LAST-UPDATED-DATE TO WS-ULTIMA
           ELSE
              IF FD-CREATED-DATE IS NUMERIC
                 MOVE FD-CREATED-DATE TO WS-ULTIMA
              ELSE
                 MOVE ZERO TO WS-ULTIMA
              END-IF
           END-IF.
           IF WS-ULTIMA < WS-CORTE
              MOVE 1 TO WS-ACHOU(6)
           END-IF.
           COMPUTE WS-F = FD-FILIAL + 1.
           ADD 1 TO WS-FIL-TOTAL(WS-F).
           ADD 1 TO WS-FIL-TOTAL(101).
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               ADD WS-ACHOU(WS-M) TO WS-FIL-QTD(WS-F, WS-M)
               ADD WS-ACHOU(WS-M) TO WS-FIL-QTD(101, WS-M)
           END-PERFORM.
       CHECA-CLIENTE-EXIT-PARA.
           EXIT.

      *CITY ON THE REFERENCE FILE, THEN THE CEP PREFIX AGAINST ITS
      *RANGES - THE RELCEPCID RULE
       CHECA-CIDADE-PARA.
           MOVE FUNCTION UPPER-CASE(FD-CIDADE) TO CID-NOME.
           READ CIDADE-FILE KEY IS CID-NOME
              INVALID KEY
                 MOVE 1 TO WS-ACHOU(3)
                 GO TO CHECA-CIDADE-EXIT-PARA
           END-READ.
           IF FD-CEP(1:5) IS NOT NUMERIC
              MOVE 1 TO WS-ACHOU(4)
              GO TO CHECA-CIDADE-EXIT-PARA
           END-IF.
           MOVE FD-CEP(1:5) TO WS-PREFIXO.
           MOVE "N" TO WS-NA-FAIXA.
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > CID-NUM-FAIXAS OR WS-FX > 5
                   OR WS-NA-FAIXA = "S"
               IF WS-PREFIXO >= CID-FX-LO(WS-FX)
                  AND WS-PREFIXO <= CID-FX-HI(WS-FX)
                  MOVE "S" TO WS-NA-FAIXA
               END-IF
           END-PERFORM.
           IF WS-NA-FAIXA = "N"
              MOVE 1 TO WS-ACHOU(4)
           END-IF.
       CHECA-CIDADE-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE ARQCLI.
           IF WS-CID-ATIVO = "S"
              CLOSE CIDADE-FILE
           END-IF.
           IF WS-FIL-ATIVO = "S"
              CLOSE FILIAL-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *
      *THE SIX MONTHS BEFORE THIS ONE, THEN THE LATEST "TT" LINE OF
      *EACH OF THEM FROM THE HISTORY FILE
       READ-HIST-PARA.
           MOVE WS-PERIODO TO WS-TR-PERIODO(1).
           MOVE WS-FIL-TOTAL(101) TO WS-TR-TOTAL(1).
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-FIL-QTD(101, WS-M) TO WS-TR-QTD(1, WS-M)
           END-PERFORM.
           MOVE WS-PERIODO(1:4) TO WS-TR-ANO.
           MOVE WS-PERIODO(5:2) TO WS-TR-MES.
           PERFORM VARYING WS-T FROM 2 BY 1 UNTIL WS-T > 7
               IF WS-TR-MES = 1
                  MOVE 12 TO WS-TR-MES
                  SUBTRACT 1 FROM WS-TR-ANO
               ELSE
                  SUBTRACT 1 FROM WS-TR-MES
               END-IF
               COMPUTE WS-TR-PERIODO(WS-T) =
                   WS-TR-ANO * 100 + WS-TR-MES
           END-PERFORM.
           MOVE "N" TO WS-EOF.
           OPEN INPUT HIST-FILE.
           IF FS-HIST NOT = "00"
      *        STATUS 05 = OPTIONAL FILE ABSENT BUT OPENED - CLOSE IT
      *        SO WRITE-HIST-PARA CAN OPEN EXTEND CLEANLY
               IF FS-HIST = "05"
                   CLOSE HIST-FILE
               END-IF
               GO TO READ-HIST-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HQ-FILIAL = "TT"
                           PERFORM GUARDA-MES-PARA
                              THRU GUARDA-MES-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
       READ-HIST-EXIT-PARA.
           EXIT.

       GUARDA-MES-PARA.
           PERFORM VARYING WS-T FROM 2 BY 1 UNTIL WS-T > 7
               IF HQ-PERIODO = WS-TR-PERIODO(WS-T)
                  MOVE HQ-TOTAL TO WS-TR-TOTAL(WS-T)
                  PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                      MOVE HQ-QTD(WS-M) TO WS-TR-QTD(WS-T, WS-M)
                  END-PERFORM
               END-IF
           END-PERFORM.
       GUARDA-MES-EXIT-PARA.
           EXIT.
      *
       PRINT-PARA.
           DISPLAY "=================================================="
                   "==================================================".
           DISPLAY " QUALIDADE DO CADASTRO DE CLIENTES - " WS-TODAY.
           DISPLAY "=================================================="
                   "==================================================".
           DISPLAY "FL CLIENTES SEM FONE      SEM E-MAIL    "
                   "CIDADE INEX   CEP FORA      FILIAL INEX   "
                   "SEM ATUALIZ".
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 100
               IF WS-FIL-TOTAL(WS-F) > ZERO
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

      *ONE BRANCH ROW - EACH MEASURE AS COUNT AND PERCENTAGE
       LINHA-FILIAL-PARA.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-FIL-EDIT TO WS-LINHA(1:2).
           MOVE WS-FIL-TOTAL(WS-F) TO WS-QTD-EDIT.
           MOVE WS-QTD-EDIT TO WS-LINHA(4:7).
           MOVE 13 TO WS-POS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE WS-FIL-QTD(WS-F, WS-M) TO WS-QTD-EDIT
               MOVE WS-QTD-EDIT TO WS-LINHA(WS-POS:7)
               IF WS-FIL-TOTAL(WS-F) > ZERO
                  COMPUTE WS-PCT ROUNDED =
                      WS-FIL-QTD(WS-F, WS-M) * 100
                      / WS-FIL-TOTAL(WS-F)
               ELSE
                  MOVE ZERO TO WS-PCT
               END-IF
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-LINHA(WS-POS + 7:5)
               MOVE "%" TO WS-LINHA(WS-POS + 12:1)
               ADD 14 TO WS-POS
           END-PERFORM.
           DISPLAY WS-LINHA.
       LINHA-FILIAL-EXIT-PARA.
           EXIT.

      *THIS MONTH AGAINST THE SIX BEFORE IT - TOTAL PERCENTAGES
       TREND-PARA.
           DISPLAY " ".
           DISPLAY " TENDENCIA - TOTAL DA BASE, % DOS CLIENTES".
           DISPLAY "MES     CLIENTES   SEM FONE SEM MAIL CID INEX "
                   "CEP FORA FIL INEX SEM ATU".
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 7
               MOVE SPACES TO WS-LINHA
               MOVE WS-TR-PERIODO(WS-T) TO WS-LINHA(1:6)
               IF WS-TR-TOTAL(WS-T) = ZERO
                  MOVE "SEM DADOS" TO WS-LINHA(9:9)
               ELSE
                  MOVE WS-TR-TOTAL(WS-T) TO WS-QTD-EDIT
                  MOVE WS-QTD-EDIT TO WS-LINHA(9:7)
                  MOVE 20 TO WS-POS
                  PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
                      COMPUTE WS-PCT ROUNDED =
                          WS-TR-QTD(WS-T, WS-M) * 100
                          / WS-TR-TOTAL(WS-T)
                      MOVE WS-PCT TO WS-PCT-EDIT
                      MOVE WS-PCT-EDIT TO WS-LINHA(WS-POS:5)
                      MOVE "%" TO WS-LINHA(WS-POS + 5:1)
                      ADD 9 TO WS-POS
                  END-PERFORM
               END-IF
               DISPLAY WS-LINHA
           END-PERFORM.
           DISPLAY "=================================================="
                   "==================================================".
       TREND-EXIT-PARA.
           EXIT.
      *
       WRITE-HIST-PARA.
      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE - STILL OPEN
           OPEN EXTEND HIST-FILE.
           IF FS-HIST NOT = "00" AND FS-HIST NOT = "05"
               DISPLAY "QUALHIST.DAT OPEN FAILED: " FS-HIST
               MOVE 4 TO WS-RC
               GO TO WRITE-HIST-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 101
               IF WS-FIL-TOTAL(WS-F) > ZERO
                  PERFORM GRAVA-HIST-PARA THRU GRAVA-HIST-EXIT-PARA
               END-IF
           END-PERFORM.
           CLOSE HIST-FILE.
       WRITE-HIST-EXIT-PARA.
           EXIT.

       GRAVA-HIST-PARA.
           MOVE WS-PERIODO      TO HQ-PERIODO.
           MOVE WS-TODAY        TO HQ-DATA.
           MOVE ";"             TO HQ-SEP1 HQ-SEP2 HQ-SEP3.
           IF WS-F = 101
              MOVE "TT" TO HQ-FILIAL
           ELSE
              COMPUTE WS-FX = WS-F - 1
              MOVE WS-FX TO HQ-FILIAL
           END-IF.
           MOVE WS-FIL-TOTAL(WS-F) TO HQ-TOTAL.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               MOVE ";" TO HQ-SEP(WS-M)
               MOVE WS-FIL-QTD(WS-F, WS-M) TO HQ-QTD(WS-M)
           END-PERFORM.
           WRITE HIST-REC.
       GRAVA-HIST-EXIT-PARA.
           EXIT.
