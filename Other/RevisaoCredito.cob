      ******************************************************************
      *DESC    : Monthly credit review - limits in CLICRED.DAT were    *
      *        : set once and never revisited. Scores every client     *
      *        : with a limit on how it paid over the rolling year:    *
      *        : average and worst days paid after the due date, the   *
      *        : share of invoices paid late, and the open balance     *
      *        : against CL-LIMITE. From these a score band (A best to *
      *        : E) and a suggested new limit and payment term         *
      *        : (CL-PRAZO-DIAS) are derived, printed as a review      *
      *        : report and written to CREDREV.DAT, where CREDMAINT    *
      *        : shows them for the supervisor to accept or reject.    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-30                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : The year is the CLASSABC one - paid invoices whose    *
      *        : CR-DATA-PGTO falls after the same day a year ago. The *
      *        : due date is CR-DATA-VENC, or CR-DATA on records       *
      *        : stamped before due dates existed; paying early counts *
      *        : as zero days. Open items already past due count       *
      *        : towards the worst delay only. Bands: E = any item     *
      *        : written off or open more than 90 days past due, else  *
      *        : A/B/C by the three thresholds in BANDA-PARA, D for    *
      *        : the rest; fewer than 3 paid invoices and nothing      *
      *        : overdue is N (no history, no suggestion). Limits are  *
      *        : suggested in whole hundreds. A client whose           *
      *        : suggestion equals the current values gets no review   *
      *        : record (a stale pending one is dropped); a new run    *
      *        : replaces the previous suggestion, decided or not.     *
      *        : Clients without a CLICRED.DAT record have no limit to *
      *        : review and are left out.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCRED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
      *SHARED DATE ARITHMETIC - SEE Personal-Function/
      *FunctionDateDiff.cob
           FUNCTION FunctionDateDiff.

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
           FILE STATUS             FS.
           SELECT CRED-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CL-CODIGO
           FILE STATUS             FS-CL.
           SELECT OPTIONAL REV-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              RV-CODIGO
           FILE STATUS             FS-REV.

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
             88 CR-PERDA       VALUE "P".
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
          02 FD-RESTO         PIC X(168).

      *SAME LAYOUT CREDMAINT (CredMaint.cob) MAINTAINS
       FD CRED-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICRED.DAT".
       01 REG-CRED.
          02 CL-CODIGO        PIC 9(06).
          02 CL-LIMITE        PIC 9(09)V99.
          02 CL-PRAZO-DIAS    PIC 9(03).

      *ONE RECORD PER CLIENT - THE LATEST SUGGESTION, THE FIGURES IT
      *WAS DERIVED FROM AND THE VALUES IN FORCE WHEN IT WAS MADE.
      *CREDMAINT SETS THE DECISION
       FD REV-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CREDREV.DAT".
       01 REG-REV.
          02 RV-CODIGO        PIC 9(06).
          02 RV-DATA-REV      PIC 9(08).
          02 RV-FAIXA         PIC X(01).
          02 RV-PAGAS         PIC 9(05).
          02 RV-MEDIA         PIC 9(04).
          02 RV-PIOR          PIC 9(04).
          02 RV-PCT-ATRASO    PIC 9(03).
          02 RV-SALDO         PIC 9(09)V99.
          02 RV-LIMITE-ATU    PIC 9(09)V99.
          02 RV-PRAZO-ATU     PIC 9(03).
          02 RV-LIMITE-SUG    PIC 9(09)V99.
          02 RV-PRAZO-SUG     PIC 9(03).
          02 RV-STATUS        PIC X(01).
             88 RV-PENDENTE   VALUE "P".
             88 RV-ACEITA     VALUE "A".
             88 RV-REJEITADA  VALUE "R".
          02 RV-DATA-DEC      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CL                PIC X(02) VALUE SPACES.
       77 FS-REV               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-ACHOU             PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-DATA-DE           PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.
       01 WS-DATA-BASE         PIC 9(08) VALUE ZERO.
       01 WS-DIAS              PIC S9(05) VALUE ZERO.

      *PAYMENT FIGURES OF THE CLIENT BEING READ - CONTAS.DAT IS IN
      *KEY ORDER, SO A CLIENT'S INVOICES ARRIVE TOGETHER (CONTROL
      *BREAK ON CR-CODIGO, THE CLASSABC SHAPE)
       01 WS-CLI-ATUAL         PIC 9(06) VALUE ZERO.
       01 WS-CLI-PAGAS         PIC 9(05) VALUE ZERO.
       01 WS-CLI-ATRASADAS     PIC 9(05) VALUE ZERO.
       01 WS-CLI-SOMA-DIAS     PIC 9(09) VALUE ZERO.
       01 WS-CLI-PIOR          PIC 9(04) VALUE ZERO.
       01 WS-CLI-SALDO         PIC 9(09)V99 VALUE ZERO.
       01 WS-CLI-PERDA         PIC X     VALUE "N".

       01 WS-MEDIA             PIC 9(04) VALUE ZERO.
       01 WS-PCT-ATRASO        PIC 9(03) VALUE ZERO.
       01 WS-PCT-USO           PIC 9(05) VALUE ZERO.
       01 WS-FAIXA             PIC X(01) VALUE SPACE.
       01 WS-LIMITE-SUG        PIC 9(09)V99 VALUE ZERO.
       01 WS-PRAZO-SUG         PIC 9(03) VALUE ZERO.
       01 WS-CENTENAS          PIC 9(07) VALUE ZERO.
       01 WS-NOME-CLI          PIC X(30) VALUE SPACES.

      *CLIENTS PER BAND - 1..6 = A B C D E N
       01 WS-F                 PIC 9(01) VALUE ZERO.
       01 WS-FAIXAS            PIC X(06) VALUE "ABCDEN".
       01 WS-FX-TABLE.
          05 WS-FX-QTD         PIC 9(07) OCCURS 6 TIMES.

       01 WS-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT2             PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT3             PIC ZZZ.ZZZ.ZZ9,99.

       01 COUNTERS.
          05 WS-CLIENTES       PIC 9(07) VALUE ZERO.
          05 WS-SUGESTOES      PIC 9(07) VALUE ZERO.
          05 WS-AUMENTOS       PIC 9(07) VALUE ZERO.
          05 WS-REDUCOES       PIC 9(07) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "REVCRED".
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
      *    THE ROLLING YEAR - THE SAME DAY A YEAR AGO IS OUTSIDE IT
           COMPUTE WS-DATA-DE = WS-DATA-SIS - 10000.
           INITIALIZE WS-FX-TABLE.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM LEITURA-PARA THRU LEITURA-EXIT-PARA.
           PERFORM RESUMO-PARA THRU RESUMO-EXIT-PARA.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE CRED-FILE.
           CLOSE REV-FILE.
       FIM-PARA.
           MOVE WS-CLIENTES TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
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
           OPEN INPUT CRED-FILE.
           IF FS-CL NOT = "00"
              DISPLAY "CLICRED.DAT OPEN FAILED: " FS-CL
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O REV-FILE.
           IF FS-REV = "35" OR FS-REV = "05"
              CLOSE REV-FILE
              OPEN OUTPUT REV-FILE
              CLOSE REV-FILE
              OPEN I-O REV-FILE
           END-IF.
           IF FS-REV NOT = "00"
              DISPLAY "CREDREV.DAT OPEN FAILED: " FS-REV
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE CRED-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           DISPLAY "REVISAO DE CREDITO EM " WS-DATA-SIS
                   " - PAGAMENTOS DE " WS-DATA-DE " (EXCL.) A "
                   WS-DATA-SIS.
           DISPLAY " ".
           DISPLAY "CODIGO NOME                           PAGAS MEDIA"
                   "  PIOR %ATR FX".
           DISPLAY "         SALDO ABERTO   LIMITE ATUAL %USO PRAZO"
                   "  LIMITE SUGERIDO PRAZO".
       OPEN-EXIT-PARA.
           EXIT.

       LEITURA-PARA.
           MOVE ZERO TO WS-CLI-ATUAL.
           PERFORM ZERA-CLI-PARA THRU ZERA-CLI-EXIT-PARA.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-CLI-ATUAL
                          PERFORM AVALIA-PARA THRU AVALIA-EXIT-PARA
                          PERFORM ZERA-CLI-PARA
                             THRU ZERA-CLI-EXIT-PARA
                          MOVE CR-CODIGO TO WS-CLI-ATUAL
                       END-IF
                       PERFORM ACUMULA-PARA THRU ACUMULA-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM AVALIA-PARA THRU AVALIA-EXIT-PARA.
       LEITURA-EXIT-PARA.
           EXIT.

       ZERA-CLI-PARA.
           MOVE ZERO TO WS-CLI-PAGAS WS-CLI-ATRASADAS.
           MOVE ZERO TO WS-CLI-SOMA-DIAS WS-CLI-PIOR WS-CLI-SALDO.
           MOVE "N" TO WS-CLI-PERDA.
       ZERA-CLI-EXIT-PARA.
           EXIT.

      *ONE INVOICE INTO THE CLIENT'S FIGURES
       ACUMULA-PARA.
           IF CR-DATA-VENC > ZERO
              MOVE CR-DATA-VENC TO WS-DATA-BASE
           ELSE
              MOVE CR-DATA TO WS-DATA-BASE
           END-IF.
           EVALUATE TRUE
              WHEN CR-PERDA
                 MOVE "S" TO WS-CLI-PERDA
              WHEN CR-QUITADA
                 IF CR-DATA-PGTO > WS-DATA-DE
                    AND CR-DATA-PGTO <= WS-DATA-SIS
                    COMPUTE WS-DIAS =
                        FunctionDateDiff(WS-DATA-BASE, CR-DATA-PGTO)
                    IF WS-DIAS < ZERO
                       MOVE ZERO TO WS-DIAS
                    END-IF
                    ADD 1 TO WS-CLI-PAGAS
                    ADD WS-DIAS TO WS-CLI-SOMA-DIAS
                    IF WS-DIAS > ZERO
                       ADD 1 TO WS-CLI-ATRASADAS
                    END-IF
                    IF WS-DIAS > WS-CLI-PIOR
                       MOVE WS-DIAS TO WS-CLI-PIOR
                    END-IF
                 END-IF
              WHEN CR-ABERTA
                 IF CR-VALOR > CR-PAGO
                    COMPUTE WS-CLI-SALDO =
                        WS-CLI-SALDO + CR-VALOR - CR-PAGO
                    COMPUTE WS-DIAS =
                        FunctionDateDiff(WS-DATA-BASE, WS-DATA-SIS)
                    IF WS-DIAS > WS-CLI-PIOR
                       MOVE WS-DIAS TO WS-CLI-PIOR
                    END-IF
                 END-IF
           END-EVALUATE.
       ACUMULA-EXIT-PARA.
           EXIT.

      *CLIENT COMPLETE - ONLY CLIENTS WITH A LIMIT ARE REVIEWED
       AVALIA-PARA.
           IF WS-CLI-ATUAL = ZERO
              GO TO AVALIA-EXIT-PARA
           END-IF.
           MOVE WS-CLI-ATUAL TO CL-CODIGO.
           READ CRED-FILE KEY IS CL-CODIGO
              INVALID KEY
                 GO TO AVALIA-EXIT-PARA
           END-READ.
           MOVE WS-CLI-ATUAL TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE "*** CLIENTE NAO CADASTRADO ***" TO WS-NOME-CLI
              NOT INVALID KEY
                 MOVE FD-NOME TO WS-NOME-CLI
           END-READ.
           ADD 1 TO WS-CLIENTES.
           MOVE ZERO TO WS-MEDIA WS-PCT-ATRASO WS-PCT-USO.
           IF WS-CLI-PAGAS > ZERO
              COMPUTE WS-MEDIA ROUNDED =
                  WS-CLI-SOMA-DIAS / WS-CLI-PAGAS
              COMPUTE WS-PCT-ATRASO ROUNDED =
                  WS-CLI-ATRASADAS * 100 / WS-CLI-PAGAS
           END-IF.
           IF CL-LIMITE > ZERO
              COMPUTE WS-PCT-USO ROUNDED =
                  WS-CLI-SALDO * 100 / CL-LIMITE
                  ON SIZE ERROR
                     MOVE 99999 TO WS-PCT-USO
              END-COMPUTE
           END-IF.
           PERFORM BANDA-PARA THRU BANDA-EXIT-PARA.
           PERFORM SUGERE-PARA THRU SUGERE-EXIT-PARA.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-FAIXAS(WS-F:1) = WS-FAIXA
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-FX-QTD(WS-F).
           MOVE WS-CLI-SALDO TO WS-EDIT.
           MOVE CL-LIMITE TO WS-EDIT2.
           MOVE WS-LIMITE-SUG TO WS-EDIT3.
           DISPLAY WS-CLI-ATUAL " " WS-NOME-CLI " " WS-CLI-PAGAS " "
                   WS-MEDIA "  " WS-CLI-PIOR " " WS-PCT-ATRASO "  "
                   WS-FAIXA.
           IF WS-FAIXA = "N"
              DISPLAY "    " WS-EDIT " " WS-EDIT2 " " WS-PCT-USO " "
                      CL-PRAZO-DIAS "  SEM HISTORICO"
           ELSE
              DISPLAY "    " WS-EDIT " " WS-EDIT2 " " WS-PCT-USO " "
                      CL-PRAZO-DIAS "  " WS-EDIT3 "   " WS-PRAZO-SUG
           END-IF.
           PERFORM GRAVA-REV-PARA THRU GRAVA-REV-EXIT-PARA.
       AVALIA-EXIT-PARA.
           EXIT.

      *SCORE BAND - THE THRESHOLDS ARE AVERAGE DAYS LATE, WORST DAYS
      *LATE AND PERCENT OF INVOICES PAID LATE
       BANDA-PARA.
           EVALUATE TRUE
              WHEN WS-CLI-PERDA = "S" OR WS-CLI-PIOR > 90
                 MOVE "E" TO WS-FAIXA
              WHEN WS-CLI-PAGAS < 3 AND WS-CLI-PIOR = ZERO
                 MOVE "N" TO WS-FAIXA
              WHEN WS-MEDIA <= 5 AND WS-CLI-PIOR <= 15
                   AND WS-PCT-ATRASO <= 10
                 MOVE "A" TO WS-FAIXA
              WHEN WS-MEDIA <= 15 AND WS-CLI-PIOR <= 30
                   AND WS-PCT-ATRASO <= 30
                 MOVE "B" TO WS-FAIXA
              WHEN WS-MEDIA <= 30 AND WS-CLI-PIOR <= 60
                   AND WS-PCT-ATRASO <= 50
                 MOVE "C" TO WS-FAIXA
              WHEN OTHER
                 MOVE "D" TO WS-FAIXA
           END-EVALUATE.
       BANDA-EXIT-PARA.
           EXIT.

      *SUGGESTED LIMIT AND TERMS BY BAND:
      *  A - LIMIT +25 PCT WHEN 80 PCT OR MORE OF IT IS IN USE,
      *      TERMS +15 DAYS UP TO 60
      *  B - LIMIT +10 PCT WHEN 80 PCT OR MORE IS IN USE, SAME TERMS
      *  C - LIMIT -20 PCT, TERMS -15 DAYS
      *  D - LIMIT -50 PCT, CASH ON ISSUE (000)
      *  E - NO CREDIT, CASH ON ISSUE
       SUGERE-PARA.
           MOVE CL-LIMITE TO WS-LIMITE-SUG.
           MOVE CL-PRAZO-DIAS TO WS-PRAZO-SUG.
           EVALUATE WS-FAIXA
              WHEN "A"
                 IF WS-PCT-USO >= 80
                    COMPUTE WS-LIMITE-SUG = CL-LIMITE * 125 / 100
                 END-IF
                 IF CL-PRAZO-DIAS < 60
                    COMPUTE WS-PRAZO-SUG = CL-PRAZO-DIAS + 15
                    IF WS-PRAZO-SUG > 60
                       MOVE 60 TO WS-PRAZO-SUG
                    END-IF
                 END-IF
              WHEN "B"
                 IF WS-PCT-USO >= 80
                    COMPUTE WS-LIMITE-SUG = CL-LIMITE * 110 / 100
                 END-IF
              WHEN "C"
                 COMPUTE WS-LIMITE-SUG = CL-LIMITE * 80 / 100
                 IF CL-PRAZO-DIAS > 15
                    SUBTRACT 15 FROM WS-PRAZO-SUG
                 ELSE
                    MOVE ZERO TO WS-PRAZO-SUG
                 END-IF
              WHEN "D"
                 COMPUTE WS-LIMITE-SUG = CL-LIMITE * 50 / 100
                 MOVE ZERO TO WS-PRAZO-SUG
              WHEN "E"
                 MOVE ZERO TO WS-LIMITE-SUG
                 MOVE ZERO TO WS-PRAZO-SUG
           END-EVALUATE.
      *    WHOLE HUNDREDS, ROUNDED - AN UNCHANGED LIMIT STAYS AS IS
           IF WS-LIMITE-SUG NOT = CL-LIMITE
              COMPUTE WS-CENTENAS ROUNDED = WS-LIMITE-SUG / 100
              COMPUTE WS-LIMITE-SUG = WS-CENTENAS * 100
           END-IF.
       SUGERE-EXIT-PARA.
           EXIT.

       GRAVA-REV-PARA.
           MOVE WS-CLI-ATUAL TO RV-CODIGO.
           READ REV-FILE KEY IS RV-CODIGO
              INVALID KEY
                 MOVE "N" TO WS-ACHOU
              NOT INVALID KEY
                 MOVE "S" TO WS-ACHOU
           END-READ.
           IF WS-FAIXA = "N"
              OR (WS-LIMITE-SUG = CL-LIMITE
                  AND WS-PRAZO-SUG = CL-PRAZO-DIAS)
              IF WS-ACHOU = "S" AND RV-PENDENTE
                 DELETE REV-FILE
                    INVALID KEY
                       DISPLAY "ERRO EXCLUINDO CREDREV.DAT " RV-CODIGO
                 END-DELETE
              END-IF
              GO TO GRAVA-REV-EXIT-PARA
           END-IF.
           MOVE WS-CLI-ATUAL TO RV-CODIGO.
           MOVE WS-DATA-SIS TO RV-DATA-REV.
           MOVE WS-FAIXA TO RV-FAIXA.
           MOVE WS-CLI-PAGAS TO RV-PAGAS.
           MOVE WS-MEDIA TO RV-MEDIA.
           MOVE WS-CLI-PIOR TO RV-PIOR.
           MOVE WS-PCT-ATRASO TO RV-PCT-ATRASO.
           MOVE WS-CLI-SALDO TO RV-SALDO.
           MOVE CL-LIMITE TO RV-LIMITE-ATU.
           MOVE CL-PRAZO-DIAS TO RV-PRAZO-ATU.
           MOVE WS-LIMITE-SUG TO RV-LIMITE-SUG.
           MOVE WS-PRAZO-SUG TO RV-PRAZO-SUG.
           MOVE "P" TO RV-STATUS.
           MOVE ZERO TO RV-DATA-DEC.
           IF WS-ACHOU = "S"
              REWRITE REG-REV
                 INVALID KEY
                    DISPLAY "ERRO REGRAVANDO CREDREV.DAT " RV-CODIGO
                    GO TO GRAVA-REV-EXIT-PARA
              END-REWRITE
           ELSE
              WRITE REG-REV
                 INVALID KEY
                    DISPLAY "ERRO GRAVANDO CREDREV.DAT " RV-CODIGO
                    GO TO GRAVA-REV-EXIT-PARA
              END-WRITE
           END-IF.
           ADD 1 TO WS-SUGESTOES.
           IF WS-LIMITE-SUG > CL-LIMITE
              ADD 1 TO WS-AUMENTOS
           END-IF.
           IF WS-LIMITE-SUG < CL-LIMITE
              ADD 1 TO WS-REDUCOES
           END-IF.
       GRAVA-REV-EXIT-PARA.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           DISPLAY "CLIENTES REVISADOS        : " WS-CLIENTES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               DISPLAY "  FAIXA " WS-FAIXAS(WS-F:1)
                       "                  : " WS-FX-QTD(WS-F)
           END-PERFORM.
           DISPLAY "SUGESTOES PARA O CREDMAINT: " WS-SUGESTOES.
           DISPLAY "  AUMENTO DE LIMITE       : " WS-AUMENTOS.
           DISPLAY "  REDUCAO DE LIMITE       : " WS-REDUCOES.
       RESUMO-EXIT-PARA.
           EXIT.
