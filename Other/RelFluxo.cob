      *        : beyond, with item counts and totals.                  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Records posted before the due-date field existed      *
      *        : carry zero in CR-DATA-VENC and are projected from     *
      *        : CR-DATA, the same fallback the aging applies.         *
      *        : The open supplier bills on CONTASPG.DAT (EXCPAG) are  *
      *        : bucketed the same way by PA-DATA-VENC and shown as A  *
      *        : PAGAR next to A RECEBER, with the net SALDO per       *
      *        : bucket and in total. CONTASPG.DAT is optional -       *
      *        : without it the payables column stays at zero.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFLUXO.
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
      *SUPPLIER BILLS - THE MONEY GOING OUT, NEXT TO WHAT COMES IN
           SELECT OPTIONAL PAGAR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PA-CHAVE
           FILE STATUS             FS-PA.

       DATA DIVISION.
       FILE SECTION.
      *CONTAS.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 CR-IMPOSTO        PIC 9(07)V99.

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

       WORKING-STORAGE SECTION.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-PA                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-PA-EOF            PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       77 WS-SEMANA            PIC 9(02) VALUE ZERO.
          05 WS-FLUXO-ENTRY OCCURS 10 TIMES.
             10 WS-FX-ITENS    PIC 9(05).
             10 WS-FX-VALOR    PIC 9(11)V99.
      *SAME BUCKETS FOR THE OPEN PAYABLES
       01 WS-PAGAR-TABLE.
          05 WS-PAGAR-ENTRY OCCURS 10 TIMES.
             10 WS-PG-ITENS    PIC 9(05).
             10 WS-PG-VALOR    PIC 9(11)V99.
       01 WS-B                 PIC 9(02) VALUE ZERO.
       01 WS-TOT-ITENS         PIC 9(05) VALUE ZERO.
       01 WS-TOT-VALOR         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-PG-ITENS      PIC 9(05) VALUE ZERO.
       01 WS-TOT-PG-VALOR      PIC 9(11)V99 VALUE ZERO.
       01 WS-LIQUIDO           PIC S9(11)V99 VALUE ZERO.
       01 WS-ROTULO            PIC X(18) VALUE SPACES.
       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-PG           PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-LIQ          PIC -.---.---.--9,99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 10
               MOVE ZERO TO WS-FX-ITENS(WS-B)
               MOVE ZERO TO WS-FX-VALOR(WS-B)
               MOVE ZERO TO WS-PG-ITENS(WS-B)
               MOVE ZERO TO WS-PG-VALOR(WS-B)
           END-PERFORM.
           DISPLAY "PROJECAO DE FLUXO DE CAIXA EM " WS-DATA-SIS.
       OPEN-EXIT-PARA.
                       PERFORM TRATA-ITEM-PARA THRU TRATA-ITEM-FIM
               END-READ
           END-PERFORM.
           OPEN INPUT PAGAR-FILE.
           IF FS-PA NOT = "00"
              GO TO PROCESS-EXIT-PARA
           END-IF.
           PERFORM UNTIL WS-PA-EOF = "Y"
               READ PAGAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PA-EOF
                   NOT AT END
                       PERFORM TRATA-PAGAR-PARA THRU TRATA-PAGAR-FIM
               END-READ
           END-PERFORM.
           CLOSE PAGAR-FILE.
       PROCESS-EXIT-PARA.
           EXIT.

       TRATA-ITEM-FIM.
           EXIT.

      *A SUPPLIER BILL ALWAYS CARRIES ITS DUE DATE (EXCPAG STAMPS IT
      *AT POSTING), SO NO FALLBACK IS NEEDED HERE
       TRATA-PAGAR-PARA.
           IF NOT PA-ABERTA
              GO TO TRATA-PAGAR-FIM
           END-IF.
           COMPUTE WS-SALDO = PA-VALOR - PA-PAGO.
           COMPUTE WS-DIAS =
               FunctionDateDiff(WS-DATA-SIS, PA-DATA-VENC).
           EVALUATE TRUE
              WHEN WS-DIAS < ZERO
                 MOVE 1 TO WS-B
              WHEN WS-DIAS > 55
                 MOVE 10 TO WS-B
              WHEN OTHER
                 COMPUTE WS-SEMANA = WS-DIAS / 7
                 COMPUTE WS-B = WS-SEMANA + 2
           END-EVALUATE.
           ADD 1 TO WS-PG-ITENS(WS-B).
           ADD WS-SALDO TO WS-PG-VALOR(WS-B).
           ADD 1 TO WS-TOT-PG-ITENS.
           ADD WS-SALDO TO WS-TOT-PG-VALOR.
       TRATA-PAGAR-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE CONTAS-FILE.
           DISPLAY "FAIXA              ITENS       A RECEBER "
                   "ITENS          A PAGAR            SALDO".
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 10
               EVALUATE WS-B
                  WHEN 1
                     MOVE "JA VENCIDO" TO WS-ROTULO
                  WHEN 10
                     MOVE "ALEM DE 8 SEMANAS" TO WS-ROTULO
                  WHEN OTHER
                     COMPUTE WS-SEMANA = WS-B - 1
                     MOVE SPACES TO WS-ROTULO
                     STRING "SEMANA " DELIMITED BY SIZE
                            WS-SEMANA DELIMITED BY SIZE
                            INTO WS-ROTULO
                     END-STRING
               END-EVALUATE
               MOVE WS-FX-VALOR(WS-B) TO WS-EDIT
               MOVE WS-PG-VALOR(WS-B) TO WS-EDIT-PG
               COMPUTE WS-LIQUIDO =
                   WS-FX-VALOR(WS-B) - WS-PG-VALOR(WS-B)
               MOVE WS-LIQUIDO TO WS-EDIT-LIQ
               DISPLAY WS-ROTULO " " WS-FX-ITENS(WS-B) " " WS-EDIT
                       " " WS-PG-ITENS(WS-B) " " WS-EDIT-PG
                       " " WS-EDIT-LIQ
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-TOT-VALOR TO WS-EDIT.
           MOVE WS-TOT-PG-VALOR TO WS-EDIT-PG.
           COMPUTE WS-LIQUIDO = WS-TOT-VALOR - WS-TOT-PG-VALOR.
           MOVE WS-LIQUIDO TO WS-EDIT-LIQ.
           DISPLAY "TOTAL EM ABERTO    " WS-TOT-ITENS " " WS-EDIT
                   " " WS-TOT-PG-ITENS " " WS-EDIT-PG
                   " " WS-EDIT-LIQ.
       CLOSE-EXIT-PARA.
           EXIT.

