      ******************************************************************
      *DESC    : Shared bank-book recorder - every program that moves  *
      *        : money through the company's bank account CALLs this   *
      *        : routine once per movement, and the movement is kept   *
      *        : on MOVBANCO.DAT, the book side CONCBANC reconciles    *
      *        : against the bank statement: receipts from BANCORET    *
      *        : (posted or held in suspense) and CTASREC PAGAMENTO,   *
      *        : payments from the PAYROLL final run (one per NETPAY   *
      *        : transfer) and LIBPAG (one per supplier transfer).     *
      *        :   CALL "BANCOMOV" USING BMV-PEDIDO, BMV-RESPOSTA      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "G" record the movement, "X" close the     *
      *        : file (the COMLIBER convention - the file stays open   *
      *        : between calls of a run). BMV-DC "C" money in, "D"     *
      *        : money out. BMV-RC: "00" recorded, "20" bad request    *
      *        : (zero value or D/C not given), "30" file error. The   *
      *        : key is the run's date and time, the calling program   *
      *        : and a sequence of the run; the movement is written    *
      *        : pending ("P") and only CONCBANC ever marks it         *
      *        : reconciled ("C").                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOMOV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *BANK BOOK - ONE RECORD PER MOVEMENT OUR PROGRAMS SENT THROUGH
      *THE BANK. CREATED ON THE FIRST CALL
           SELECT OPTIONAL MOV-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              MB-CHAVE
           ALTERNATE RECORD KEY    MB-CHAVE-VALOR WITH DUPLICATES
           FILE STATUS             FS-MB.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT CONCBANC (ConcBanco.cob) RECONCILES
       FD MOV-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "MOVBANCO.DAT".
       01 REG-MOV.
          02 MB-CHAVE.
             03 MB-DATA-ENT    PIC 9(08).
             03 MB-HORA-ENT    PIC 9(06).
             03 MB-PROGRAMA    PIC X(08).
             03 MB-SEQ         PIC 9(05).
      *DIRECTION AND AMOUNT - THE ALTERNATE KEY CONCBANC SEARCHES A
      *STATEMENT LINE'S CANDIDATES BY
          02 MB-CHAVE-VALOR.
             03 MB-DC          PIC X(01).
                88 MB-ENTRADA  VALUE "C".
                88 MB-SAIDA    VALUE "D".
             03 MB-VALOR       PIC 9(09)V99.
      *DATE THE MONEY MOVED (THE BANK'S DATE FOR A RETURN-FEED
      *RECEIPT, THE RUN DATE OTHERWISE) AND OUR REFERENCE FOR IT
          02 MB-DATA           PIC 9(08).
          02 MB-REFER          PIC X(20).
          02 MB-SITUACAO       PIC X(01).
             88 MB-PENDENTE    VALUE "P".
             88 MB-CONCILIADO  VALUE "C".
      *THE STATEMENT LINE IT WAS MATCHED TO, AND WHEN
          02 MB-EXT-CHAVE      PIC X(28).
          02 MB-DATA-CONC      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-MB                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-GRAVOU            PIC X     VALUE "N".
       77 WS-TENTATIVAS        PIC 9(02) VALUE ZERO.
       01 WS-DATA-RUN          PIC 9(08) VALUE ZERO.
       01 WS-HORA-RUN          PIC 9(06) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-SEQ               PIC 9(05) VALUE ZERO.

       LINKAGE SECTION.
       01 BMV-PEDIDO.
          05 BMV-FUNC          PIC X(01).
      *CALLING PROGRAM, PART OF THE MOVEMENT'S KEY
          05 BMV-PROGRAMA      PIC X(08).
          05 BMV-DC            PIC X(01).
          05 BMV-DATA          PIC 9(08).
          05 BMV-VALOR         PIC 9(09)V99.
          05 BMV-REFER         PIC X(20).
       01 BMV-RESPOSTA.
          05 BMV-RC            PIC X(02).

       PROCEDURE DIVISION USING BMV-PEDIDO, BMV-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO BMV-RC.
           IF BMV-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
           IF WS-ABERTO NOT = "S"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           IF WS-FALHOU = "S"
              MOVE "30" TO BMV-RC
              GOBACK
           END-IF.
           IF BMV-FUNC = "G"
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           GOBACK.

      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE. THE RUN'S DATE
      *AND TIME ARE TAKEN ONCE AND KEY EVERY MOVEMENT OF THE RUN
       ABRE-PARA.
           OPEN I-O MOV-FILE.
           IF FS-MB NOT = "00" AND FS-MB NOT = "05"
              DISPLAY "BANCOMOV: MOVBANCO.DAT STATUS " FS-MB
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           MOVE "S" TO WS-ABERTO.
           ACCEPT WS-DATA-RUN FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA-RUN.
           MOVE ZERO TO WS-SEQ.
       ABRE-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-ABERTO = "S"
              CLOSE MOV-FILE
           END-IF.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-FALHOU.
       FECHA-FIM.
           EXIT.

      *ONE MOVEMENT - A KEY ALREADY TAKEN (THE SAME PROGRAM RUN TWICE
      *IN THE SAME SECOND) MOVES THE SEQUENCE ON
       GRAVA-PARA.
           IF BMV-VALOR = ZERO
              OR (BMV-DC NOT = "C" AND BMV-DC NOT = "D")
              MOVE "20" TO BMV-RC
              GO TO GRAVA-FIM
           END-IF.
           MOVE "N" TO WS-GRAVOU.
           MOVE ZERO TO WS-TENTATIVAS.
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-TENTATIVAS > 10
               ADD 1 TO WS-SEQ
               ADD 1 TO WS-TENTATIVAS
               MOVE WS-DATA-RUN TO MB-DATA-ENT
               MOVE WS-HORA-RUN TO MB-HORA-ENT
               MOVE BMV-PROGRAMA TO MB-PROGRAMA
               MOVE WS-SEQ TO MB-SEQ
               MOVE BMV-DC TO MB-DC
               MOVE BMV-VALOR TO MB-VALOR
               MOVE BMV-DATA TO MB-DATA
               MOVE BMV-REFER TO MB-REFER
               MOVE "P" TO MB-SITUACAO
               MOVE SPACES TO MB-EXT-CHAVE
               MOVE ZERO TO MB-DATA-CONC
               WRITE REG-MOV
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S" TO WS-GRAVOU
               END-WRITE
           END-PERFORM.
           IF WS-GRAVOU NOT = "S"
              DISPLAY "BANCOMOV: MOVIMENTO " BMV-REFER
                      " NAO GRAVADO - STATUS " FS-MB
              MOVE "30" TO BMV-RC
           END-IF.
       GRAVA-FIM.
           EXIT.
