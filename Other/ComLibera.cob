      ******************************************************************
      *DESC    : Shared pending-commission release - a salesperson on  *
      *        : commission-on-collection (COMISMOD.TAB mode "R") is   *
      *        : only owed the commission of a billed sale once the    *
      *        : client has actually paid the invoice. SalesBatch      *
      *        : parks that commission in COMPEND.DAT against the      *
      *        : CR-FATURA it posted; every program that settles an    *
      *        : invoice with real money (BANCORET, CTASREC, EXCTAS    *
      *        : PAGAMENTO and the suspense APLICA) CALLs this routine *
      *        : when the invoice turns "Q", and the pending record is *
      *        : released with the settlement date. BAIXAPERDA cancels *
      *        : the record of an invoice written off as a loss.       *
      *        :   CALL "COMLIBER" USING CPL-PEDIDO, CPL-RESPOSTA      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "L" release, "C" cancel, "X" close the     *
      *        : file (the NFEMITE convention - the file stays open    *
      *        : between calls of a run). CPL-RC: "00" done, "10" no   *
      *        : pending commission on the invoice (the normal case    *
      *        : for commission-on-sale salespeople and for invoices   *
      *        : not billed by SalesBatch), "30" file error. Only a    *
      *        : "P" record moves; a record already released or        *
      *        : cancelled is left as it is and answers "10", so a     *
      *        : second settlement call can never release twice.       *
      *        : CP-SITUACAO: "P" pending, "L" released, "E" sent to   *
      *        : payroll in COMISSUM.DAT, "G" paid by a final payroll, *
      *        : "X" cancelled.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMLIBER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PENDING COMMISSION, ONE RECORD PER INVOICE BILLED FOR A
      *COMMISSION-ON-COLLECTION SALESPERSON
           SELECT OPTIONAL PEND-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CP-CHAVE
           FILE STATUS             FS-CP.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT SalesBatch WRITES AND RELCOMP, GLINTF, GLREVERSE
      *AND PAYROLL READ
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
      *SETTLEMENT (OR CANCELLATION) DATE AND THE PROGRAM THAT MOVED
      *THE RECORD - THE GL CUTS THE RELEASE BY THIS DATE
          02 CP-DATA-LIB       PIC 9(08).
          02 CP-PROG-LIB       PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-CP                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".

       LINKAGE SECTION.
       01 CPL-PEDIDO.
          05 CPL-FUNC          PIC X(01).
      *CALLING PROGRAM, RECORDED ON THE PENDING RECORD
          05 CPL-PROGRAMA      PIC X(08).
          05 CPL-CODIGO        PIC 9(06).
          05 CPL-FATURA        PIC 9(06).
          05 CPL-DATA          PIC 9(08).
       01 CPL-RESPOSTA.
          05 CPL-RC            PIC X(02).
          05 CPL-VENDEDOR      PIC 9(05).
          05 CPL-COMISSAO      PIC 9(07)V99.

       PROCEDURE DIVISION USING CPL-PEDIDO, CPL-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO CPL-RC.
           MOVE ZERO TO CPL-VENDEDOR.
           MOVE ZERO TO CPL-COMISSAO.
           IF CPL-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
           IF WS-ABERTO NOT = "S"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           IF WS-FALHOU = "S"
              MOVE "30" TO CPL-RC
              GOBACK
           END-IF.
           IF CPL-FUNC = "L" OR CPL-FUNC = "C"
              PERFORM MUDA-PARA THRU MUDA-FIM
           END-IF.
           GOBACK.

      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE. A FILE THAT
      *WILL NOT OPEN FAILS EVERY CALL OF THE RUN WITH "30"
       ABRE-PARA.
           OPEN I-O PEND-FILE.
           IF FS-CP NOT = "00" AND FS-CP NOT = "05"
              DISPLAY "COMLIBER: COMPEND.DAT STATUS " FS-CP
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           MOVE "S" TO WS-ABERTO.
       ABRE-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-ABERTO = "S"
              CLOSE PEND-FILE
           END-IF.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-FALHOU.
       FECHA-FIM.
           EXIT.

      *RELEASES ("L") OR CANCELS ("C") THE PENDING COMMISSION OF THE
      *INVOICE IN THE REQUEST - ONLY A "P" RECORD EVER MOVES
       MUDA-PARA.
           MOVE CPL-CODIGO TO CP-CODIGO.
           MOVE CPL-FATURA TO CP-FATURA.
           READ PEND-FILE KEY IS CP-CHAVE
              INVALID KEY
                 MOVE "10" TO CPL-RC
                 GO TO MUDA-FIM
           END-READ.
           IF NOT CP-PENDENTE
              MOVE "10" TO CPL-RC
              GO TO MUDA-FIM
           END-IF.
           IF CPL-FUNC = "L"
              MOVE "L" TO CP-SITUACAO
           ELSE
              MOVE "X" TO CP-SITUACAO
           END-IF.
           MOVE CPL-DATA TO CP-DATA-LIB.
           MOVE CPL-PROGRAMA TO CP-PROG-LIB.
           REWRITE REG-PEND
              INVALID KEY
                 DISPLAY "COMLIBER: FATURA " CP-CODIGO "/" CP-FATURA
                         " NAO REGRAVADA - STATUS " FS-CP
                 MOVE "30" TO CPL-RC
                 GO TO MUDA-FIM
           END-REWRITE.
           MOVE CP-VENDEDOR TO CPL-VENDEDOR.
           MOVE CP-COMISSAO TO CPL-COMISSAO.
       MUDA-FIM.
           EXIT.
