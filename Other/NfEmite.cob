      ******************************************************************
      *DESC    : Shared fiscal-number issuer - invoices got only the   *
      *        : internal CR-FATURA and the accountant rebuilt the     *
      *        : fiscal register by hand every month. Every program    *
      *        : that bills (SalesBatch under FATURAR, CTASREC and     *
      *        : EXCTAS FATURA, NOTAFISC for an invoice left without   *
      *        : one) CALLs this routine once per invoice: the         *
      *        : client's FD-FILIAL picks the branch's current series  *
      *        : in NFSERIE.DAT, the next number of that series is     *
      *        : taken and the nota fiscal is entered in the fiscal    *
      *        : register NOTAFIS.DAT against the invoice, with its    *
      *        : value and CR-IMPOSTO.                                 *
      *        :   CALL "NFEMITE" USING NFE-PEDIDO, NFE-RESPOSTA       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "E" issue, "X" close the files (the        *
      *        : ENVIODOC convention - the files stay open between     *
      *        : calls of a run). NFE-RC: "00" issued, "10" client not *
      *        : on ARQCLI.DAT, "20" no series for the branch (set it  *
      *        : up in NOTAFISC), "30" file error, "40" series         *
      *        : exhausted. A client without a branch (FD-FILIAL 00)   *
      *        : draws from the series of branch 00, the head office.  *
      *        : A number is only used up by its register record: the  *
      *        : record is written first and the series moved on       *
      *        : after, so a run that dies between the two leaves the  *
      *        : number taken and the next call steps past it - a      *
      *        : number is never issued twice and never skipped.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEMITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *CURRENT SERIES AND NEXT NUMBER PER BRANCH, KEPT BY NOTAFISC
           SELECT OPTIONAL SERIE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              NS-FILIAL
           FILE STATUS             FS-NS.
      *FISCAL REGISTER - ONE RECORD PER NUMBER EVER ISSUED
           SELECT OPTIONAL NOTA-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              NF-CHAVE
           FILE STATUS             FS-NF.

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
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
          02 FD-CPF-CNPJ      PIC X(14).

      *SERIES CONTROL - SAME LAYOUT NOTAFISC MAINTAINS
       FD SERIE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NFSERIE.DAT".
       01 REG-SERIE.
          02 NS-FILIAL         PIC 9(02).
          02 NS-SERIE          PIC 9(03).
          02 NS-PROXIMO        PIC 9(09).
          02 NS-DATA-ALT       PIC 9(08).
          02 NS-OPERADOR       PIC X(08).

      *FISCAL REGISTER - SAME LAYOUT NOTAFISC AND RELNF READ.
      *NF-FATURA IS THE (FIRST) CR-FATURA OF THE SALE; A SALE BILLED
      *IN PARCELS IS ONE NOTA FISCAL OVER NF-PARCELAS CONSECUTIVE
      *INVOICES. NF-SITUACAO "E" = EMITIDA, "C" = CANCELADA
       FD NOTA-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NOTAFIS.DAT".
       01 REG-NOTA.
          02 NF-CHAVE.
             03 NF-FILIAL      PIC 9(02).
             03 NF-SERIE       PIC 9(03).
             03 NF-NUMERO      PIC 9(09).
          02 NF-CODIGO         PIC 9(06).
          02 NF-FATURA         PIC 9(06).
          02 NF-PARCELAS       PIC 9(02).
          02 NF-DATA           PIC 9(08).
          02 NF-VALOR          PIC 9(09)V99.
          02 NF-IMPOSTO        PIC 9(09)V99.
          02 NF-SITUACAO       PIC X(01).
             88 NF-EMITIDA     VALUE "E".
             88 NF-CANCELADA   VALUE "C".
          02 NF-PROGRAMA       PIC X(08).
          02 NF-OPERADOR       PIC X(08).
          02 NF-DATA-CANC      PIC 9(08).
          02 NF-OPER-CANC      PIC X(08).
          02 NF-MOTIVO         PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-NS                PIC X(02) VALUE SPACES.
       77 FS-NF                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-GRAVOU            PIC X     VALUE "N".
       01 WS-NUMERO            PIC 9(09) VALUE ZERO.

       LINKAGE SECTION.
       01 NFE-PEDIDO.
          05 NFE-FUNC          PIC X(01).
      *CALLING PROGRAM AND OPERATOR, RECORDED ON THE REGISTER
          05 NFE-PROGRAMA      PIC X(08).
          05 NFE-OPERADOR      PIC X(08).
          05 NFE-CODIGO        PIC 9(06).
          05 NFE-FATURA        PIC 9(06).
          05 NFE-PARCELAS      PIC 9(02).
          05 NFE-DATA          PIC 9(08).
          05 NFE-VALOR         PIC 9(09)V99.
          05 NFE-IMPOSTO       PIC 9(09)V99.
       01 NFE-RESPOSTA.
          05 NFE-RC            PIC X(02).
          05 NFE-FILIAL        PIC 9(02).
          05 NFE-SERIE         PIC 9(03).
          05 NFE-NUMERO        PIC 9(09).

       PROCEDURE DIVISION USING NFE-PEDIDO, NFE-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO NFE-RC.
           MOVE ZERO TO NFE-FILIAL.
           MOVE ZERO TO NFE-SERIE.
           MOVE ZERO TO NFE-NUMERO.
           IF NFE-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
           IF WS-ABERTO NOT = "S"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           IF WS-FALHOU = "S"
              MOVE "30" TO NFE-RC
              GOBACK
           END-IF.
           IF NFE-FUNC = "E"
              PERFORM EMITE-PARA THRU EMITE-FIM
           END-IF.
           GOBACK.

      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE. A FILE THAT
      *WILL NOT OPEN FAILS EVERY CALL OF THE RUN WITH "30"
       ABRE-PARA.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "NFEMITE: ARQCLI.DAT STATUS " FS
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           OPEN I-O SERIE-FILE.
           IF FS-NS NOT = "00" AND FS-NS NOT = "05"
              DISPLAY "NFEMITE: NFSERIE.DAT STATUS " FS-NS
              CLOSE ARQCLI
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           OPEN I-O NOTA-FILE.
           IF FS-NF NOT = "00" AND FS-NF NOT = "05"
              DISPLAY "NFEMITE: NOTAFIS.DAT STATUS " FS-NF
              CLOSE ARQCLI
              CLOSE SERIE-FILE
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           MOVE "S" TO WS-ABERTO.
       ABRE-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-ABERTO = "S"
              CLOSE ARQCLI
              CLOSE SERIE-FILE
              CLOSE NOTA-FILE
           END-IF.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-FALHOU.
       FECHA-FIM.
           EXIT.

      *ONE NOTA FISCAL FOR THE INVOICE IN THE REQUEST - THE REGISTER
      *RECORD FIRST, THEN THE SERIES MOVED PAST IT
       EMITE-PARA.
           MOVE NFE-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE "10" TO NFE-RC
                 GO TO EMITE-FIM
           END-READ.
           MOVE FD-FILIAL TO NS-FILIAL.
           READ SERIE-FILE KEY IS NS-FILIAL
              INVALID KEY
                 MOVE "20" TO NFE-RC
                 GO TO EMITE-FIM
           END-READ.
           MOVE NS-PROXIMO TO WS-NUMERO.
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL WS-GRAVOU = "S" OR WS-NUMERO = ZERO
               MOVE NS-FILIAL TO NF-FILIAL
               MOVE NS-SERIE TO NF-SERIE
               MOVE WS-NUMERO TO NF-NUMERO
               MOVE NFE-CODIGO TO NF-CODIGO
               MOVE NFE-FATURA TO NF-FATURA
               MOVE NFE-PARCELAS TO NF-PARCELAS
               MOVE NFE-DATA TO NF-DATA
               MOVE NFE-VALOR TO NF-VALOR
               MOVE NFE-IMPOSTO TO NF-IMPOSTO
               MOVE "E" TO NF-SITUACAO
               MOVE NFE-PROGRAMA TO NF-PROGRAMA
               MOVE NFE-OPERADOR TO NF-OPERADOR
               MOVE ZERO TO NF-DATA-CANC
               MOVE SPACES TO NF-OPER-CANC
               MOVE SPACES TO NF-MOTIVO
               WRITE REG-NOTA
      *           ALREADY TAKEN - A RUN DIED BEFORE MOVING THE
      *           SERIES ON; THE NUMBER STAYS WITH ITS RECORD
                  INVALID KEY
                     ADD 1 TO WS-NUMERO
                  NOT INVALID KEY
                     MOVE "S" TO WS-GRAVOU
               END-WRITE
           END-PERFORM.
           IF WS-GRAVOU NOT = "S"
              MOVE "40" TO NFE-RC
              GO TO EMITE-FIM
           END-IF.
           COMPUTE NS-PROXIMO = WS-NUMERO + 1.
           REWRITE REG-SERIE
              INVALID KEY
                 DISPLAY "NFEMITE: SERIE DA FILIAL " NS-FILIAL
                         " NAO ATUALIZADA - STATUS " FS-NS
           END-REWRITE.
           MOVE NF-FILIAL TO NFE-FILIAL.
           MOVE NF-SERIE TO NFE-SERIE.
           MOVE NF-NUMERO TO NFE-NUMERO.
       EMITE-FIM.
           EXIT.
