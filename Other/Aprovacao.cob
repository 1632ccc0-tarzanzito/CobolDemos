      ******************************************************************
      *DESC    : Approval screen for the dual-control queue APROVQ.DAT *
      *        : - write-offs (BAIXAPERDA), credit limit raises        *
      *        : (CREDMAINT), deduction percentage changes (GRADMAINT) *
      *        : and period reopens (PERMAINT) above their             *
      *        : APROVLIM.TAB thresholds wait there with requester and *
      *        : reason. A second supervisor walks the pending items   *
      *        : here and approves or rejects each one; an approval    *
      *        : applies the change to the master file at that moment, *
      *        : a rejection needs a reason. Requester, approver, both *
      *        : dates and the rejection reason stay on the queue      *
      *        : record. Console style, like PeriodoMaint.cob.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Supervisors only, and never on an item they asked for *
      *        : themselves - that is the whole point of the queue.    *
      *        : A change is applied only while the current value is   *
      *        : still the one the requester saw (open balance, limit  *
      *        : and terms, the grade's table line, period closed);    *
      *        : otherwise it stays pending and should be rejected and *
      *        : asked for again. Applying mirrors the owning program: *
      *        :   BAIXA   CONTAS.DAT "P", PERDAS.TXT, COMLIBER "C"    *
      *        :   CREDITO CLICRED.DAT limit and terms; a REVCRED      *
      *        :           suggestion is marked decided in CREDREV.DAT *
      *        :   GRADE   the grade's GRADRATE.TAB line, GRADRATE.LOG *
      *        :   PERIODO "A" line in PERIODO.CTL                     *
      *        : RELAPROV lists the items left pending too long.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILA-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              AQ-ID
           FILE STATUS             FS-FILA.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL PERDAS-FILE ASSIGN TO "PERDAS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PERDAS.
           SELECT CRED-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CL-CODIGO
           FILE STATUS             FS-CRED.
           SELECT OPTIONAL REV-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              RV-CODIGO
           FILE STATUS             FS-REV.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "GRADRATE.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RATE.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "GRADRATE.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-LOG.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "PERIODO.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CTL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT APROVCTL (AprovCtl.cob) WRITES
       FD FILA-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "APROVQ.DAT".
       01 REG-FILA.
          02 AQ-ID             PIC 9(06).
          02 AQ-TIPO           PIC X(08).
          02 AQ-CHAVE          PIC X(20).
          02 AQ-VALOR          PIC 9(09)V99.
          02 AQ-ANTES          PIC X(40).
          02 AQ-NOVO           PIC X(40).
          02 AQ-SOLICITANTE    PIC X(08).
          02 AQ-DATA-SOL       PIC 9(08).
          02 AQ-HORA-SOL       PIC 9(06).
          02 AQ-MOTIVO         PIC X(60).
          02 AQ-STATUS         PIC X(01).
             88 AQ-PENDENTE    VALUE "P".
             88 AQ-APROVADA    VALUE "A".
             88 AQ-REJEITADA   VALUE "R".
          02 AQ-APROVADOR      PIC X(08).
          02 AQ-DATA-DEC       PIC 9(08).
          02 AQ-HORA-DEC       PIC 9(06).
          02 AQ-MOTIVO-REJ     PIC X(60).

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
             88 CR-PERDA       VALUE "P".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       FD PERDAS-FILE.
       01 PERDAS-LINE          PIC X(40).

      *SAME LAYOUT CREDMAINT (CredMaint.cob) MAINTAINS
       FD CRED-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICRED.DAT".
       01 REG-CRED.
          02 CL-CODIGO        PIC 9(06).
          02 CL-LIMITE        PIC 9(09)V99.
          02 CL-PRAZO-DIAS    PIC 9(03).

      *SAME LAYOUT REVCRED (RevisaoCredito.cob) WRITES
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
          02 RV-DATA-DEC      PIC 9(08).

       FD RATE-FILE.
       01 RATE-LINE            PIC X(20).

       FD LOG-FILE.
       01 LOG-LINE             PIC X(80).

       FD CTL-FILE.
       01 CTL-LINE             PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-FILA              PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-PERDAS            PIC X(02) VALUE SPACES.
       77 FS-CRED              PIC X(02) VALUE SPACES.
       77 FS-REV               PIC X(02) VALUE SPACES.
       77 FS-RATE              PIC X(02) VALUE SPACES.
       77 FS-LOG               PIC X(02) VALUE SPACES.
       77 FS-CTL               PIC X(02) VALUE SPACES.
       77 WS-FUNC              PIC 9     VALUE ZERO.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DECISAO           PIC X     VALUE SPACE.
       77 WS-APLICOU           PIC X     VALUE "N".
       77 WS-VISTAS            PIC 9(05) VALUE ZERO.
       77 WS-APROVADAS         PIC 9(05) VALUE ZERO.
       77 WS-REJEITADAS        PIC 9(05) VALUE ZERO.
       77 WS-BAIXAS            PIC 9(05) VALUE ZERO.
       77 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       77 WS-SALDO-EDIT        PIC 9(07).99.
       77 WS-VALOR-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-VALOR-EDIT2       PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-PERIODO           PIC 9(06) VALUE ZERO.
       77 WS-SIT               PIC X     VALUE SPACE.
       77 WS-ID                PIC 9(06) VALUE ZERO.

      *SIGN-ON FIELDS - SUPERVISORS ONLY
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-SIGNON-OK         PIC X     VALUE "N".

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.

      *BEFORE AND REQUESTED VALUES OF THE ITEM, IN THE LAYOUT OF
      *ITS ACTION TYPE
       01 WS-ANTES             PIC X(40) VALUE SPACES.
       01 WS-ANTES-BAIXA REDEFINES WS-ANTES.
          05 WS-A-SALDO        PIC 9(07)V99.
          05 FILLER            PIC X(31).
       01 WS-ANTES-CRED REDEFINES WS-ANTES.
          05 WS-A-LIMITE       PIC 9(09)V99.
          05 WS-A-PRAZO        PIC 9(03).
          05 FILLER            PIC X(26).
       01 WS-NOVO              PIC X(40) VALUE SPACES.
       01 WS-NOVO-CRED REDEFINES WS-NOVO.
          05 WS-N-LIMITE       PIC 9(09)V99.
          05 WS-N-PRAZO        PIC 9(03).
          05 WS-N-ORIGEM       PIC X(01).
          05 FILLER            PIC X(25).
       01 WS-CHAVE             PIC X(20) VALUE SPACES.
       01 WS-CHAVE-CR REDEFINES WS-CHAVE.
          05 WS-K-CODIGO       PIC 9(06).
          05 WS-K-FATURA       PIC 9(06).
          05 FILLER            PIC X(08).

      *GRADRATE.TAB IN MEMORY WHILE ONE LINE IS REPLACED - EVERY
      *OTHER LINE GOES BACK AS IT WAS
       01 WS-LIN-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-LIN-TAB.
          05 WS-LIN            PIC X(20) OCCURS 50 TIMES.
       01 WS-I                 PIC 9(02) VALUE ZERO.
       01 WS-USE               PIC 9(02) VALUE ZERO.
      *DD.DD PERCENTAGES OF THE OLD AND NEW LINES AS DIGITS, FOR THE
      *GRADMAINT CHANGE-LOG LINE
       01 WS-DED-ANTES         PIC X(04) VALUE SPACES.
       01 WS-DED-NOVO          PIC X(04) VALUE SPACES.
       01 WS-ALL-ANTES         PIC X(04) VALUE SPACES.
       01 WS-ALL-NOVO          PIC X(04) VALUE SPACES.

      *COMMISSION ON COLLECTION - A WRITTEN-OFF INVOICE WILL NEVER BE
      *PAID, SO ITS PENDING COMMISSION IS CANCELLED (COMLIBER)
       01 WS-CPL-PEDIDO.
          05 WS-CPL-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CPL-PROGRAMA   PIC X(08) VALUE "APROVA".
          05 WS-CPL-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-CPL-FATURA     PIC 9(06) VALUE ZERO.
          05 WS-CPL-DATA       PIC 9(08) VALUE ZERO.
       01 WS-CPL-RESPOSTA.
          05 WS-CPL-RC         PIC X(02) VALUE SPACES.
          05 WS-CPL-VENDEDOR   PIC 9(05) VALUE ZERO.
          05 WS-CPL-COMISSAO   PIC 9(07)V99 VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           OPEN I-O FILA-FILE.
           IF FS-FILA = "35" OR FS-FILA = "05"
              DISPLAY "NENHUMA SOLICITACAO NA FILA DE APROVACAO"
              CLOSE FILA-FILE
              STOP RUN
           END-IF.
           IF FS-FILA NOT = "00"
              DISPLAY "APROVQ.DAT STATUS --->" FS-FILA
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "APROVACAO EM DUPLA - SUPERVISOR " WS-OPERADOR.

       TELA.
           DISPLAY "1-PENDENTES  2-CONSULTAR  3-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
                 PERFORM PENDENTES-PARA THRU PENDENTES-FIM
              WHEN 2
                 PERFORM CONSULTA-PARA THRU CONSULTA-FIM
              WHEN 3
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-EVALUATE.
           GO TO TELA.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - PASSWORD,
      *EXPIRY AND LOCKOUT ALL LIVE THERE NOW
       SIGNON-PARA.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SIGNON-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
       SIGNON-FIM.
           EXIT.

      *PENDING ITEMS ONE BY ONE, OLDEST FIRST
       PENDENTES-PARA.
           MOVE ZERO TO WS-VISTAS.
           MOVE ZERO TO AQ-ID.
           MOVE "N" TO WS-EOF.
           START FILA-FILE KEY IS NOT LESS AQ-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "S"
               READ FILA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF AQ-PENDENTE
                          ADD 1 TO WS-VISTAS
                          PERFORM MOSTRA-PARA THRU MOSTRA-FIM
                          PERFORM DECIDE-PARA THRU DECIDE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "SOLICITACOES PENDENTES VISTAS: " WS-VISTAS.
       PENDENTES-FIM.
           EXIT.

      *ANY ITEM BY NUMBER, DECIDED OR NOT - A PENDING ONE CAN BE
      *DECIDED FROM HERE TOO
       CONSULTA-PARA.
           DISPLAY "NUMERO DA SOLICITACAO:".
           ACCEPT WS-ID FROM CONSOLE.
           MOVE WS-ID TO AQ-ID.
           READ FILA-FILE KEY IS AQ-ID
              INVALID KEY
                 DISPLAY "SOLICITACAO NAO ENCONTRADA"
                 GO TO CONSULTA-FIM
           END-READ.
           PERFORM MOSTRA-PARA THRU MOSTRA-FIM.
           EVALUATE TRUE
              WHEN AQ-PENDENTE
                 PERFORM DECIDE-PARA THRU DECIDE-FIM
              WHEN AQ-APROVADA
                 DISPLAY "  APROVADA POR " AQ-APROVADOR " EM "
                         AQ-DATA-DEC " " AQ-HORA-DEC
              WHEN AQ-REJEITADA
                 DISPLAY "  REJEITADA POR " AQ-APROVADOR " EM "
                         AQ-DATA-DEC " " AQ-HORA-DEC
                 DISPLAY "  MOTIVO DA REJEICAO: " AQ-MOTIVO-REJ
           END-EVALUATE.
       CONSULTA-FIM.
           EXIT.

      *THE ITEM AS THE REQUESTER ASKED FOR IT
       MOSTRA-PARA.
           MOVE AQ-ANTES TO WS-ANTES.
           MOVE AQ-NOVO TO WS-NOVO.
           MOVE AQ-CHAVE TO WS-CHAVE.
           DISPLAY " ".
           DISPLAY "SOLICITACAO " AQ-ID " - " AQ-TIPO
                   " - PEDIDA POR " AQ-SOLICITANTE " EM "
                   AQ-DATA-SOL " " AQ-HORA-SOL.
           EVALUATE AQ-TIPO
              WHEN "BAIXA"
                 MOVE WS-A-SALDO TO WS-VALOR-EDIT
                 DISPLAY "  BAIXA POR PERDA DA FATURA " WS-K-FATURA
                         " CLIENTE " WS-K-CODIGO " SALDO "
                         WS-VALOR-EDIT
              WHEN "CREDITO"
                 MOVE WS-A-LIMITE TO WS-VALOR-EDIT
                 MOVE WS-N-LIMITE TO WS-VALOR-EDIT2
                 DISPLAY "  CLIENTE " AQ-CHAVE(1:6) " LIMITE "
                         WS-VALOR-EDIT " PARA " WS-VALOR-EDIT2
                 DISPLAY "  PRAZO " WS-A-PRAZO " PARA " WS-N-PRAZO
                         " DIAS"
                 IF WS-N-ORIGEM = "R"
                    DISPLAY "  (SUGESTAO DA REVISAO DE CREDITO)"
                 END-IF
              WHEN "GRADE"
                 DISPLAY "  GRADE " AQ-CHAVE(1:1) " DE "
                         WS-ANTES(1:20) " PARA " WS-NOVO(1:20)
              WHEN "PERIODO"
                 DISPLAY "  REABERTURA DO PERIODO " AQ-CHAVE(1:6)
              WHEN OTHER
                 DISPLAY "  " AQ-CHAVE " " AQ-ANTES
           END-EVALUATE.
           DISPLAY "  MOTIVO: " AQ-MOTIVO.
       MOSTRA-FIM.
           EXIT.

      *APPROVE (AND APPLY) OR REJECT - NEVER BY THE REQUESTER
       DECIDE-PARA.
           IF AQ-SOLICITANTE = WS-OPERADOR
              DISPLAY "  PEDIDA POR VOCE - SO OUTRO SUPERVISOR DECIDE"
              GO TO DECIDE-FIM
           END-IF.
           DISPLAY "A-APROVAR  R-REJEITAR  P-PULAR  F-FIM".
           ACCEPT WS-DECISAO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           EVALUATE WS-DECISAO
              WHEN "A"
                 PERFORM APLICA-PARA THRU APLICA-FIM
                 IF WS-APLICOU NOT = "S"
                    DISPLAY "  NAO APLICADA - CONTINUA PENDENTE"
                    GO TO DECIDE-FIM
                 END-IF
                 MOVE "A" TO AQ-STATUS
                 MOVE SPACES TO AQ-MOTIVO-REJ
              WHEN "R"
                 DISPLAY "MOTIVO DA REJEICAO:"
                 MOVE SPACES TO AQ-MOTIVO-REJ
                 ACCEPT AQ-MOTIVO-REJ FROM CONSOLE
                 IF AQ-MOTIVO-REJ = SPACES
                    DISPLAY "  MOTIVO OBRIGATORIO - CONTINUA PENDENTE"
                    GO TO DECIDE-FIM
                 END-IF
                 MOVE "R" TO AQ-STATUS
                 MOVE "N" TO WS-APLICOU
                 IF AQ-TIPO = "CREDITO" AND WS-N-ORIGEM = "R"
                    PERFORM REVISAO-PARA THRU REVISAO-FIM
                 END-IF
              WHEN "F"
                 MOVE "S" TO WS-EOF
                 GO TO DECIDE-FIM
              WHEN OTHER
                 GO TO DECIDE-FIM
           END-EVALUATE.
           MOVE WS-OPERADOR TO AQ-APROVADOR.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE WS-DATA-SIS TO AQ-DATA-DEC.
           MOVE WS-HORA TO AQ-HORA-DEC.
           REWRITE REG-FILA
              INVALID KEY
                 DISPLAY "ERRO REGRAVANDO APROVQ.DAT " AQ-ID
                 GO TO DECIDE-FIM
           END-REWRITE.
           IF AQ-APROVADA
              ADD 1 TO WS-APROVADAS
              DISPLAY "  SOLICITACAO " AQ-ID " APROVADA E APLICADA"
           ELSE
              ADD 1 TO WS-REJEITADAS
              DISPLAY "  SOLICITACAO " AQ-ID " REJEITADA"
           END-IF.
       DECIDE-FIM.
           EXIT.

      *APPLIES THE CHANGE THE WAY THE OWNING PROGRAM WOULD HAVE -
      *WS-APLICOU "S" ONLY WHEN IT TOOK EFFECT
       APLICA-PARA.
           MOVE "N" TO WS-APLICOU.
           EVALUATE AQ-TIPO
              WHEN "BAIXA"
                 PERFORM APLICA-BAIXA-PARA THRU APLICA-BAIXA-FIM
              WHEN "CREDITO"
                 PERFORM APLICA-CRED-PARA THRU APLICA-CRED-FIM
              WHEN "GRADE"
                 PERFORM APLICA-GRADE-PARA THRU APLICA-GRADE-FIM
              WHEN "PERIODO"
                 PERFORM APLICA-PER-PARA THRU APLICA-PER-FIM
              WHEN OTHER
                 DISPLAY "  TIPO DE SOLICITACAO DESCONHECIDO"
           END-EVALUATE.
       APLICA-FIM.
           EXIT.

      *WRITE-OFF - THE INVOICE MUST STILL BE OPEN WITH THE BALANCE
      *THE REQUESTER SAW (BAIXAPERDA BAIXA-PARA)
       APLICA-BAIXA-PARA.
           OPEN I-O CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "  CONTAS.DAT STATUS --->" FS-CR
              GO TO APLICA-BAIXA-FIM
           END-IF.
           MOVE WS-K-CODIGO TO CR-CODIGO.
           MOVE WS-K-FATURA TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 DISPLAY "  FATURA NAO ENCONTRADA"
                 CLOSE CONTAS-FILE
                 GO TO APLICA-BAIXA-FIM
           END-READ.
           IF NOT CR-ABERTA
              DISPLAY "  FATURA NAO ESTA MAIS EM ABERTO - STATUS "
                      CR-STATUS
              CLOSE CONTAS-FILE
              GO TO APLICA-BAIXA-FIM
           END-IF.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           IF WS-SALDO NOT = WS-A-SALDO
              MOVE WS-SALDO TO WS-VALOR-EDIT
              DISPLAY "  SALDO MUDOU DEPOIS DA SOLICITACAO - AGORA "
                      WS-VALOR-EDIT
              CLOSE CONTAS-FILE
              GO TO APLICA-BAIXA-FIM
           END-IF.
           OPEN EXTEND PERDAS-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-PERDAS NOT = "00" AND FS-PERDAS NOT = "05"
              DISPLAY "  PERDAS.TXT STATUS --->" FS-PERDAS
              CLOSE CONTAS-FILE
              GO TO APLICA-BAIXA-FIM
           END-IF.
           MOVE "P" TO CR-STATUS.
           REWRITE REG-CONTA
              INVALID KEY
                 DISPLAY "  FATURA NAO ENCONTRADA"
                 CLOSE CONTAS-FILE
                 CLOSE PERDAS-FILE
                 GO TO APLICA-BAIXA-FIM
           END-REWRITE.
           MOVE WS-SALDO TO WS-SALDO-EDIT.
           MOVE SPACES TO PERDAS-LINE.
           STRING CR-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-SALDO-EDIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO PERDAS-LINE
           END-STRING.
           WRITE PERDAS-LINE.
           CLOSE PERDAS-FILE.
           CLOSE CONTAS-FILE.
           MOVE "S" TO WS-APLICOU.
           ADD 1 TO WS-BAIXAS.
           MOVE "C" TO WS-CPL-FUNC.
           MOVE WS-K-CODIGO TO WS-CPL-CODIGO.
           MOVE WS-K-FATURA TO WS-CPL-FATURA.
           MOVE WS-DATA-SIS TO WS-CPL-DATA.
           CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA.
           IF WS-CPL-RC = "00"
              DISPLAY "  COMISSAO PENDENTE DO VENDEDOR "
                      WS-CPL-VENDEDOR " CANCELADA"
           END-IF.
           IF WS-CPL-RC = "30"
              DISPLAY "  COMISSAO PENDENTE NAO CANCELADA - "
                      "COMPEND.DAT INDISPONIVEL"
           END-IF.
       APLICA-BAIXA-FIM.
           EXIT.

      *CREDIT LIMIT - LIMIT AND TERMS MUST STILL BE WHAT THEY WERE
      *WHEN THE RAISE WAS ASKED FOR
       APLICA-CRED-PARA.
           OPEN I-O CRED-FILE.
           IF FS-CRED NOT = "00"
              DISPLAY "  CLICRED.DAT STATUS --->" FS-CRED
              GO TO APLICA-CRED-FIM
           END-IF.
           MOVE AQ-CHAVE(1:6) TO CL-CODIGO.
           READ CRED-FILE KEY IS CL-CODIGO
              INVALID KEY
                 DISPLAY "  LIMITE NAO CADASTRADO"
                 CLOSE CRED-FILE
                 GO TO APLICA-CRED-FIM
           END-READ.
           IF CL-LIMITE NOT = WS-A-LIMITE
              OR CL-PRAZO-DIAS NOT = WS-A-PRAZO
              DISPLAY "  LIMITE ALTERADO DEPOIS DA SOLICITACAO"
              CLOSE CRED-FILE
              GO TO APLICA-CRED-FIM
           END-IF.
           MOVE WS-N-LIMITE TO CL-LIMITE.
           MOVE WS-N-PRAZO TO CL-PRAZO-DIAS.
           REWRITE REG-CRED
              INVALID KEY
                 DISPLAY "  LIMITE NAO CADASTRADO"
                 CLOSE CRED-FILE
                 GO TO APLICA-CRED-FIM
           END-REWRITE.
           CLOSE CRED-FILE.
           MOVE "S" TO WS-APLICOU.
           IF WS-N-ORIGEM = "R"
              PERFORM REVISAO-PARA THRU REVISAO-FIM
           END-IF.
       APLICA-CRED-FIM.
           EXIT.

      *A RAISE THAT CAME FROM A REVCRED SUGGESTION DECIDES THE
      *SUGGESTION THE SAME WAY ("A" OR "R", WITH THE DATE)
       REVISAO-PARA.
           OPEN I-O REV-FILE.
           IF FS-REV NOT = "00"
              CLOSE REV-FILE
              GO TO REVISAO-FIM
           END-IF.
           MOVE AQ-CHAVE(1:6) TO RV-CODIGO.
           READ REV-FILE KEY IS RV-CODIGO
              INVALID KEY
                 CLOSE REV-FILE
                 GO TO REVISAO-FIM
           END-READ.
           IF RV-PENDENTE
              IF WS-APLICOU = "S"
                 MOVE "A" TO RV-STATUS
              ELSE
                 MOVE "R" TO RV-STATUS
              END-IF
              MOVE WS-DATA-SIS TO RV-DATA-DEC
              REWRITE REG-REV
                 INVALID KEY
                    DISPLAY "  ERRO REGRAVANDO CREDREV.DAT " RV-CODIGO
              END-REWRITE
           END-IF.
           CLOSE REV-FILE.
       REVISAO-FIM.
           EXIT.

      *GRADE RATE - THE GRADE'S LINE MUST STILL READ EXACTLY AS IT
      *DID; ONLY THAT LINE IS REPLACED AND THE CHANGE IS LOGGED IN
      *GRADRATE.LOG LIKE A GRADMAINT CHANGE
       APLICA-GRADE-PARA.
           MOVE ZERO TO WS-LIN-COUNT WS-USE.
           OPEN INPUT RATE-FILE.
           IF FS-RATE NOT = "00"
              DISPLAY "  GRADRATE.TAB STATUS --->" FS-RATE
              CLOSE RATE-FILE
              GO TO APLICA-GRADE-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S" OR WS-LIN-COUNT >= 50
               READ RATE-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIN-COUNT
                       MOVE RATE-LINE TO WS-LIN(WS-LIN-COUNT)
                       IF RATE-LINE(1:1) = AQ-CHAVE(1:1)
                          AND RATE-LINE(2:1) = ";"
                          MOVE WS-LIN-COUNT TO WS-USE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
      *    THE PENDING LIST IS WALKED WITH WS-EOF - PUT IT BACK
           MOVE "N" TO WS-EOF.
           IF WS-USE = ZERO
              DISPLAY "  GRADE NAO CADASTRADO EM GRADRATE.TAB"
              GO TO APLICA-GRADE-FIM
           END-IF.
           IF WS-LIN(WS-USE) NOT = WS-ANTES(1:20)
              DISPLAY "  LINHA ALTERADA DEPOIS DA SOLICITACAO - AGORA "
                      WS-LIN(WS-USE)
              GO TO APLICA-GRADE-FIM
           END-IF.
           MOVE WS-NOVO(1:20) TO WS-LIN(WS-USE).
           OPEN OUTPUT RATE-FILE.
           IF FS-RATE NOT = "00"
              DISPLAY "  GRADRATE.TAB STATUS --->" FS-RATE
              GO TO APLICA-GRADE-FIM
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LIN-COUNT
               MOVE WS-LIN(WS-I) TO RATE-LINE
               WRITE RATE-LINE
           END-PERFORM.
           CLOSE RATE-FILE.
           MOVE "S" TO WS-APLICOU.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
       APLICA-GRADE-FIM.
           EXIT.

      *GRADMAINT'S CHANGE-LOG LINE, WITH THE APPROVER AS OPERATOR
      *AND THE QUEUE NUMBER ON THE END. THE LINES ARE G;DD.DD;AA.AA
       GRAVA-LOG-PARA.
           OPEN EXTEND LOG-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-LOG NOT = "00" AND FS-LOG NOT = "05"
              DISPLAY "  GRADRATE.LOG STATUS --->" FS-LOG
              GO TO GRAVA-LOG-FIM
           END-IF.
           STRING WS-ANTES(3:2) WS-ANTES(6:2) DELIMITED BY SIZE
                  INTO WS-DED-ANTES
           END-STRING.
           STRING WS-ANTES(9:2) WS-ANTES(12:2) DELIMITED BY SIZE
                  INTO WS-ALL-ANTES
           END-STRING.
           STRING WS-NOVO(3:2) WS-NOVO(6:2) DELIMITED BY SIZE
                  INTO WS-DED-NOVO
           END-STRING.
           STRING WS-NOVO(9:2) WS-NOVO(12:2) DELIMITED BY SIZE
                  INTO WS-ALL-NOVO
           END-STRING.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE SPACES TO LOG-LINE.
           STRING WS-DATA-SIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  " GRADE " DELIMITED BY SIZE
                  AQ-CHAVE(1:1) DELIMITED BY SIZE
                  " DED " DELIMITED BY SIZE
                  WS-DED-ANTES DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  WS-DED-NOVO DELIMITED BY SIZE
                  " ABONO " DELIMITED BY SIZE
                  WS-ALL-ANTES DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  WS-ALL-NOVO DELIMITED BY SIZE
                  " APROVQ " DELIMITED BY SIZE
                  AQ-ID DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
           CLOSE LOG-FILE.
       GRAVA-LOG-FIM.
           EXIT.

      *PERIOD REOPEN - THE PERIOD MUST STILL BE CLOSED; THE "A" LINE
      *CARRIES THE APPROVER, AS PERMAINT'S CARRIES ITS OPERATOR
       APLICA-PER-PARA.
           MOVE AQ-CHAVE(1:6) TO WS-PERIODO.
           CALL "PERIODCTL" USING WS-PERIODO, WS-SIT.
           IF WS-SIT NOT = "F"
              DISPLAY "  PERIODO " WS-PERIODO " JA ESTA ABERTO"
              GO TO APLICA-PER-FIM
           END-IF.
           OPEN EXTEND CTL-FILE.
      *    "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
           IF FS-CTL NOT = "00" AND FS-CTL NOT = "05"
              DISPLAY "  PERIODO.CTL STATUS --->" FS-CTL
              GO TO APLICA-PER-FIM
           END-IF.
           MOVE SPACES TO CTL-LINE.
           STRING WS-PERIODO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  "A" DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO CTL-LINE
           END-STRING.
           WRITE CTL-LINE.
           CLOSE CTL-FILE.
           MOVE "S" TO WS-APLICOU.
           DISPLAY "  PERIODO " WS-PERIODO " REABERTO".
       APLICA-PER-FIM.
           EXIT.

       FIM.
           CLOSE FILA-FILE.
           IF WS-BAIXAS > ZERO
              MOVE "X" TO WS-CPL-FUNC
              CALL "COMLIBER" USING WS-CPL-PEDIDO, WS-CPL-RESPOSTA
           END-IF.
           DISPLAY "APROVADAS: " WS-APROVADAS
                   "  REJEITADAS: " WS-REJEITADAS.
           STOP RUN.
