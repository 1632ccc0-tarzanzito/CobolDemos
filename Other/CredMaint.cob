      *        : Console style, like OperMaint.cob.                    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : The CODIGO is validated against ARQCLI.DAT so the    *
      *        : credit desk cannot park a limit on a typo. The       *
      *        : record also carries the client's payment terms in    *
      *        : days (CL-PRAZO-DIAS) - CTASREC stamps issue date     *
      *        : plus terms as CR-DATA-VENC on every posted invoice.  *
      *        : Option 5 walks the pending suggestions of the monthly *
      *        : credit review (REVCRED, CREDREV.DAT) showing the      *
      *        : payment figures, the current and the suggested limit  *
      *        : and terms; A applies the suggestion to CLICRED.DAT, R *
      *        : rejects it, both stamped with the date. ALTERA shows  *
      *        : a pending suggestion next to the current limit. FIM   *
      *        : moved to option 6.                                    *
      *        : The operator now signs on through OPERSIGN. A limit   *
      *        : raise above the APROVLIM.TAB CREDITO threshold (0 =   *
      *        : any raise), typed in ALTERA or accepted from a        *
      *        : REVCRED suggestion, is not written: the new limit and *
      *        : terms go to the APROVCTL approval queue with a reason *
      *        : and a second supervisor applies them in APROVA.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMAINT.
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.
      *MONTHLY SUGGESTIONS FROM REVCRED, DECIDED HERE
           SELECT OPTIONAL REV-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              RV-CODIGO
           FILE STATUS             FS-REV.

       DATA DIVISION.
       FILE SECTION.
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
      *TAXPAYER DOCUMENT - FD-TIPO-DOC "F" = CPF (11 DIGITS), "J" =
      *CNPJ (14 DIGITS); FD-CPF-CNPJ HOLDS THE DIGITS ONLY, LEFT-
      *JUSTIFIED. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 15 BYTES, SO AN
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

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
             88 RV-ACEITA     VALUE "A".
             88 RV-REJEITADA  VALUE "R".
          02 RV-DATA-DEC      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS                  PIC X(02) VALUE SPACES.
       77 WS-SCAN-EOF         PIC X     VALUE "N".
       77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
       77 WS-LIMITE-EDIT      PIC ZZZ.ZZZ.ZZ9,99.
       77 FS-REV              PIC X(02) VALUE SPACES.
       77 WS-REV-EOF          PIC X     VALUE "N".
       77 WS-DECISAO          PIC X     VALUE SPACE.
       77 WS-DATA-SIS         PIC 9(08) VALUE ZERO.
       77 WS-SUG-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-SALDO-EDIT       PIC ZZZ.ZZZ.ZZ9,99.

      *SIGN-ON - THE OPERATOR IS THE REQUESTER OF ANY CHANGE THAT
      *GOES TO THE APPROVAL QUEUE
       77 WS-OPERADOR         PIC X(08) VALUE SPACES.
      *LIMIT AND TERMS BEFORE THE CHANGE, AND "S" WHEN THE CHANGE
      *WENT TO THE APPROVAL QUEUE INSTEAD OF CLICRED.DAT
       77 WS-LIM-ANTES        PIC 9(09)V99 VALUE ZERO.
       77 WS-PRAZO-ANTES      PIC 9(03) VALUE ZERO.
       77 WS-NA-FILA          PIC X     VALUE "N".

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED APROVCTL DUAL CONTROL -
      *BEFORE AND REQUESTED VALUES ARE LIMIT + TERMS, AND THE NEW
      *VALUE CARRIES "R" WHEN IT CAME FROM A REVCRED SUGGESTION
       01 WS-APQ-PEDIDO.
          05 WS-APQ-FUNC       PIC X(01) VALUE SPACE.
          05 WS-APQ-TIPO       PIC X(08) VALUE SPACES.
          05 WS-APQ-CHAVE      PIC X(20) VALUE SPACES.
          05 WS-APQ-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-APQ-ANTES.
             10 WS-APQ-A-LIMITE PIC 9(09)V99.
             10 WS-APQ-A-PRAZO PIC 9(03).
             10 FILLER         PIC X(26).
          05 WS-APQ-NOVO.
             10 WS-APQ-N-LIMITE PIC 9(09)V99.
             10 WS-APQ-N-PRAZO PIC 9(03).
             10 WS-APQ-N-ORIGEM PIC X(01).
             10 FILLER         PIC X(25).
          05 WS-APQ-SOLICITANTE PIC X(08) VALUE SPACES.
          05 WS-APQ-MOTIVO     PIC X(60) VALUE SPACES.
       01 WS-APQ-RESPOSTA.
          05 WS-APQ-RC         PIC X(02) VALUE SPACES.
          05 WS-APQ-ID         PIC 9(06) VALUE ZERO.
          05 WS-APQ-LIMITE     PIC 9(09)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              STOP RUN
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           OPEN I-O CRED-FILE.
           IF FS NOT = "00"
              IF FS = "35"
              CLOSE CRED-FILE
              STOP RUN
           END-IF.
           OPEN I-O REV-FILE.
           IF FS-REV = "35" OR FS-REV = "05"
              CLOSE REV-FILE
              OPEN OUTPUT REV-FILE
              CLOSE REV-FILE
              OPEN I-O REV-FILE
           END-IF.
           IF FS-REV NOT = "00"
              DISPLAY "CREDREV.DAT STATUS --->" FS-REV
              CLOSE CRED-FILE
              CLOSE ARQCLI
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.

       TELA.
           DISPLAY "1-INCLUIR  2-ALTERAR  3-EXCLUIR  4-LISTAR  "
                   "5-REVISAO  6-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
              WHEN 4
                 PERFORM LISTA THRU LISTA-FIM
              WHEN 5
                 PERFORM REVISA THRU REVISA-FIM
              WHEN 6
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-READ.
           MOVE CL-LIMITE TO WS-LIMITE-EDIT.
           DISPLAY "LIMITE ATUAL: " WS-LIMITE-EDIT.
           PERFORM MOSTRA-SUGESTAO THRU MOSTRA-SUGESTAO-FIM.
           MOVE CL-LIMITE TO WS-LIM-ANTES.
           MOVE CL-PRAZO-DIAS TO WS-PRAZO-ANTES.
           DISPLAY "NOVO LIMITE:".
           ACCEPT CL-LIMITE FROM CONSOLE.
           DISPLAY "PRAZO ATUAL: " CL-PRAZO-DIAS " DIAS".
           DISPLAY "NOVO PRAZO EM DIAS (000 = A VISTA):".
           ACCEPT CL-PRAZO-DIAS FROM CONSOLE.
           MOVE "M" TO WS-APQ-N-ORIGEM.
           PERFORM APROVACAO-PARA THRU APROVACAO-FIM.
           IF WS-NA-FILA = "S"
              GO TO ALTERA-FIM
           END-IF.
           REWRITE REG-CRED
              INVALID KEY
                 DISPLAY "LIMITE NAO CADASTRADO"
       LISTA-FIM.
           EXIT.

      *A PENDING REVCRED SUGGESTION IS SHOWN NEXT TO THE CURRENT
      *VALUES SO A MANUAL CHANGE IS MADE KNOWING IT
       MOSTRA-SUGESTAO.
           MOVE CL-CODIGO TO RV-CODIGO.
           READ REV-FILE KEY IS RV-CODIGO
              INVALID KEY
                 GO TO MOSTRA-SUGESTAO-FIM
           END-READ.
           IF NOT RV-PENDENTE
              GO TO MOSTRA-SUGESTAO-FIM
           END-IF.
           MOVE RV-LIMITE-SUG TO WS-SUG-EDIT.
           DISPLAY "SUGESTAO DA REVISAO DE " RV-DATA-REV " (FAIXA "
                   RV-FAIXA "): LIMITE " WS-SUG-EDIT " PRAZO "
                   RV-PRAZO-SUG " DIAS".
       MOSTRA-SUGESTAO-FIM.
           EXIT.

      *PENDING REVCRED SUGGESTIONS ONE BY ONE - ACCEPTING ONE
      *APPLIES THE SUGGESTED LIMIT AND TERMS TO CLICRED.DAT
       REVISA.
           MOVE LOW-VALUES TO RV-CODIGO.
           START REV-FILE KEY IS NOT LESS RV-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-REV-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-REV-EOF
           END-START.
           MOVE ZERO TO WS-LIST-COUNT.
           PERFORM UNTIL WS-REV-EOF = "Y"
               READ REV-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REV-EOF
                   NOT AT END
                       IF RV-PENDENTE
                          ADD 1 TO WS-LIST-COUNT
                          PERFORM DECIDE THRU DECIDE-FIM
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "SUGESTOES VISTAS: " WS-LIST-COUNT.
       REVISA-FIM.
           EXIT.

       DECIDE.
           MOVE RV-CODIGO TO CL-CODIGO.
           READ CRED-FILE KEY IS CL-CODIGO
              INVALID KEY
                 DISPLAY RV-CODIGO " - LIMITE NAO CADASTRADO, "
                         "SUGESTAO REJEITADA"
                 MOVE "R" TO WS-DECISAO
                 GO TO DECIDE-GRAVA
           END-READ.
           MOVE RV-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE SPACES TO FD-NOME
           END-READ.
           DISPLAY " ".
           DISPLAY "CLIENTE " RV-CODIGO " " FD-NOME " FAIXA " RV-FAIXA
                   " (REVISAO DE " RV-DATA-REV ")".
           MOVE RV-SALDO TO WS-SALDO-EDIT.
           DISPLAY "  PAGAS " RV-PAGAS "  MEDIA " RV-MEDIA
                   " DIAS  PIOR " RV-PIOR " DIAS  ATRASADAS "
                   RV-PCT-ATRASO " PCT  SALDO " WS-SALDO-EDIT.
           MOVE CL-LIMITE TO WS-LIMITE-EDIT.
           MOVE RV-LIMITE-SUG TO WS-SUG-EDIT.
           DISPLAY "  ATUAL    : LIMITE " WS-LIMITE-EDIT " PRAZO "
                   CL-PRAZO-DIAS.
           DISPLAY "  SUGERIDO : LIMITE " WS-SUG-EDIT " PRAZO "
                   RV-PRAZO-SUG.
           IF CL-LIMITE NOT = RV-LIMITE-ATU
              OR CL-PRAZO-DIAS NOT = RV-PRAZO-ATU
              DISPLAY "  ATENCAO: LIMITE ALTERADO DEPOIS DA REVISAO"
           END-IF.
           DISPLAY "A-ACEITAR  R-REJEITAR  P-PULAR  F-FIM DA REVISAO".
           ACCEPT WS-DECISAO FROM CONSOLE.
           EVALUATE WS-DECISAO
              WHEN "A"
                 MOVE CL-LIMITE TO WS-LIM-ANTES
                 MOVE CL-PRAZO-DIAS TO WS-PRAZO-ANTES
                 MOVE RV-LIMITE-SUG TO CL-LIMITE
                 MOVE RV-PRAZO-SUG TO CL-PRAZO-DIAS
                 MOVE "R" TO WS-APQ-N-ORIGEM
                 PERFORM APROVACAO-PARA THRU APROVACAO-FIM
                 IF WS-NA-FILA = "S"
                    GO TO DECIDE-FIM
                 END-IF
                 REWRITE REG-CRED
                    INVALID KEY
                       DISPLAY "LIMITE NAO CADASTRADO"
                       GO TO DECIDE-FIM
                 END-REWRITE
              WHEN "R"
                 CONTINUE
              WHEN "F"
                 MOVE "Y" TO WS-REV-EOF
                 GO TO DECIDE-FIM
              WHEN OTHER
                 GO TO DECIDE-FIM
           END-EVALUATE.
       DECIDE-GRAVA.
           MOVE WS-DECISAO TO RV-STATUS.
           MOVE WS-DATA-SIS TO RV-DATA-DEC.
           REWRITE REG-REV
              INVALID KEY
                 DISPLAY "ERRO REGRAVANDO CREDREV.DAT " RV-CODIGO
           END-REWRITE.
       DECIDE-FIM.
           EXIT.

      *A LIMIT RAISE ABOVE THE APROVLIM.TAB CREDITO THRESHOLD IS NOT
      *REWRITTEN - LIMIT AND TERMS GO TO THE APPROVAL QUEUE WITH A
      *REASON AND A SECOND SUPERVISOR APPLIES THEM FROM APROVA. A
      *SUGGESTION SENT THIS WAY STAYS PENDING IN CREDREV.DAT UNTIL
      *IT IS DECIDED THERE
       APROVACAO-PARA.
           MOVE "N" TO WS-NA-FILA.
           IF CL-LIMITE NOT > WS-LIM-ANTES
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "V" TO WS-APQ-FUNC.
           MOVE "CREDITO" TO WS-APQ-TIPO.
           COMPUTE WS-APQ-VALOR = CL-LIMITE - WS-LIM-ANTES.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           IF WS-APQ-RC NOT = "10"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "S" TO WS-NA-FILA.
           MOVE WS-APQ-LIMITE TO WS-LIMITE-EDIT.
           DISPLAY "AUMENTO ACIMA DE " WS-LIMITE-EDIT
                   " EXIGE APROVACAO DE OUTRO SUPERVISOR".
           DISPLAY "MOTIVO DO AUMENTO:".
           MOVE SPACES TO WS-APQ-MOTIVO.
           ACCEPT WS-APQ-MOTIVO FROM CONSOLE.
           IF WS-APQ-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - ALTERACAO CANCELADA"
              GO TO APROVACAO-FIM
           END-IF.
           MOVE "I" TO WS-APQ-FUNC.
           MOVE SPACES TO WS-APQ-CHAVE.
           MOVE CL-CODIGO TO WS-APQ-CHAVE.
           MOVE SPACES TO WS-APQ-ANTES.
           MOVE WS-LIM-ANTES TO WS-APQ-A-LIMITE.
           MOVE WS-PRAZO-ANTES TO WS-APQ-A-PRAZO.
           MOVE CL-LIMITE TO WS-APQ-N-LIMITE.
           MOVE CL-PRAZO-DIAS TO WS-APQ-N-PRAZO.
           MOVE WS-OPERADOR TO WS-APQ-SOLICITANTE.
           CALL "APROVCTL" USING WS-APQ-PEDIDO, WS-APQ-RESPOSTA.
           EVALUATE WS-APQ-RC
              WHEN "00"
                 DISPLAY "LIMITE DE " CL-CODIGO
                         " AGUARDANDO APROVACAO - SOLICITACAO "
                         WS-APQ-ID
              WHEN "20"
                 DISPLAY "JA EXISTE SOLICITACAO PENDENTE PARA "
                         CL-CODIGO " - " WS-APQ-ID
              WHEN OTHER
                 DISPLAY "SOLICITACAO NAO GRAVADA - " WS-APQ-RC
           END-EVALUATE.
       APROVACAO-FIM.
           EXIT.

       FIM.
           CLOSE REV-FILE.
           CLOSE CRED-FILE.
           CLOSE ARQCLI.
           STOP RUN.
