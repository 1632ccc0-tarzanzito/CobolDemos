      ******************************************************************
      *DESC    : LGPD data-subject access report - when a client asks  *
      *        : what we hold about them, the desk used to open six    *
      *        : programs and copy screens by hand. For one CODIGO     *
      *        : this writes a single document, TITULAR-nnnnnn.TXT,    *
      *        : with one section per source file:                     *
      *        :  - ARQCLI.DAT and ARQCLI-HIST.DAT master records      *
      *        :  - CLIEND.DAT extra addresses, CLICONS.DAT consent    *
      *        :  - every AUDIT.LOG line and every line of the dated   *
      *        :    AUDIT-CCYYMMDD.LOG archives listed in AUDITARQ.LST *
      *        :  - CONTAS.DAT invoices and payments                   *
      *        :  - VENDAS.REG register lines carrying the CODIGO      *
      *        :  - NOTES.IDX notes attached to the client, with       *
      *        :    their continuation segments                        *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-16                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Restricted to supervisors (OPERATOR.DAT sign-on), as  *
      *        : LGPDERASE is. Each answered request is appended to    *
      *        : LGPDREQ.LOG (date, time, operator, CODIGO, who the    *
      *        : document was handed to, file name) and the run goes   *
      *        : through RUNLOG, so we can prove when and to whom the  *
      *        : request was answered. A missing optional file is      *
      *        : reported in its section as "ARQUIVO AUSENTE", not     *
      *        : skipped silently.                                     *
      *        : Invoices archived by CTASARQ get their own section    *
      *        : from CONTAS-HIST.DAT, right after the live CONTAS.DAT *
      *        : one, so the answer still covers every invoice we      *
      *        : hold.                                                 *
      *        : The document is archived through RELCAT under a dated *
      *        : name, so a second request from the same client cannot *
      *        : overwrite the first answer; LGPDREQ.LOG records that  *
      *        : archived name.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDACESSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              HIST-CODIGO
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
           SELECT OPTIONAL CONSENT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CS-CODIGO
           FILE STATUS             FS-CONS.
      *AUDIT.LOG FIRST, THEN EACH DATED ARCHIVE NAMED IN THE CATALOG
      *- ONE SELECT, THE NAME IS SET BEFORE EACH OPEN
           SELECT OPTIONAL AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "AUDITARQ.LST"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-CATALOG.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL CTHIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              HC-CHAVE
           FILE STATUS             FS-CTH.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "VENDAS.REG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REG.
           SELECT OPTIONAL NOTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              NOTA-ID
           FILE STATUS             FS-NOTA.
           SELECT REL-FILE ASSIGN DYNAMIC WS-REL-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT OPTIONAL PEDIDO-LOG ASSIGN TO "LGPDREQ.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-PED.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-RESTO         PIC X(198).

      *HISTORY FILE - SAME LAYOUT AS THE LIVE MASTER (CLIARCH)
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI-HIST.DAT".
       01 REG-HIST.
          02 HIST-CODIGO      PIC 9(06).
          02 HIST-RESTO       PIC X(198).

      *SAME LAYOUT EXCLI (Test.cob) MAINTAINS
       FD ENDER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIEND.DAT".
       01 REG-ENDER.
          02 CE-CHAVE.
             03 CE-CODIGO     PIC 9(06).
             03 CE-TIPO       PIC X(01).
          02 CE-ENDER         PIC X(30).
          02 CE-BAIRRO        PIC X(20).
          02 CE-CIDADE        PIC X(20).
          02 CE-CEP           PIC X(09).
          02 CE-CONTATO       PIC X(30).
          02 CE-DATA          PIC 9(08).
          02 CE-OPERADOR      PIC X(08).

      *SAME LAYOUT CLIUPD (CliUpdate.cob) MAINTAINS - CHANNEL 1 =
      *CORREIO, 2 = E-MAIL, 3 = TELEFONE
       FD CONSENT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICONS.DAT".
       01 REG-CONSENT.
          02 CS-CODIGO        PIC 9(06).
          02 CS-CANAL OCCURS 3 TIMES.
             03 CS-FLAG       PIC X(01).
             03 CS-DATA       PIC 9(08).
             03 CS-ORIGEM     PIC X(08).

      *SAME AUDIT TRAIL LAYOUT CLIUPD AND THE BATCH WRITERS PRODUCE
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          02 AUDIT-DATE        PIC 9(08).
          02 FILLER            PIC X.
          02 AUDIT-ACTION      PIC X(09).
          02 FILLER            PIC X.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-OPERATOR    PIC X(08).

       FD CATALOG-FILE.
       01 CATALOG-RECORD       PIC X(20).

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
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

      *SETTLED INVOICES ARCHIVED BY CTASARQ - SAME LAYOUT AND KEY AS
      *CONTAS.DAT
       FD CTHIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS-HIST.DAT".
       01 REG-CTHIST.
          02 HC-CHAVE.
             03 HC-CODIGO     PIC 9(06).
             03 HC-FATURA     PIC 9(06).
          02 HC-DATA           PIC 9(08).
          02 HC-VALOR          PIC 9(07)V99.
          02 HC-PAGO           PIC 9(07)V99.
          02 HC-STATUS         PIC X(01).
          02 HC-DATA-PGTO      PIC 9(08).
          02 HC-PAGO-INTF      PIC 9(07)V99.
          02 HC-DATA-VENC      PIC 9(08).
          02 HC-IMPOSTO        PIC 9(07)V99.

      *SALES REGISTER SALESBATCH APPENDS TO - FREE-TEXT LINES
       FD REGISTER-FILE.
       01 REGISTER-LINE        PIC X(80).

      *SAME LAYOUT NOTE-CONVERT BUILDS
       FD NOTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NOTES.IDX".
       01 REG-NOTA.
          02 NOTA-ID          PIC 9(04).
          02 NOTA-NOME        PIC X(30).
          02 NOTA-NIVEL       PIC 9(01).
          02 NOTA-TEXTO       PIC X(128).
          02 NOTA-FIM         PIC X(01).
          02 NOTA-CLIENTE     PIC 9(06).
          02 NOTA-CONT        PIC 9(04).
          02 NOTA-DATA-FUP    PIC 9(08).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       FD PEDIDO-LOG.
       01 PEDIDO-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-END               PIC X(02) VALUE SPACES.
       77 FS-CONS              PIC X(02) VALUE SPACES.
       77 FS-AUDIT             PIC X(02) VALUE SPACES.
       77 FS-CATALOG           PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CTH               PIC X(02) VALUE SPACES.
       77 FS-REG               PIC X(02) VALUE SPACES.
       77 FS-NOTA              PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-PED               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CAT-EOF           PIC X     VALUE "N".
       77 WS-ACHOU             PIC X     VALUE "N".

       01 WS-ALVO              PIC 9(06) VALUE ZERO.
       01 WS-ALVO-X REDEFINES WS-ALVO PIC X(06).
       01 WS-ENTREGUE-A        PIC X(40) VALUE SPACES.
       01 WS-REL-NOME          PIC X(20) VALUE SPACES.
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "LGPDACES".
          05 WS-CAT-ARQUIVO    PIC X(30) VALUE SPACES.
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.
       01 WS-AUDIT-NOME        PIC X(20) VALUE SPACES.
       01 WS-SECAO             PIC X(40) VALUE SPACES.

      *SIGN-ON FIELDS - THREE BAD TRIES END THE SESSION
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-SIGNON-OK         PIC X     VALUE "N".

      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
      *AND THE HHMMSS PART IS TAKEN FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *THE CLIENT IMAGE BEING PRINTED - LIVE OR HISTORY RECORD, IN
      *THE REG-ARQCLI LAYOUT
       01 WS-CLI.
          02 WC-CODIGO         PIC 9(06).
          02 WC-NOME           PIC X(30).
          02 WC-END            PIC X(30).
          02 WC-BAIRRO         PIC X(20).
          02 WC-CIDADE         PIC X(20).
          02 WC-CEP            PIC X(09).
          02 WC-CREATED        PIC 9(08).
          02 WC-UPDATED        PIC 9(08).
          02 WC-STATUS         PIC X(01).
          02 WC-FILIAL         PIC 9(02).
          02 WC-TELEFONE       PIC X(15).
          02 WC-EMAIL          PIC X(40).
          02 WC-TIPO-DOC       PIC X(01).
          02 WC-CPF-CNPJ       PIC X(14).

      *CANAL NAMES FOR THE CONSENT SECTION
       01 WS-CANAIS            PIC X(24)
                               VALUE "CORREIO E-MAIL  TELEFONE".
       01 FILLER REDEFINES WS-CANAIS.
          02 WS-CANAL-NOME OCCURS 3 TIMES PIC X(08).
       77 WS-C                 PIC 9     VALUE ZERO.

      *VENDAS.REG MATCH - THE CODIGO AS A WHOLE 6-DIGIT NUMBER, NOT
      *PART OF A LONGER ONE
       77 WS-P                 PIC 9(03) VALUE ZERO.
       77 WS-TOKEN-OK          PIC X     VALUE "N".

      *HEAD NOTES OF THE CLIENT - PRINTED AFTER THE SCAN SO THE
      *CHAIN READS CANNOT DISTURB THE SCAN POSITION
       01 WS-NOTA-COUNT        PIC 9(03) VALUE ZERO.
       01 WS-N                 PIC 9(03) VALUE ZERO.
       01 WS-NOTA-TAB.
          05 WS-NOTA-CAB OCCURS 200 TIMES PIC 9(04).
       01 WS-PROX-NOTA         PIC 9(04) VALUE ZERO.

       01 WS-EDIT-VALOR        PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT-PAGO         PIC Z.ZZZ.ZZ9,99.

       01 COUNTERS.
          05 WS-LINHAS         PIC 9(07) VALUE ZERO.
          05 WS-ACHADOS        PIC 9(07) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "LGPDACESSO".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

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
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           DISPLAY "CODIGO DO TITULAR:".
           ACCEPT WS-ALVO FROM CONSOLE.
           IF WS-ALVO = ZERO
              DISPLAY "CODIGO INVALIDO"
              STOP RUN
           END-IF.
           DISPLAY "ENTREGUE A (TITULAR OU REPRESENTANTE):".
           ACCEPT WS-ENTREGUE-A FROM CONSOLE.
           IF WS-ENTREGUE-A = SPACES
              DISPLAY "INFORME A QUEM O RELATORIO SERA ENTREGUE"
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-REL-NOME.
           STRING "TITULAR-" DELIMITED BY SIZE
                  WS-ALVO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-REL-NOME
           END-STRING.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY WS-REL-NOME " OPEN FAILED: " FS-REL
              MOVE 8 TO WS-RC
              GO TO FIM-PARA
           END-IF.
           PERFORM CABECALHO-PARA THRU CABECALHO-FIM.
           PERFORM MESTRE-PARA THRU MESTRE-FIM.
           PERFORM HIST-PARA THRU HIST-FIM.
           PERFORM ENDER-PARA THRU ENDER-FIM.
           PERFORM CONSENT-PARA THRU CONSENT-FIM.
           PERFORM AUDIT-PARA THRU AUDIT-FIM.
           PERFORM CONTAS-PARA THRU CONTAS-FIM.
           PERFORM CTHIST-PARA THRU CTHIST-FIM.
           PERFORM VENDAS-PARA THRU VENDAS-FIM.
           PERFORM NOTAS-PARA THRU NOTAS-FIM.
           MOVE SPACES TO REL-LINE.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE "*** FIM DO RELATORIO ***" TO REL-LINE.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           CLOSE REL-FILE.
           MOVE WS-REL-NOME TO WS-CAT-ARQUIVO.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
      *    THE LOG POINTS AT THE ARCHIVED COPY - THE WORKING NAME ONLY
      *    WHEN THE ARCHIVE FAILED
           IF WS-CAT-RC NOT = "00" OR WS-CAT-COPIA = SPACES
              DISPLAY "ARQUIVAMENTO FALHOU (" WS-CAT-RC ") - "
                      WS-REL-NOME " PODE SER SOBRESCRITO"
              MOVE WS-REL-NOME TO WS-CAT-COPIA
              MOVE 4 TO WS-RC
           END-IF.
           PERFORM REGISTRA-PEDIDO-PARA THRU REGISTRA-PEDIDO-FIM.
           DISPLAY "RELATORIO EMITIDO EM " WS-REL-NOME.
           DISPLAY "COPIA ARQUIVADA     : " WS-CAT-COPIA.
           DISPLAY "REGISTROS ENCONTRADOS: " WS-ACHADOS.
       FIM-PARA.
           MOVE WS-ACHADOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - SUPERVISORS
      *ONLY, THE DOCUMENT CARRIES EVERYTHING WE HOLD ON THE PERSON
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

       GRAVA-PARA.
           WRITE REL-LINE.
           ADD 1 TO WS-LINHAS.
       GRAVA-FIM.
           EXIT.

      *SECTION HEADING - ONE PER SOURCE FILE, NAMED IN WS-SECAO
       SECAO-PARA.
           MOVE SPACES TO REL-LINE.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           STRING "=== FONTE: " DELIMITED BY SIZE
                  WS-SECAO DELIMITED BY "  "
                  " ===" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
       SECAO-FIM.
           EXIT.

       CABECALHO-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "RELATORIO DE DADOS DO TITULAR (LGPD) - CODIGO "
                  DELIMITED BY SIZE
                  WS-ALVO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-START-TIME DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "ENTREGUE A: " DELIMITED BY SIZE
                  WS-ENTREGUE-A DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
       CABECALHO-FIM.
           EXIT.

      *LIVE MASTER RECORD
       MESTRE-PARA.
           MOVE "ARQCLI.DAT (CADASTRO ATIVO)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO MESTRE-FIM
           END-IF.
           MOVE WS-ALVO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE "  NENHUM REGISTRO" TO REL-LINE
                 PERFORM GRAVA-PARA THRU GRAVA-FIM
              NOT INVALID KEY
                 MOVE REG-ARQCLI TO WS-CLI
                 PERFORM IMPRIME-CLI-PARA THRU IMPRIME-CLI-FIM
           END-READ.
           CLOSE ARQCLI.
       MESTRE-FIM.
           EXIT.

      *ARCHIVED MASTER RECORD (CLIARCH)
       HIST-PARA.
           MOVE "ARQCLI-HIST.DAT (CADASTRO ARQUIVADO)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT HIST-FILE.
           IF FS-HIST NOT = "00"
              CLOSE HIST-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO HIST-FIM
           END-IF.
           MOVE WS-ALVO TO HIST-CODIGO.
           READ HIST-FILE KEY IS HIST-CODIGO
              INVALID KEY
                 MOVE "  NENHUM REGISTRO" TO REL-LINE
                 PERFORM GRAVA-PARA THRU GRAVA-FIM
              NOT INVALID KEY
                 MOVE REG-HIST TO WS-CLI
                 PERFORM IMPRIME-CLI-PARA THRU IMPRIME-CLI-FIM
           END-READ.
           CLOSE HIST-FILE.
       HIST-FIM.
           EXIT.

      *ONE CLIENT IMAGE, FIELD BY FIELD
       IMPRIME-CLI-PARA.
           ADD 1 TO WS-ACHADOS.
           MOVE SPACES TO REL-LINE.
           STRING "  NOME      : " WC-NOME DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "  ENDERECO  : " WC-END " " WC-BAIRRO
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "  CIDADE/CEP: " WC-CIDADE " " WC-CEP
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "  TELEFONE  : " WC-TELEFONE "  E-MAIL: " WC-EMAIL
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "  DOCUMENTO : " WC-TIPO-DOC " " WC-CPF-CNPJ
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           MOVE SPACES TO REL-LINE.
           STRING "  FILIAL    : " WC-FILIAL "  STATUS: " WC-STATUS
                  "  CADASTRADO: " WC-CREATED
                  "  ALTERADO: " WC-UPDATED
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
       IMPRIME-CLI-FIM.
           EXIT.

      *EXTRA ADDRESSES - THE KEY LEADS WITH CODIGO
       ENDER-PARA.
           MOVE "CLIEND.DAT (ENDERECOS ADICIONAIS)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT ENDER-FILE.
           IF FS-END NOT = "00"
              CLOSE ENDER-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO ENDER-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ALVO TO CE-CODIGO.
           MOVE LOW-VALUES TO CE-TIPO.
           START ENDER-FILE KEY IS NOT LESS CE-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CE-CODIGO NOT = WS-ALVO
                          MOVE "Y" TO WS-EOF
                       ELSE
                          MOVE "S" TO WS-ACHOU
                          ADD 1 TO WS-ACHADOS
                          MOVE SPACES TO REL-LINE
                          STRING "  TIPO " CE-TIPO ": " CE-ENDER " "
                                 CE-BAIRRO " " CE-CIDADE " " CE-CEP
                                 DELIMITED BY SIZE
                                 INTO REL-LINE
                          END-STRING
                          PERFORM GRAVA-PARA THRU GRAVA-FIM
                          MOVE SPACES TO REL-LINE
                          STRING "         A/C " CE-CONTATO
                                 "  GRAVADO " CE-DATA
                                 " POR " CE-OPERADOR
                                 DELIMITED BY SIZE
                                 INTO REL-LINE
                          END-STRING
                          PERFORM GRAVA-PARA THRU GRAVA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              MOVE "  NENHUM REGISTRO" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           CLOSE ENDER-FILE.
       ENDER-FIM.
           EXIT.

      *CONTACT CONSENT PER CHANNEL
       CONSENT-PARA.
           MOVE "CLICONS.DAT (CONSENTIMENTO DE CONTATO)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT CONSENT-FILE.
           IF FS-CONS NOT = "00"
              CLOSE CONSENT-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO CONSENT-FIM
           END-IF.
           MOVE WS-ALVO TO CS-CODIGO.
           READ CONSENT-FILE KEY IS CS-CODIGO
              INVALID KEY
                 MOVE "  NENHUM REGISTRO" TO REL-LINE
                 PERFORM GRAVA-PARA THRU GRAVA-FIM
              NOT INVALID KEY
                 ADD 1 TO WS-ACHADOS
                 PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
                     MOVE SPACES TO REL-LINE
                     STRING "  " WS-CANAL-NOME(WS-C) ": "
                            CS-FLAG(WS-C)
                            "  EM " CS-DATA(WS-C)
                            "  ORIGEM " CS-ORIGEM(WS-C)
                            DELIMITED BY SIZE
                            INTO REL-LINE
                     END-STRING
                     PERFORM GRAVA-PARA THRU GRAVA-FIM
                 END-PERFORM
           END-READ.
           CLOSE CONSENT-FILE.
       CONSENT-FIM.
           EXIT.

      *THE LIVE AUDIT TRAIL, THEN EVERY ARCHIVE IN THE CATALOG
       AUDIT-PARA.
           MOVE "AUDIT.LOG" TO WS-AUDIT-NOME.
           PERFORM AUDIT-ARQ-PARA THRU AUDIT-ARQ-FIM.
           OPEN INPUT CATALOG-FILE.
           IF FS-CATALOG NOT = "00"
              CLOSE CATALOG-FILE
              GO TO AUDIT-FIM
           END-IF.
           MOVE "N" TO WS-CAT-EOF.
           PERFORM UNTIL WS-CAT-EOF = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF CATALOG-RECORD NOT = SPACES
                          MOVE CATALOG-RECORD TO WS-AUDIT-NOME
                          PERFORM AUDIT-ARQ-PARA THRU AUDIT-ARQ-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.
       AUDIT-FIM.
           EXIT.

      *ONE AUDIT FILE - EVERY LINE OF THE CODIGO, WITH BOTH IMAGES
       AUDIT-ARQ-PARA.
           MOVE WS-AUDIT-NOME TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT NOT = "00"
              CLOSE AUDIT-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO AUDIT-ARQ-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AUDIT-CODIGO = WS-ALVO
                          MOVE "S" TO WS-ACHOU
                          PERFORM AUDIT-LINHA-PARA
                             THRU AUDIT-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              MOVE "  NENHUM REGISTRO" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           CLOSE AUDIT-FILE.
       AUDIT-ARQ-FIM.
           EXIT.

       AUDIT-LINHA-PARA.
           ADD 1 TO WS-ACHADOS.
           MOVE SPACES TO REL-LINE.
           STRING "  " AUDIT-DATE " " AUDIT-ACTION
                  " OPERADOR " AUDIT-OPERATOR
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           IF AUDIT-BEFORE NOT = SPACES
              MOVE SPACES TO REL-LINE
              STRING "    ANTES : " AUDIT-BEFORE(1:110)
                     DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              MOVE SPACES TO REL-LINE
              STRING "            " AUDIT-BEFORE(111:94)
                     DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           IF AUDIT-AFTER NOT = SPACES
              MOVE SPACES TO REL-LINE
              STRING "    DEPOIS: " AUDIT-AFTER(1:110)
                     DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              MOVE SPACES TO REL-LINE
              STRING "            " AUDIT-AFTER(111:94)
                     DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
       AUDIT-LINHA-FIM.
           EXIT.

      *INVOICES AND PAYMENTS - CONTAS.DAT IS POSITIONED ON THE CODIGO
       CONTAS-PARA.
           MOVE "CONTAS.DAT (FATURAS E PAGAMENTOS)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              CLOSE CONTAS-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO CONTAS-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ALVO TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-ALVO
                          MOVE "Y" TO WS-EOF
                       ELSE
                          MOVE "S" TO WS-ACHOU
                          PERFORM CONTA-LINHA-PARA
                             THRU CONTA-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              MOVE "  NENHUM REGISTRO" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           CLOSE CONTAS-FILE.
       CONTAS-FIM.
           EXIT.

       CONTA-LINHA-PARA.
           ADD 1 TO WS-ACHADOS.
           MOVE CR-VALOR TO WS-EDIT-VALOR.
           MOVE CR-PAGO TO WS-EDIT-PAGO.
           MOVE SPACES TO REL-LINE.
           STRING "  FATURA " CR-FATURA
                  "  EMISSAO " CR-DATA
                  "  VENCTO " CR-DATA-VENC
                  "  VALOR " WS-EDIT-VALOR
                  "  PAGO " WS-EDIT-PAGO
                  "  EM " CR-DATA-PGTO
                  "  SITUACAO " CR-STATUS
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
       CONTA-LINHA-FIM.
           EXIT.

      *ARCHIVED INVOICES - CONTAS-HIST.DAT IS POSITIONED ON THE
      *CODIGO THE SAME WAY
       CTHIST-PARA.
           MOVE "CONTAS-HIST.DAT (FATURAS ARQUIVADAS)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT CTHIST-FILE.
           IF FS-CTH NOT = "00"
              CLOSE CTHIST-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO CTHIST-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-ALVO TO HC-CODIGO.
           MOVE ZERO TO HC-FATURA.
           START CTHIST-FILE KEY IS NOT LESS HC-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ CTHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HC-CODIGO NOT = WS-ALVO
                          MOVE "Y" TO WS-EOF
                       ELSE
                          MOVE "S" TO WS-ACHOU
                          PERFORM CTHIST-LINHA-PARA
                             THRU CTHIST-LINHA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              MOVE "  NENHUM REGISTRO" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           CLOSE CTHIST-FILE.
       CTHIST-FIM.
           EXIT.

       CTHIST-LINHA-PARA.
           ADD 1 TO WS-ACHADOS.
           MOVE HC-VALOR TO WS-EDIT-VALOR.
           MOVE HC-PAGO TO WS-EDIT-PAGO.
           MOVE SPACES TO REL-LINE.
           STRING "  FATURA " HC-FATURA
                  "  EMISSAO " HC-DATA
                  "  VENCTO " HC-DATA-VENC
                  "  VALOR " WS-EDIT-VALOR
                  "  PAGO " WS-EDIT-PAGO
                  "  EM " HC-DATA-PGTO
                  "  SITUACAO " HC-STATUS
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
       CTHIST-LINHA-FIM.
           EXIT.

      *SALES REGISTER - FREE TEXT, SO A LINE IS TAKEN WHEN IT CARRIES
      *THE CODIGO AS A WHOLE 6-DIGIT NUMBER
       VENDAS-PARA.
           MOVE "VENDAS.REG (REGISTRO DE VENDAS)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT REGISTER-FILE.
           IF FS-REG NOT = "00"
              CLOSE REGISTER-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO VENDAS-FIM
           END-IF.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PROCURA-CODIGO-PARA
                          THRU PROCURA-CODIGO-FIM
                       IF WS-TOKEN-OK = "S"
                          MOVE "S" TO WS-ACHOU
                          ADD 1 TO WS-ACHADOS
                          MOVE SPACES TO REL-LINE
                          STRING "  " REGISTER-LINE DELIMITED BY SIZE
                                 INTO REL-LINE
                          END-STRING
                          PERFORM GRAVA-PARA THRU GRAVA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ACHOU NOT = "S"
              MOVE "  NENHUM REGISTRO" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           CLOSE REGISTER-FILE.
       VENDAS-FIM.
           EXIT.

       PROCURA-CODIGO-PARA.
           MOVE "N" TO WS-TOKEN-OK.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > 75 OR WS-TOKEN-OK = "S"
               IF REGISTER-LINE(WS-P:6) = WS-ALVO-X
                  MOVE "S" TO WS-TOKEN-OK
                  IF WS-P > 1
                     IF REGISTER-LINE(WS-P - 1:1) IS NUMERIC
                        MOVE "N" TO WS-TOKEN-OK
                     END-IF
                  END-IF
                  IF WS-P < 75
                     IF REGISTER-LINE(WS-P + 6:1) IS NUMERIC
                        MOVE "N" TO WS-TOKEN-OK
                     END-IF
                  END-IF
               END-IF
           END-PERFORM.
       PROCURA-CODIGO-FIM.
           EXIT.

      *NOTES ATTACHED TO THE CLIENT, EACH WITH ITS CONTINUATION
      *SEGMENTS
       NOTAS-PARA.
           MOVE "NOTES.IDX (NOTAS DO CLIENTE)" TO WS-SECAO.
           PERFORM SECAO-PARA THRU SECAO-FIM.
           OPEN INPUT NOTAS-FILE.
           IF FS-NOTA NOT = "00"
              CLOSE NOTAS-FILE
              MOVE "  ARQUIVO AUSENTE" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              GO TO NOTAS-FIM
           END-IF.
           MOVE ZERO TO WS-NOTA-COUNT.
           MOVE LOW-VALUES TO NOTA-ID.
           START NOTAS-FILE KEY IS NOT LESS NOTA-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ NOTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOTA-CLIENTE = WS-ALVO
                          AND WS-NOTA-COUNT < 200
                          ADD 1 TO WS-NOTA-COUNT
                          MOVE NOTA-ID TO WS-NOTA-CAB(WS-NOTA-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOTA-COUNT = ZERO
              MOVE "  NENHUM REGISTRO" TO REL-LINE
              PERFORM GRAVA-PARA THRU GRAVA-FIM
           END-IF.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NOTA-COUNT
               MOVE WS-NOTA-CAB(WS-N) TO WS-PROX-NOTA
               PERFORM UNTIL WS-PROX-NOTA = ZERO
                   MOVE WS-PROX-NOTA TO NOTA-ID
                   READ NOTAS-FILE KEY IS NOTA-ID
                      INVALID KEY
                         MOVE ZERO TO WS-PROX-NOTA
                      NOT INVALID KEY
                         PERFORM NOTA-LINHA-PARA THRU NOTA-LINHA-FIM
                         MOVE NOTA-CONT TO WS-PROX-NOTA
                   END-READ
               END-PERFORM
           END-PERFORM.
           CLOSE NOTAS-FILE.
       NOTAS-FIM.
           EXIT.

       NOTA-LINHA-PARA.
           ADD 1 TO WS-ACHADOS.
           MOVE SPACES TO REL-LINE.
           IF NOTA-CLIENTE = WS-ALVO
              STRING "  NOTA " NOTA-ID " " NOTA-NOME
                     "  RETORNO " NOTA-DATA-FUP
                     DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              PERFORM GRAVA-PARA THRU GRAVA-FIM
              MOVE SPACES TO REL-LINE
           END-IF.
           STRING "    " NOTA-TEXTO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
       NOTA-LINHA-FIM.
           EXIT.

      *PROOF OF ANSWER - ONE LINE PER DOCUMENT HANDED OVER
       REGISTRA-PEDIDO-PARA.
           OPEN EXTEND PEDIDO-LOG.
           IF FS-PED NOT = "00" AND FS-PED NOT = "05"
              DISPLAY "LGPDREQ.LOG OPEN FAILED: " FS-PED
              MOVE 4 TO WS-RC
              GO TO REGISTRA-PEDIDO-FIM
           END-IF.
           MOVE SPACES TO PEDIDO-LINE.
           STRING WS-START-DATE ";" WS-START-TIME ";"
                  WS-OPERADOR ";" WS-ALVO ";"
                  WS-ENTREGUE-A ";"
                  DELIMITED BY SIZE
                  WS-CAT-COPIA DELIMITED BY SPACE
                  INTO PEDIDO-LINE
           END-STRING.
           WRITE PEDIDO-LINE.
           CLOSE PEDIDO-LOG.
       REGISTRA-PEDIDO-FIM.
           EXIT.
