      ******************************************************************
      *DESC    : Maintenance screen for the sales territory file       *
      *        : TERRIT.DAT - every city (FD-CIDADE) and every house   *
      *        : account (a specific client CODIGO, named) is assigned *
      *        : to the EMPMAST.DAT salesperson responsible for it.    *
      *        : SalesEntry warns when a sale is typed by anyone else  *
      *        : and SalesBatch applies the out-of-territory rule.     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : SAME TELA1 SCREEN STYLE AS FornMaint.cob. Key is      *
      *        : TIPO + VALOR: TIPO "C" = house account, VALOR the     *
      *        : 6-digit client CODIGO; TIPO "M" = city, VALOR the     *
      *        : city name as registered on CIDADE.DAT. A house        *
      *        : account wins over the client's city. The owner must   *
      *        : be a registered, non-terminated employee when         *
      *        : EMPMAST.DAT is present.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              TE-CHAVE
           FILE STATUS             FS.
      *EMPLOYEE MASTER - THE TERRITORY OWNER MUST BE AN ACTIVE
      *SALESPERSON
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
      *CITY REFERENCE FILE (CIDMAINT) - A CITY TERRITORY MUST NAME A
      *REGISTERED CITY, OR A MISSPELLING WOULD NEVER MATCH A CLIENT
           SELECT OPTIONAL CIDADE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CID-NOME
           FILE STATUS             FS-CID.
      *CLIENT MASTER - A HOUSE ACCOUNT MUST NAME A REGISTERED CLIENT
           SELECT OPTIONAL ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.

       DATA DIVISION.
       FILE SECTION.
       FD TERR-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REG-TERR.
          02 TE-CHAVE.
             03 TE-TIPO       PIC X(01).
                88 TE-CONTA-CASA VALUE "C".
                88 TE-CIDADE     VALUE "M".
             03 TE-VALOR      PIC X(20).
          02 TE-VENDEDOR      PIC 9(05).
          02 TE-DESCRICAO     PIC X(30).
          02 TE-DATA-ALT      PIC 9(08).

      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-NOME          PIC X(30).
          02 EM-IDADE         PIC 9(02).
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
             88 EM-TERMINATED VALUE "T".
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

      *SAME LAYOUT CIDMAINT (CidadeMaint.cob) MAINTAINS
       FD CIDADE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CIDADE.DAT".
       01 REG-CIDADE.
          02 CID-NOME         PIC X(20).
          02 CID-NUM-FAIXAS   PIC 9(02).
          02 CID-FAIXA OCCURS 5 TIMES.
             03 CID-FX-LO     PIC 9(05).
             03 CID-FX-HI     PIC 9(05).

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
             88 FD-INATIVO    VALUE "I".
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
          77 FS-EMP              PIC X(02) VALUE SPACES.
          77 FS-CID              PIC X(02) VALUE SPACES.
          77 FS-CLI              PIC X(02) VALUE SPACES.
          77 MSG                 PIC X(30) VALUE SPACES.
          77 WS-SCAN-EOF         PIC X     VALUE "N".
          77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
          77 WS-EMP-ATIVO        PIC X     VALUE "N".
          77 WS-CID-ATIVO        PIC X     VALUE "N".
          77 WS-CLI-ATIVO        PIC X     VALUE "N".
          77 WS-VAL-LEN          PIC 9(02) VALUE ZERO.

          01 NOME-ENT            PIC X.
          01 WS-DONO-NOME        PIC X(30) VALUE SPACES.

      *FULL CCYYMMDD SYSTEM DATE
          01 WS-DATA-SIS.
             02 CC               PIC 9(02) VALUE ZEROS.
             02 AA               PIC 9(02) VALUE ZEROS.
             02 MM               PIC 9(02) VALUE ZEROS.
             02 DD               PIC 9(02) VALUE ZEROS.
          01 WS-MENSAGENS.
             02 MENSA1    PIC X(30) VALUE "FUNÇÃO ERRADA - REDIGITE".
             02 MENSA2    PIC X(30) VALUE "CAMPO INVALIDO".
             02 MENSA3    PIC X(30) VALUE "TERRITORIO JÁ CADASTRADO".
             02 MENSA4    PIC X(30) VALUE "TERRITORIO NÃO CADASTRADO".
             02 MENSA5    PIC X(30) VALUE "VENDEDOR INVALIDO".
             02 MENSA6    PIC X(30) VALUE "CIDADE NÃO CADASTRADA".
             02 MENSA7    PIC X(30) VALUE "CLIENTE NÃO CADASTRADO".

       SCREEN SECTION.
          01 TELA1.
             02 BLANK SCREEN.
             02 LINE 01 COLUMN 01 VALUE "EM:".
             02 LINE 01 COLUMN 04 FROM WS-DATA-SIS.
             02 LINE 01 COLUMN 26
                 VALUE "CADASTRO DE TERRITORIOS" REVERSE-VIDEO.
             02 LINE 06 COLUMN 29 VALUE "FUNCAO DESEJADA: < >".
             02 LINE 08 COLUMN 29 VALUE "< 1 > INCLUSAO".
             02 LINE 10 COLUMN 29 VALUE "< 2 > ALTERACAO".
             02 LINE 12 COLUMN 29 VALUE "< 3 > EXCLUSAO".
             02 LINE 14 COLUMN 29 VALUE "< 4 > CONSULTA".
             02 LINE 15 COLUMN 29 VALUE "< 5 > LISTA".
             02 LINE 16 COLUMN 29 VALUE "< 6 > FIM".
             02 LINE 21 COLUMN 29 VALUE "MENSAGEM:".
             02 LINE 22 COLUMN 29 TO NOME-ENT.

          01 TELA-OPCAO.
             02 LINE 06 COLUMN 39 PIC X(09) USING MSG REVERSE-VIDEO.

          01 TELA-CHAVE.
             02 LINE 08 COLUMN 01 VALUE "TIPO (C/M):".
             02 LINE 08 COLUMN 13 PIC X(01) USING TE-TIPO.
             02 LINE 08 COLUMN 16
                 VALUE "(C = CONTA DA CASA, M = CIDADE)".
             02 LINE 09 COLUMN 01 VALUE "CODIGO/CID:".
             02 LINE 09 COLUMN 13 PIC X(20) USING TE-VALOR.

          01 TELA-DADOS.
             02 LINE 11 COLUMN 01 VALUE "VENDEDOR  :".
             02 LINE 11 COLUMN 13 PIC 9(05) USING TE-VENDEDOR.
             02 LINE 12 COLUMN 01 VALUE "DESCRICAO :".
             02 LINE 12 COLUMN 13 PIC X(30) USING TE-DESCRICAO.

          01 TELA-CONSULTA.
             02 LINE 11 COLUMN 01 VALUE "VENDEDOR  :".
             02 LINE 11 COLUMN 13 PIC 9(05) FROM TE-VENDEDOR.
             02 LINE 11 COLUMN 20 PIC X(30) FROM WS-DONO-NOME.
             02 LINE 12 COLUMN 01 VALUE "DESCRICAO :".
             02 LINE 12 COLUMN 13 PIC X(30) FROM TE-DESCRICAO.
             02 LINE 13 COLUMN 01 VALUE "ALTERADO  :".
             02 LINE 13 COLUMN 13 PIC 9(08) FROM TE-DATA-ALT.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O TERR-FILE.
           IF FS NOT = "00"
              IF FS = "35"
                 OPEN OUTPUT TERR-FILE
                 CLOSE TERR-FILE
                 OPEN I-O TERR-FILE
              ELSE
                 DISPLAY "FILE STATUS --->" FS
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-EMP-ATIVO
           END-IF.
           OPEN INPUT CIDADE-FILE.
           IF FS-CID = "00"
              MOVE "S" TO WS-CID-ATIVO
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS-CLI = "00"
              MOVE "S" TO WS-CLI-ATIVO
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.

       TELA.
           MOVE SPACES TO NOME-ENT.
           DISPLAY TELA1.
           ACCEPT TELA1.
           EVALUATE NOME-ENT
              WHEN "1"
                 PERFORM INCLUSAO THRU INCLUSAO-FIM
              WHEN "2"
                 PERFORM ALTERACAO THRU ALTERACAO-FIM
              WHEN "3"
                 PERFORM EXCLUSAO THRU EXCLUSAO-FIM
              WHEN "4"
                 PERFORM CONSULTA THRU CONSULTA-FIM
              WHEN "5"
                 PERFORM LISTA THRU LISTA-FIM
              WHEN "6"
                 GO TO FIM
              WHEN OTHER
                 MOVE MENSA1 TO MSG
                 DISPLAY TELA-OPCAO
           END-EVALUATE.
           GO TO TELA.

       INCLUSAO.
           INITIALIZE REG-TERR.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM VALIDA-CHAVE THRU VALIDA-CHAVE-FIM.
           IF MSG NOT = SPACES
              GO TO INCLUSAO-FIM
           END-IF.
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 NEXT SENTENCE
              NOT INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO INCLUSAO-FIM
           END-READ.
      *    A HOUSE ACCOUNT IS NAMED AFTER THE CLIENT UNLESS THE
      *    OPERATOR TYPES A NAME OF ITS OWN
           IF TE-CONTA-CASA AND WS-CLI-ATIVO = "S"
              MOVE FD-NOME TO TE-DESCRICAO
           END-IF.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA-DONO THRU VALIDA-DONO-FIM.
           IF MSG NOT = SPACES
              GO TO INCLUSAO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO TE-DATA-ALT.
           WRITE REG-TERR
              INVALID KEY
                 MOVE MENSA3 TO MSG
                 DISPLAY TELA-OPCAO
           END-WRITE.
       INCLUSAO-FIM.
           EXIT.

       ALTERACAO.
           INITIALIZE REG-TERR.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO ALTERACAO-FIM
           END-READ.
           DISPLAY TELA-DADOS.
           ACCEPT TELA-DADOS.
           PERFORM VALIDA-DONO THRU VALIDA-DONO-FIM.
           IF MSG NOT = SPACES
              GO TO ALTERACAO-FIM
           END-IF.
           MOVE WS-DATA-SIS TO TE-DATA-ALT.
           REWRITE REG-TERR
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
           END-REWRITE.
       ALTERACAO-FIM.
           EXIT.

      *TIPO UPPER-CASE, CITY NAMES UPPER-CASE AS CIDMAINT KEEPS THEM,
      *A CLIENT CODE RIGHT-JUSTIFIED TO ITS SIX DIGITS AND LEFT IN
      *THE FIRST SIX POSITIONS OF TE-VALOR
       NORMALIZA-CHAVE.
           MOVE SPACES TO MSG.
           MOVE FUNCTION UPPER-CASE(TE-TIPO) TO TE-TIPO.
           MOVE FUNCTION UPPER-CASE(TE-VALOR) TO TE-VALOR.
           MOVE ZERO TO WS-VAL-LEN.
           INSPECT TE-VALOR TALLYING WS-VAL-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TE-CONTA-CASA
              AND WS-VAL-LEN > ZERO AND WS-VAL-LEN < 7
              AND TE-VALOR(1:WS-VAL-LEN) IS NUMERIC
              MOVE TE-VALOR(1:WS-VAL-LEN) TO CODIGO
              MOVE SPACES TO TE-VALOR
              MOVE CODIGO TO TE-VALOR(1:6)
           END-IF.
       NORMALIZA-CHAVE-FIM.
           EXIT.

       VALIDA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           IF (NOT TE-CONTA-CASA AND NOT TE-CIDADE)
              OR TE-VALOR = SPACES
              MOVE MENSA2 TO MSG
              DISPLAY TELA-OPCAO
              GO TO VALIDA-CHAVE-FIM
           END-IF.
           IF TE-CONTA-CASA
              IF TE-VALOR(1:6) IS NOT NUMERIC
                 OR TE-VALOR(7:) NOT = SPACES
                 MOVE MENSA2 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO VALIDA-CHAVE-FIM
              END-IF
              IF WS-CLI-ATIVO = "S"
                 MOVE TE-VALOR(1:6) TO CODIGO
                 READ ARQCLI KEY IS FD-CODIGO
                    INVALID KEY
                       MOVE MENSA7 TO MSG
                       DISPLAY TELA-OPCAO
                 END-READ
              END-IF
              GO TO VALIDA-CHAVE-FIM
           END-IF.
           IF WS-CID-ATIVO = "S"
              MOVE TE-VALOR TO CID-NOME
              READ CIDADE-FILE KEY IS CID-NOME
                 INVALID KEY
                    MOVE MENSA6 TO MSG
                    DISPLAY TELA-OPCAO
              END-READ
           END-IF.
       VALIDA-CHAVE-FIM.
           EXIT.

      *THE OWNER MUST BE A REGISTERED, NON-TERMINATED EMPLOYEE - THE
      *SAME RULE SalesBatch APPLIES TO THE VENDEDOR OF A SALE
       VALIDA-DONO.
           MOVE SPACES TO MSG.
           MOVE SPACES TO WS-DONO-NOME.
           IF TE-VENDEDOR = ZERO
              MOVE MENSA5 TO MSG
              DISPLAY TELA-OPCAO
              GO TO VALIDA-DONO-FIM
           END-IF.
           IF WS-EMP-ATIVO NOT = "S"
              GO TO VALIDA-DONO-FIM
           END-IF.
           MOVE TE-VENDEDOR TO EM-ID.
           READ EMP-MASTER KEY IS EM-ID
              INVALID KEY
                 MOVE MENSA5 TO MSG
                 DISPLAY TELA-OPCAO
              NOT INVALID KEY
                 IF EM-TERMINATED
                    MOVE MENSA5 TO MSG
                    DISPLAY TELA-OPCAO
                 ELSE
                    MOVE EM-NOME TO WS-DONO-NOME
                 END-IF
           END-READ.
       VALIDA-DONO-FIM.
           EXIT.

      *NOTHING ELSE POINTS AT A TERRITORY RECORD - THE EXCEPTIONS
      *ALREADY LOGGED CARRY THE OWNER'S ID, NOT THE KEY
       EXCLUSAO.
           INITIALIZE REG-TERR.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO EXCLUSAO-FIM
           END-READ.
           PERFORM NOME-DONO THRU NOME-DONO-FIM.
           DISPLAY TELA-CONSULTA.
           DELETE TERR-FILE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
           END-DELETE.
       EXCLUSAO-FIM.
           EXIT.

       CONSULTA.
           INITIALIZE REG-TERR.
           DISPLAY TELA1.
           DISPLAY TELA-CHAVE.
           ACCEPT TELA-CHAVE.
           PERFORM NORMALIZA-CHAVE THRU NORMALIZA-CHAVE-FIM.
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 MOVE MENSA4 TO MSG
                 DISPLAY TELA-OPCAO
                 GO TO CONSULTA-FIM
           END-READ.
           PERFORM NOME-DONO THRU NOME-DONO-FIM.
           DISPLAY TELA-CONSULTA.
       CONSULTA-FIM.
           EXIT.

      *OWNER'S NAME FOR THE INQUIRY - A TERMINATED OWNER IS FLAGGED
      *SO THE TERRITORY GETS REASSIGNED
       NOME-DONO.
           MOVE SPACES TO WS-DONO-NOME.
           IF WS-EMP-ATIVO NOT = "S"
              GO TO NOME-DONO-FIM
           END-IF.
           MOVE TE-VENDEDOR TO EM-ID.
           READ EMP-MASTER KEY IS EM-ID
              INVALID KEY
                 MOVE "*** NAO CADASTRADO ***" TO WS-DONO-NOME
              NOT INVALID KEY
                 IF EM-TERMINATED
                    MOVE "*** DESLIGADO ***" TO WS-DONO-NOME
                 ELSE
                    MOVE EM-NOME TO WS-DONO-NOME
                 END-IF
           END-READ.
       NOME-DONO-FIM.
           EXIT.

      *LISTS EVERY TERRITORY ON THE CONSOLE, HOUSE ACCOUNTS FIRST
      *(KEY ORDER) - THE LIST IS UNBOUNDED SO IT USES DISPLAY, LIKE
      *FORMAINT'S LISTA
       LISTA.
           MOVE LOW-VALUES TO TE-CHAVE.
           START TERR-FILE KEY IS NOT LESS TE-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY " ".
           DISPLAY "TERRITORIOS CADASTRADOS:".
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ TERR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM NOME-DONO THRU NOME-DONO-FIM
                       DISPLAY "  " TE-TIPO " " TE-VALOR " "
                               TE-VENDEDOR " " WS-DONO-NOME
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL DE TERRITORIOS: " WS-LIST-COUNT.
           DISPLAY " ".
       LISTA-FIM.
           EXIT.

       FIM.
           CLOSE TERR-FILE.
           IF WS-EMP-ATIVO = "S"
              CLOSE EMP-MASTER
           END-IF.
           IF WS-CID-ATIVO = "S"
              CLOSE CIDADE-FILE
           END-IF.
           IF WS-CLI-ATIVO = "S"
              CLOSE ARQCLI
           END-IF.
           STOP RUN.
