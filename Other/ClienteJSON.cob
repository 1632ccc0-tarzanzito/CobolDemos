      *CAN BE HANDED OFF TO SYSTEMS OUTSIDE COBOL WITHOUT A MANUAL
      *RE-KEY. FOLLOWS RELCLI.COB'S PATTERN OF READING ARQCLI AS A
      *PLAIN SEQUENTIAL FILE FOR A READ-ONLY FULL SCAN.
      *THE TAXPAYER DOCUMENT (tipo_doc, cpf_cnpj) FOLLOWS THE E-MAIL,
      *WHERE CRMIN EXPECTS IT ON THE WAY BACK.
      *CONTACT CONSENT (LGPD, CLICONS.DAT) DECIDES WHAT THE CRM GETS:
      *A CLIENT WITHOUT E-MAIL OR PHONE CONSENT IS LEFT OUT, AND THE
      *E-MAIL OR TELEFONE OF A CHANNEL NOT CONSENTED GOES OUT BLANK.
      *THE THREE FLAGS (consent_correio, consent_email,
      *consent_telefone) FOLLOW THE DOCUMENT PAIR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FD-CODIGO
           FILE STATUS FS-ARQCLI.
           SELECT OPTIONAL CONSENT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CS-CODIGO
           FILE STATUS FS-CONS.
           SELECT JSON-OUT ASSIGN TO "cliente.json"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JSON.
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
      *SAME LAYOUT CLIUPD (CliUpdate.cob) MAINTAINS - CHANNEL 1 =
      *CORREIO, 2 = E-MAIL, 3 = TELEFONE; "S" = CONSENTED
       FD CONSENT-FILE LABEL RECORD STANDARD
         VALUE OF FILE-ID IS "CLICONS.DAT".
       01 REG-CONSENT.
           02 CS-CODIGO        PIC 9(06).
           02 CS-CANAL OCCURS 3 TIMES.
              03 CS-FLAG       PIC X(01).
              03 CS-DATA       PIC 9(08).
              03 CS-ORIGEM     PIC X(08).
       FD JSON-OUT.
       01 JSON-LINE            PIC X(400).
       WORKING-STORAGE SECTION.
       01 FS-ARQCLI PIC X(02) VALUE SPACES.
           88 FS-ARQCLI-OK VALUE '00'.
           88 FS-ARQCLI-EOF VALUE '10'.
       01 FS-JSON   PIC X(02) VALUE SPACES.
       01 FS-CONS   PIC X(02) VALUE SPACES.
       01 WS-EMAIL-OUT    PIC X(40) VALUE SPACES.
       01 WS-FONE-OUT     PIC X(15) VALUE SPACES.
       01 COUNTERS.
           05 TOTAL-CLIENTES PIC 9(05) VALUE ZERO.
           05 SKIPPED-INATIVOS PIC 9(05) VALUE ZERO.
           05 SKIPPED-CONSENT  PIC 9(05) VALUE ZERO.
      *COMMAND-LINE PARAMETERS, SPACE-SEPARATED: "I" INCLUDES INATIVO
      *CLIENTS (DEFAULT ATIVO ONLY), A 2-DIGIT NUMBER RESTRICTS THE
      *EXPORT TO THAT FILIAL. FOLLOWS SeqFile2.cob'S COMMAND-LINE
              DISPLAY "FILE OPEN FAILED: " FS-ARQCLI
              GO TO EXIT-PARA
           END-IF.
      *    NO CONSENT FILE YET MEANS NOBODY HAS CONSENTED
           OPEN INPUT CONSENT-FILE.
           OPEN OUTPUT JSON-OUT.
           IF FS-JSON NOT = "00"
              DISPLAY "JSON FILE OPEN FAILED: " FS-JSON
              ADD 1 TO SKIPPED-INATIVOS
              GO TO EXPORT-EXIT-PARA
           END-IF.
           MOVE CODIGO TO CS-CODIGO.
           READ CONSENT-FILE
              INVALID KEY
                 MOVE SPACES TO CS-FLAG(1) CS-FLAG(2) CS-FLAG(3)
           END-READ.
           IF FS-CONS NOT = "00"
              MOVE SPACES TO CS-FLAG(1) CS-FLAG(2) CS-FLAG(3)
           END-IF.
           IF CS-FLAG(2) NOT = "S" AND CS-FLAG(3) NOT = "S"
              ADD 1 TO SKIPPED-CONSENT
              GO TO EXPORT-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-EMAIL-OUT WS-FONE-OUT.
           IF CS-FLAG(2) = "S"
              MOVE FD-EMAIL TO WS-EMAIL-OUT
           END-IF.
           IF CS-FLAG(3) = "S"
              MOVE FD-TELEFONE TO WS-FONE-OUT
           END-IF.
      *    RECORDS WRITTEN BEFORE FD-STATUS EXISTED CARRY SPACE AND
      *    ARE EXPORTED AS ATIVO
           IF FD-INATIVO
                  '","cep":"' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-CEP) DELIMITED BY SIZE
                  '","telefone":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FONE-OUT) DELIMITED BY SIZE
                  '","email":"' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EMAIL-OUT) DELIMITED BY SIZE
                  '","tipo_doc":"' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-TIPO-DOC) DELIMITED BY SIZE
                  '","cpf_cnpj":"' DELIMITED BY SIZE
                  FUNCTION TRIM(FD-CPF-CNPJ) DELIMITED BY SIZE
                  '","consent_correio":"' DELIMITED BY SIZE
                  CS-FLAG(1) DELIMITED BY SIZE
                  '","consent_email":"' DELIMITED BY SIZE
                  CS-FLAG(2) DELIMITED BY SIZE
                  '","consent_telefone":"' DELIMITED BY SIZE
                  CS-FLAG(3) DELIMITED BY SIZE
                  '","status":"' DELIMITED BY SIZE
                  WS-STATUS-OUT DELIMITED BY SIZE
                  '","filial":' DELIMITED BY SIZE
       CLOSE-PARA.
           CLOSE ARQCLI.
           CLOSE JSON-OUT.
           CLOSE CONSENT-FILE.
           DISPLAY "TOTAL CLIENTES EXPORTED: " TOTAL-CLIENTES.
           IF SKIPPED-CONSENT > ZERO
              DISPLAY "CLIENTES SEM CONSENTIMENTO OMITIDOS: "
                      SKIPPED-CONSENT
           END-IF.
           IF SKIPPED-INATIVOS > ZERO
              DISPLAY "CLIENTES INATIVOS OMITIDOS: " SKIPPED-INATIVOS
           END-IF.
