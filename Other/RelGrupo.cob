      ******************************************************************
      *DESC    : Consolidated economic-group statement and aging -     *
      *        : collections had to run RELEXTRATO once per branch     *
      *        : CODIGO and add the pages up by hand before calling    *
      *        : the head office. For each group in GRUPO.DAT this     *
      *        : prints, member by member (GRUPOMEM.DAT), every open   *
      *        : CONTAS.DAT item with its age and balance, then an     *
      *        : aging page with one line per member in the RELAGING   *
      *        : buckets (ATE 30 / 31-60 / 61-90 / MAIS DE 90), the    *
      *        : group totals and the exposure against the group       *
      *        : limit. Output goes to GRUPO.TXT.                      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-14                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command-line parameter (RELEXTRATO precedent): a      *
      *        : numeric group code prints that one group; without a   *
      *        : parameter every group gets its pages. Ages count from *
      *        : CR-DATA-VENC, or CR-DATA on items posted before the   *
      *        : due date existed, the way RELAGING ages them.         *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGRUPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
      *SHARED DATE ARITHMETIC - SEE Personal-Function/
      *FunctionDateDiff.cob - THE SAME AGE COMPUTATION RELAGING USES
           FUNCTION FunctionDateDiff.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              GR-ID
           FILE STATUS             FS-GR.
           SELECT MEMBRO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              GM-CODIGO
           FILE STATUS             FS-GM.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
           SELECT GRUPO-REL ASSIGN TO "GRUPO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUTS GRUPOMAINT (GrupoMaint.cob) MAINTAINS
       FD GRUPO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GRUPO.DAT".
       01 REG-GRUPO.
          02 GR-ID            PIC 9(04).
          02 GR-NOME          PIC X(30).
          02 GR-LIMITE        PIC 9(09)V99.

       FD MEMBRO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GRUPOMEM.DAT".
       01 REG-MEMBRO.
          02 GM-CODIGO        PIC 9(06).
          02 GM-GRUPO         PIC 9(04).

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
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
      *DUE DATE STAMPED AT POSTING FROM THE CLIENT'S PAYMENT TERMS
      *(CLICRED.DAT) - ZERO ON RECORDS POSTED BEFORE THE FIELD
      *EXISTED, WHICH AGE FROM CR-DATA AS BEFORE. THE RECORD GREW
      *FROM 54 TO 62 BYTES, SO AN EXISTING CONTAS.DAT NEEDS A
      *ONE-TIME RELOAD AT CUTOVER
          02 CR-DATA-VENC      PIC 9(08).
      *TAX COMPUTED AT FATURA POSTING TIME FROM THE RATE IN
      *IMPOSTO.TAB - THE MONTHLY TAX SUMMARY (RELIMPOSTO) IS CUT
      *FROM IT. THE RECORD GREW BY 9 BYTES, SO AN EXISTING
      *CONTAS.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
          02 CR-IMPOSTO        PIC 9(07)V99.

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
      *CONTACT BLOCK - DUNNING AND THE CRM USED TO REACH CLIENTS
      *ONLY BY POST. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 55 BYTES, SO AN
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

       FD GRUPO-REL.
       01 REL-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-GR                PIC X(02) VALUE SPACES.
       77 FS-GM                PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-GR-EOF            PIC X     VALUE "N".
       77 WS-GM-EOF            PIC X     VALUE "N".
       77 WS-CR-EOF            PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-SALDO             PIC 9(07)V99 VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-DATA-BASE         PIC 9(08) VALUE ZERO.

      *COMMAND-LINE PARAMETER - A NUMERIC GROUP CODE SELECTS ONE
      *GROUP, EMPTY MEANS EVERY GROUP
       01 WS-PARM-LINE         PIC X(10) VALUE SPACES.
       01 WS-GRUPO-SEL         PIC 9(04) VALUE ZERO.
       01 WS-UM-GRUPO          PIC X     VALUE "N".

      *MEMBERS OF THE GROUP BEING PRINTED, WITH THEIR AGING BUCKETS
      *FOR THE CLOSING AGING PAGE
       01 WS-MEM-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-MEM-IDX           PIC 9(03) VALUE ZERO.
       01 WS-MEM-TABLE.
          05 WS-MEM-ENTRY OCCURS 500 TIMES.
             10 WS-M-CODIGO    PIC 9(06).
             10 WS-M-NOME      PIC X(30).
             10 WS-M-B30       PIC 9(09)V99.
             10 WS-M-B60       PIC 9(09)V99.
             10 WS-M-B90       PIC 9(09)V99.
             10 WS-M-BMAIS     PIC 9(09)V99.

       01 WS-GRP-BUCKETS.
          05 WS-GRP-B30        PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-B60        PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-B90        PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-BMAIS      PIC 9(11)V99 VALUE ZERO.
       01 WS-GRP-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-MEM-TOTAL         PIC 9(09)V99 VALUE ZERO.
       01 WS-DISPONIVEL        PIC S9(11)V99 VALUE ZERO.

       01 WS-EDIT-VALOR        PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT-SALDO        PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT-DIAS         PIC -ZZZZ9.
       01 WS-EDIT-B1           PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-B2           PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-B3           PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-B4           PIC ZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-TOTAL        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-DISP         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-GRUPOS            PIC 9(04) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELGRUPO".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "GRUPO.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-LINE(1:4) IS NUMERIC
              MOVE WS-PARM-LINE(1:4) TO WS-GRUPO-SEL
              MOVE "S" TO WS-UM-GRUPO
           END-IF.
           OPEN INPUT GRUPO-FILE.
           IF FS-GR NOT = "00"
              DISPLAY "GRUPO.DAT OPEN FAILED: " FS-GR
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT MEMBRO-FILE.
           IF FS-GM NOT = "00"
              DISPLAY "GRUPOMEM.DAT OPEN FAILED: " FS-GM
              CLOSE GRUPO-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              CLOSE GRUPO-FILE
              CLOSE MEMBRO-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE GRUPO-FILE
              CLOSE MEMBRO-FILE
              CLOSE CONTAS-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT GRUPO-REL.
           IF FS-REL NOT = "00"
              DISPLAY "GRUPO.TXT OPEN FAILED: " FS-REL
              CLOSE GRUPO-FILE
              CLOSE MEMBRO-FILE
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              GO TO EXIT-PARA
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           IF WS-UM-GRUPO = "S"
              MOVE WS-GRUPO-SEL TO GR-ID
              READ GRUPO-FILE KEY IS GR-ID
                 INVALID KEY
                    DISPLAY "GRUPO NAO CADASTRADO: " WS-GRUPO-SEL
                 NOT INVALID KEY
                    PERFORM GRUPO-PARA THRU GRUPO-FIM
              END-READ
              GO TO PROCESS-EXIT-PARA
           END-IF.
           MOVE LOW-VALUES TO GR-ID.
           START GRUPO-FILE KEY IS NOT LESS GR-ID
               INVALID KEY
                   MOVE "Y" TO WS-GR-EOF
           END-START.
           PERFORM UNTIL WS-GR-EOF = "Y"
               READ GRUPO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GR-EOF
                   NOT AT END
                       PERFORM GRUPO-PARA THRU GRUPO-FIM
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE GROUP - HEADING, THE STATEMENT PART MEMBER BY MEMBER, THEN
      *THE AGING PAGE
       GRUPO-PARA.
           PERFORM CARREGA-MEMBROS-PARA THRU CARREGA-MEMBROS-FIM.
           INITIALIZE WS-GRP-BUCKETS.
           MOVE ZERO TO WS-GRP-TOTAL.
           MOVE SPACES TO REL-LINE.
           STRING "EXTRATO CONSOLIDADO - GRUPO " DELIMITED BY SIZE
                  GR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GR-NOME DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
               PERFORM MEMBRO-PARA THRU MEMBRO-FIM
           END-PERFORM.
           PERFORM AGING-PARA THRU AGING-FIM.
           ADD 1 TO WS-GRUPOS.
       GRUPO-FIM.
           EXIT.

      *GRUPOMEM.DAT IS KEYED ON THE MEMBER CODIGO - THE GROUP'S
      *MEMBERS COME FROM A FULL SCAN, IN CODIGO ORDER
       CARREGA-MEMBROS-PARA.
           MOVE ZERO TO WS-MEM-COUNT.
           MOVE LOW-VALUES TO GM-CODIGO.
           MOVE "N" TO WS-GM-EOF.
           START MEMBRO-FILE KEY IS NOT LESS GM-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-GM-EOF
           END-START.
           PERFORM UNTIL WS-GM-EOF = "Y"
               READ MEMBRO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GM-EOF
                   NOT AT END
                       IF GM-GRUPO = GR-ID AND WS-MEM-COUNT < 500
                          ADD 1 TO WS-MEM-COUNT
                          MOVE GM-CODIGO TO WS-M-CODIGO(WS-MEM-COUNT)
                          MOVE ZERO TO WS-M-B30(WS-MEM-COUNT)
                                       WS-M-B60(WS-MEM-COUNT)
                                       WS-M-B90(WS-MEM-COUNT)
                                       WS-M-BMAIS(WS-MEM-COUNT)
                          MOVE GM-CODIGO TO CODIGO
                          READ ARQCLI KEY IS FD-CODIGO
                             INVALID KEY
                                MOVE "(CLIENTE NAO CADASTRADO)"
                                   TO WS-M-NOME(WS-MEM-COUNT)
                             NOT INVALID KEY
                                MOVE FD-NOME
                                   TO WS-M-NOME(WS-MEM-COUNT)
                          END-READ
                       END-IF
               END-READ
           END-PERFORM.
       CARREGA-MEMBROS-FIM.
           EXIT.

      *ONE MEMBER'S OPEN ITEMS - CONTAS.DAT IS POSITIONED BY KEY ON
      *THE CODIGO, THE WAY THE EXCLI SALDO INQUIRY READS IT
       MEMBRO-PARA.
           MOVE ZERO TO WS-MEM-TOTAL.
           MOVE SPACES TO REL-LINE.
           STRING "CLIENTE " DELIMITED BY SIZE
                  WS-M-CODIGO(WS-MEM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-M-NOME(WS-MEM-IDX) DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "  FATURA  DATA      VENCTO            VALOR"
                TO REL-LINE.
           MOVE "         SALDO   DIAS" TO REL-LINE(45:21).
           WRITE REL-LINE.
           MOVE WS-M-CODIGO(WS-MEM-IDX) TO CR-CODIGO.
           MOVE ZERO TO CR-FATURA.
           START CONTAS-FILE KEY IS NOT LESS CR-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-CR-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-CR-EOF
           END-START.
           PERFORM UNTIL WS-CR-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CR-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-M-CODIGO(WS-MEM-IDX)
                          MOVE "Y" TO WS-CR-EOF
                       ELSE
                          IF CR-ABERTA
                             PERFORM ITEM-PARA THRU ITEM-FIM
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-MEM-TOTAL TO WS-EDIT-SALDO.
           MOVE SPACES TO REL-LINE.
           STRING "  SALDO EM ABERTO DO CLIENTE: " DELIMITED BY SIZE
                  WS-EDIT-SALDO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
       MEMBRO-FIM.
           EXIT.

      *ONE OPEN ITEM - AGED FROM THE DUE DATE WHEN ONE WAS STAMPED,
      *ELSE FROM CR-DATA, AND ROLLED INTO THE MEMBER'S BUCKETS
       ITEM-PARA.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           IF CR-DATA-VENC > ZERO
              MOVE CR-DATA-VENC TO WS-DATA-BASE
           ELSE
              MOVE CR-DATA TO WS-DATA-BASE
           END-IF.
           COMPUTE WS-DIAS =
               FunctionDateDiff(WS-DATA-BASE, WS-DATA-SIS).
           EVALUATE TRUE
              WHEN WS-DIAS <= 30
                 ADD WS-SALDO TO WS-M-B30(WS-MEM-IDX)
              WHEN WS-DIAS <= 60
                 ADD WS-SALDO TO WS-M-B60(WS-MEM-IDX)
              WHEN WS-DIAS <= 90
                 ADD WS-SALDO TO WS-M-B90(WS-MEM-IDX)
              WHEN OTHER
                 ADD WS-SALDO TO WS-M-BMAIS(WS-MEM-IDX)
           END-EVALUATE.
           ADD WS-SALDO TO WS-MEM-TOTAL.
           MOVE CR-VALOR TO WS-EDIT-VALOR.
           MOVE WS-SALDO TO WS-EDIT-SALDO.
           MOVE WS-DIAS TO WS-EDIT-DIAS.
           MOVE SPACES TO REL-LINE.
           STRING "  " DELIMITED BY SIZE
                  CR-FATURA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CR-DATA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DATA-BASE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-VALOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-SALDO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT-DIAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       ITEM-FIM.
           EXIT.

      *AGING PAGE - ONE LINE PER MEMBER, THE GROUP TOTALS, AND THE
      *EXPOSURE AGAINST THE GROUP LIMIT (ZERO LIMIT = NOT ENFORCED)
       AGING-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "AGING CONSOLIDADO - GRUPO " DELIMITED BY SIZE
                  GR-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GR-NOME DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE "CLIENTE              ATE 30          31-60"
                TO REL-LINE.
           MOVE "          61-90        MAIS 90" TO REL-LINE(43:31).
           WRITE REL-LINE.
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
               MOVE WS-M-B30(WS-MEM-IDX) TO WS-EDIT-B1
               MOVE WS-M-B60(WS-MEM-IDX) TO WS-EDIT-B2
               MOVE WS-M-B90(WS-MEM-IDX) TO WS-EDIT-B3
               MOVE WS-M-BMAIS(WS-MEM-IDX) TO WS-EDIT-B4
               MOVE SPACES TO REL-LINE
               STRING WS-M-CODIGO(WS-MEM-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-B1 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-B2 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-B3 DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EDIT-B4 DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
               WRITE REL-LINE
               ADD WS-M-B30(WS-MEM-IDX) TO WS-GRP-B30
               ADD WS-M-B60(WS-MEM-IDX) TO WS-GRP-B60
               ADD WS-M-B90(WS-MEM-IDX) TO WS-GRP-B90
               ADD WS-M-BMAIS(WS-MEM-IDX) TO WS-GRP-BMAIS
           END-PERFORM.
           COMPUTE WS-GRP-TOTAL = WS-GRP-B30 + WS-GRP-B60
                                + WS-GRP-B90 + WS-GRP-BMAIS.
           MOVE WS-GRP-B30 TO WS-EDIT-B1.
           MOVE WS-GRP-B60 TO WS-EDIT-B2.
           MOVE WS-GRP-B90 TO WS-EDIT-B3.
           MOVE WS-GRP-BMAIS TO WS-EDIT-B4.
           MOVE SPACES TO REL-LINE.
           STRING "GRUPO " DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-B1 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-B2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-B3 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EDIT-B4 DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-GRP-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO REL-LINE.
           STRING "SALDO EM ABERTO DO GRUPO : " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           IF GR-LIMITE = ZERO
              MOVE "LIMITE DO GRUPO          : NAO CONTROLADO"
                 TO REL-LINE
              WRITE REL-LINE
           ELSE
              MOVE GR-LIMITE TO WS-EDIT-TOTAL
              MOVE SPACES TO REL-LINE
              STRING "LIMITE DO GRUPO          : " DELIMITED BY SIZE
                     WS-EDIT-TOTAL DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              WRITE REL-LINE
              COMPUTE WS-DISPONIVEL = GR-LIMITE - WS-GRP-TOTAL
              MOVE WS-DISPONIVEL TO WS-EDIT-DISP
              MOVE SPACES TO REL-LINE
              STRING "DISPONIVEL               :" DELIMITED BY SIZE
                     WS-EDIT-DISP DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              WRITE REL-LINE
              IF WS-DISPONIVEL < ZERO
                 MOVE "*** GRUPO ACIMA DO LIMITE ***" TO REL-LINE
                 WRITE REL-LINE
              END-IF
           END-IF.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           WRITE REL-LINE.
       AGING-FIM.
           EXIT.

       CLOSE-PARA.
           CLOSE GRUPO-FILE.
           CLOSE MEMBRO-FILE.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE GRUPO-REL.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           DISPLAY "GRUPOS IMPRESSOS EM GRUPO.TXT: " WS-GRUPOS.
       CLOSE-EXIT-PARA.
           EXIT.

       EXIT-PARA.
           EXIT PROGRAM.
