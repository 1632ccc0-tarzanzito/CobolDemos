      *        : come from ARQCLI.DAT.                                 *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Ages are computed from CR-DATA-VENC (the due date    *
      *        : stamped at posting) against the run date; records    *
      *        : posted before the due-date field existed carry zero  *
      *        : there and age from CR-DATA as before.                 *
      *        : Each client line carries its ABC class from           *
      *        : CLIABC.DAT (CLASSABC) and a by-class summary follows  *
      *        : the by-city one. Command line: [A|B|C] restricts the  *
      *        : lines and every total to that class; without          *
      *        : CLIABC.DAT the class shows "-" and the filter is      *
      *        : ignored.                                              *
      *        : The report is also written to RELAGING.TXT - the      *
      *        : console copy scrolled away, and last month's aging    *
      *        : could not be produced again - and the closed file is  *
      *        : archived through RELCAT (dated copy plus an entry in  *
      *        : the report catalog RELCAT.DAT) for listing and        *
      *        : reprint from RELARQ.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAGING.
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *ABC CLASS PER CLIENT, BUILT BY CLASSABC - OPTIONAL
           SELECT OPTIONAL ABC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              AB-CODIGO
           FILE STATUS             FS-ABC.
           SELECT REL-FILE ASSIGN TO "RELAGING.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.

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

      *SAME LAYOUT CLASSABC WRITES
       FD ABC-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIABC.DAT".
       01 REG-ABC.
          02 AB-CODIGO        PIC 9(06).
          02 AB-CLASSE        PIC X(01).
          02 AB-CLASSE-ANT    PIC X(01).
          02 AB-RECEITA       PIC 9(09)V99.
          02 AB-POSICAO       PIC 9(05).
          02 AB-PCT-ACUM      PIC 9(03)V99.
          02 AB-DATA          PIC 9(08).
          02 AB-HORA          PIC 9(06).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-ABC               PIC X(02) VALUE SPACES.
       77 WS-ABC-ATIVO         PIC X     VALUE "N".
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       01 WS-NOME-CLI          PIC X(30) VALUE SPACES.
       01 WS-CIDADE-CLI        PIC X(20) VALUE SPACES.

      *OPTIONAL COMMAND-LINE CLASS FILTER ("A", "B" OR "C") - ONLY
      *THAT CLASS'S CLIENTS ENTER THE LINES AND THE TOTALS
       01 WS-PARM-LINE         PIC X(10) VALUE SPACES.
       01 WS-CLASSE-FILTRO     PIC X(01) VALUE SPACE.
       01 WS-CLASSE-CLI        PIC X(01) VALUE SPACE.

      *BY-CLASS SUMMARY - 1 = A, 2 = B, 3 = C, 4 = NOT CLASSIFIED
       01 WS-C                 PIC 9(01) VALUE ZERO.
       01 WS-CLS-NOMES         PIC X(04) VALUE "ABC-".
       01 WS-CLS-TABLE.
          05 WS-CLS-ENTRY OCCURS 4 TIMES.
             10 WS-CLS-CLIENTES PIC 9(05).
             10 WS-CLS-B30     PIC 9(09)V99.
             10 WS-CLS-B60     PIC 9(09)V99.
             10 WS-CLS-B90     PIC 9(09)V99.
             10 WS-CLS-BMAIS   PIC 9(09)V99.

      *PRINTED LINES FOR RELAGING.TXT - THE FOUR AGE COLUMNS EDITED,
      *LED BY THE CLIENT, THE CITY OR THE CLASS
       01 WS-LIN-CLIENTE.
          05 LC-CODIGO         PIC 9(06).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 LC-NOME           PIC X(30).
          05 LC-VALORES.
             10 LC-B30         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
             10 LC-B60         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
             10 LC-B90         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
             10 LC-BMAIS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LC-CLASSE         PIC X(01).
       01 WS-LIN-RESUMO REDEFINES WS-LIN-CLIENTE.
          05 LR-ROTULO         PIC X(37).
          05 LR-VALORES        PIC X(68).
          05 FILLER            PIC X(03).

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELAGING".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELAGING.TXT".
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
              CLOSE CONTAS-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELAGING.TXT OPEN FAILED: " FS-REL
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              GO TO EXIT-PARA
           END-IF.
           INITIALIZE WS-CLS-TABLE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           IF WS-PARM-LINE = "A" OR WS-PARM-LINE = "B"
              OR WS-PARM-LINE = "C"
              MOVE WS-PARM-LINE(1:1) TO WS-CLASSE-FILTRO
           END-IF.
           OPEN INPUT ABC-FILE.
           IF FS-ABC = "00"
              MOVE "S" TO WS-ABC-ATIVO
           ELSE
              IF WS-CLASSE-FILTRO NOT = SPACE
                 DISPLAY "CLIABC.DAT AUSENTE - FILTRO DE CLASSE "
                         "IGNORADO (RODE CLASSABC)"
                 MOVE SPACE TO WS-CLASSE-FILTRO
              END-IF
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "AGING DE CONTAS A RECEBER EM " WS-DATA-SIS.
           MOVE SPACES TO REL-LINE.
           STRING "AGING DE CONTAS A RECEBER EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           IF WS-CLASSE-FILTRO NOT = SPACE
              DISPLAY "SOMENTE CLIENTES DA CLASSE ABC "
                      WS-CLASSE-FILTRO
              MOVE SPACES TO REL-LINE
              STRING "SOMENTE CLIENTES DA CLASSE ABC "
                     DELIMITED BY SIZE
                     WS-CLASSE-FILTRO DELIMITED BY SIZE
                     INTO REL-LINE
              END-STRING
              WRITE REL-LINE
           END-IF.
           DISPLAY "CLIENTE                             ATE 30"
                   "       31-60        61-90      MAIS 90 CL".
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "CLIENTE                                       "
                  "  ATE 30            31-60         "
                  "   61-90          MAIS 90  CL" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

                 MOVE FD-NOME TO WS-NOME-CLI
                 MOVE FD-CIDADE TO WS-CIDADE-CLI
           END-READ.
           MOVE "-" TO WS-CLASSE-CLI.
           IF WS-ABC-ATIVO = "S"
              MOVE WS-CLI-ATUAL TO AB-CODIGO
              READ ABC-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AB-CLASSE TO WS-CLASSE-CLI
              END-READ
           END-IF.
           IF WS-CLASSE-FILTRO NOT = SPACE
              AND WS-CLASSE-CLI NOT = WS-CLASSE-FILTRO
              MOVE "N" TO WS-CLI-TEM
              GO TO IMPRIME-CLIENTE-FIM
           END-IF.
           DISPLAY WS-CLI-ATUAL " " WS-NOME-CLI
                   " " WS-CLI-B30 " " WS-CLI-B60
                   " " WS-CLI-B90 " " WS-CLI-BMAIS
                   " " WS-CLASSE-CLI.
           MOVE WS-CLI-ATUAL TO LC-CODIGO.
           MOVE WS-NOME-CLI TO LC-NOME.
           MOVE WS-CLI-B30 TO LC-B30.
           MOVE WS-CLI-B60 TO LC-B60.
           MOVE WS-CLI-B90 TO LC-B90.
           MOVE WS-CLI-BMAIS TO LC-BMAIS.
           MOVE WS-CLASSE-CLI TO LC-CLASSE.
           WRITE REL-LINE FROM WS-LIN-CLIENTE.
           ADD WS-CLI-B30 TO WS-TOT-B30.
           ADD WS-CLI-B60 TO WS-TOT-B60.
           ADD WS-CLI-B90 TO WS-TOT-B90.
           ADD WS-CLI-BMAIS TO WS-TOT-BMAIS.
           PERFORM SOMA-CIDADE-PARA THRU SOMA-CIDADE-FIM.
           EVALUATE WS-CLASSE-CLI
              WHEN "A" MOVE 1 TO WS-C
              WHEN "B" MOVE 2 TO WS-C
              WHEN "C" MOVE 3 TO WS-C
              WHEN OTHER MOVE 4 TO WS-C
           END-EVALUATE.
           ADD 1 TO WS-CLS-CLIENTES(WS-C).
           ADD WS-CLI-B30 TO WS-CLS-B30(WS-C).
           ADD WS-CLI-B60 TO WS-CLS-B60(WS-C).
           ADD WS-CLI-B90 TO WS-CLS-B90(WS-C).
           ADD WS-CLI-BMAIS TO WS-CLS-BMAIS(WS-C).
           MOVE "N" TO WS-CLI-TEM.
       IMPRIME-CLIENTE-FIM.
           EXIT.
       CLOSE-PARA.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           IF WS-ABC-ATIVO = "S"
              CLOSE ABC-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "RESUMO POR CIDADE".
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "RESUMO POR CIDADE" TO REL-LINE.
           WRITE REL-LINE.
           PERFORM VARYING WS-CID-IDX FROM 1 BY 1
                   UNTIL WS-CID-IDX > WS-CID-COUNT
               DISPLAY WS-CID-NOME(WS-CID-IDX)
                       " " WS-CID-B60(WS-CID-IDX)
                       " " WS-CID-B90(WS-CID-IDX)
                       " " WS-CID-BMAIS(WS-CID-IDX)
               MOVE WS-CID-B30(WS-CID-IDX) TO LC-B30
               MOVE WS-CID-B60(WS-CID-IDX) TO LC-B60
               MOVE WS-CID-B90(WS-CID-IDX) TO LC-B90
               MOVE WS-CID-BMAIS(WS-CID-IDX) TO LC-BMAIS
               MOVE SPACES TO LR-ROTULO
               MOVE WS-CID-NOME(WS-CID-IDX) TO LR-ROTULO
               PERFORM GRAVA-RESUMO-PARA THRU GRAVA-RESUMO-FIM
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "RESUMO POR CLASSE ABC (- = SEM CLASSIFICACAO)".
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE "RESUMO POR CLASSE ABC (- = SEM CLASSIFICACAO)"
             TO REL-LINE.
           WRITE REL-LINE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 4
               IF WS-CLS-CLIENTES(WS-C) > ZERO
                  DISPLAY "CLASSE " WS-CLS-NOMES(WS-C:1)
                          " " WS-CLS-CLIENTES(WS-C) " CLI"
                          " " WS-CLS-B30(WS-C)
                          " " WS-CLS-B60(WS-C)
                          " " WS-CLS-B90(WS-C)
                          " " WS-CLS-BMAIS(WS-C)
                  MOVE WS-CLS-B30(WS-C) TO LC-B30
                  MOVE WS-CLS-B60(WS-C) TO LC-B60
                  MOVE WS-CLS-B90(WS-C) TO LC-B90
                  MOVE WS-CLS-BMAIS(WS-C) TO LC-BMAIS
                  MOVE SPACES TO LR-ROTULO
                  STRING "CLASSE " DELIMITED BY SIZE
                         WS-CLS-NOMES(WS-C:1) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-CLS-CLIENTES(WS-C) DELIMITED BY SIZE
                         " CLI" DELIMITED BY SIZE
                         INTO LR-ROTULO
                  END-STRING
                  PERFORM GRAVA-RESUMO-PARA THRU GRAVA-RESUMO-FIM
               END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-TOT-B30 TO WS-EDIT.
           DISPLAY "TOTAL ATE 30 DIAS : " WS-EDIT.
           MOVE "TOTAL ATE 30 DIAS : " TO REL-LINE.
           MOVE WS-EDIT TO REL-LINE(21:).
           WRITE REL-LINE.
           MOVE WS-TOT-B60 TO WS-EDIT.
           DISPLAY "TOTAL 31-60 DIAS  : " WS-EDIT.
           MOVE "TOTAL 31-60 DIAS  : " TO REL-LINE.
           MOVE WS-EDIT TO REL-LINE(21:).
           WRITE REL-LINE.
           MOVE WS-TOT-B90 TO WS-EDIT.
           DISPLAY "TOTAL 61-90 DIAS  : " WS-EDIT.
           MOVE "TOTAL 61-90 DIAS  : " TO REL-LINE.
           MOVE WS-EDIT TO REL-LINE(21:).
           WRITE REL-LINE.
           MOVE WS-TOT-BMAIS TO WS-EDIT.
           DISPLAY "TOTAL MAIS DE 90  : " WS-EDIT.
           MOVE "TOTAL MAIS DE 90  : " TO REL-LINE.
           MOVE WS-EDIT TO REL-LINE(21:).
           WRITE REL-LINE.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
       CLOSE-EXIT-PARA.
           EXIT.

      *ONE SUMMARY LINE - THE CALLER HAS PUT THE LABEL IN LR-ROTULO
      *AND THE FOUR AGE COLUMNS IN LC-B30 THRU LC-BMAIS
       GRAVA-RESUMO-PARA.
           MOVE SPACES TO REL-LINE.
           MOVE LR-ROTULO TO REL-LINE(1:37).
           MOVE LC-VALORES TO REL-LINE(38:68).
           WRITE REL-LINE.
       GRAVA-RESUMO-FIM.
           EXIT.

       EXIT-PARA.
           EXIT PROGRAM.
