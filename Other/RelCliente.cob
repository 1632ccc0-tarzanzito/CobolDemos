           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FD-CODIGO
           FILE STATUS FS-ARQCLI.
      *ABC CLASS PER CLIENT, BUILT BY CLASSABC - OPTIONAL
           SELECT OPTIONAL ABC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              AB-CODIGO
           FILE STATUS FS-ABC.
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI LABEL RECORD STANDARD
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
       WORKING-STORAGE SECTION.
      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
       01 FS-ARQCLI PIC X(02) VALUE SPACES.
           88 FS-ARQCLI-OK VALUE '00'.
           88 FS-ARQCLI-EOF VALUE '10'.
       01 FS-ABC    PIC X(02) VALUE SPACES.
       01 WS-ABC-ATIVO PIC X(01) VALUE "N".
       01 COUNTERS.
           05 LINE-COUNT PIC 9(02) VALUE ZERO.
           05 TOTAL-CLIENTES PIC 9(05) VALUE ZERO.
           05 SKIPPED-INATIVOS PIC 9(05) VALUE ZERO.
      *COMMAND-LINE PARAMETERS, SPACE-SEPARATED: "I" INCLUDES INATIVO
      *CLIENTS (DEFAULT ATIVO ONLY), A 2-DIGIT NUMBER RESTRICTS THE
      *REPORT TO THAT FILIAL, "A", "B" OR "C" TO THAT ABC CLASS.
      *FOLLOWS SeqFile2.cob'S COMMAND-LINE PARAMETER PRECEDENT.
       01 WS-PARM-LINE    PIC X(10) VALUE SPACES.
       01 WS-PARM1        PIC X(02) VALUE SPACES.
       01 WS-PARM2        PIC X(02) VALUE SPACES.
       01 WS-PARM3        PIC X(02) VALUE SPACES.
       01 WS-CLASSE-FILTRO PIC X(01) VALUE SPACE.
       01 WS-INATIVO-PARM PIC X(01) VALUE SPACE.
           88 INCLUI-INATIVOS VALUE "I".
       01 WS-FILIAL-FILTRO PIC 9(02) VALUE ZERO.
       01 WS-CABECALHO1.
           05 FILLER PIC X(10) VALUE "CODIGO".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(22) VALUE "CIDADE".
           05 FILLER PIC X(06) VALUE "CLASSE".
       01 WS-DETALHE.
           05 WS-D-CODIGO  PIC 9(06).
           05 FILLER       PIC X(06) VALUE SPACES.
           05 WS-D-NOME    PIC X(30).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-D-CIDADE  PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 WS-D-CLASSE  PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
               SKIPPED-INATIVOS.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1 WS-PARM2 WS-PARM3
           END-UNSTRING.
           PERFORM TRATA-PARM-PARA THRU TRATA-PARM-EXIT-PARA.
           OPEN INPUT ARQCLI.
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
      *    WITHOUT CLIABC.DAT THE CLASS COLUMN IS BLANK AND A CLASS
      *    FILTER CANNOT BE HONOURED - THE FULL LIST IS PRINTED
           OPEN INPUT ABC-FILE.
           IF FS-ABC = "00"
              MOVE "S" TO WS-ABC-ATIVO
           ELSE
              IF WS-CLASSE-FILTRO NOT = SPACE
                 DISPLAY "CLIABC.DAT AUSENTE - FILTRO DE CLASSE "
                         "IGNORADO (RODE CLASSABC)"
                 MOVE SPACE TO WS-CLASSE-FILTRO
                 MOVE 4 TO WS-RC
              END-IF
           END-IF.
           PERFORM CABECALHO.
       OPEN-EXIT-PARA.
           EXIT.
       PROCESS-EXIT-PARA.
           EXIT.

      *CLASSIFIES ONE COMMAND-LINE TOKEN - "I", A FILIAL NUMBER OR
      *AN ABC CLASS
       TRATA-PARM-PARA.
           IF WS-PARM1 = "I " OR WS-PARM2 = "I " OR WS-PARM3 = "I "
              MOVE "I" TO WS-INATIVO-PARM
           END-IF.
           IF WS-PARM1 IS NUMERIC
           IF WS-PARM2 IS NUMERIC
              MOVE WS-PARM2 TO WS-FILIAL-FILTRO
           END-IF.
           IF WS-PARM3 IS NUMERIC
              MOVE WS-PARM3 TO WS-FILIAL-FILTRO
           END-IF.
           IF WS-PARM1 = "A " OR WS-PARM1 = "B " OR WS-PARM1 = "C "
              MOVE WS-PARM1(1:1) TO WS-CLASSE-FILTRO
           END-IF.
           IF WS-PARM2 = "A " OR WS-PARM2 = "B " OR WS-PARM2 = "C "
              MOVE WS-PARM2(1:1) TO WS-CLASSE-FILTRO
           END-IF.
           IF WS-PARM3 = "A " OR WS-PARM3 = "B " OR WS-PARM3 = "C "
              MOVE WS-PARM3(1:1) TO WS-CLASSE-FILTRO
           END-IF.
       TRATA-PARM-EXIT-PARA.
           EXIT.

              ADD 1 TO SKIPPED-INATIVOS
              GO TO IMPRIME-EXIT-PARA
           END-IF.
           MOVE SPACE TO WS-D-CLASSE.
           IF WS-ABC-ATIVO = "S"
              MOVE CODIGO TO AB-CODIGO
              READ ABC-FILE
                 INVALID KEY
                    MOVE SPACE TO AB-CLASSE
              END-READ
              MOVE AB-CLASSE TO WS-D-CLASSE
           END-IF.
           IF WS-CLASSE-FILTRO NOT = SPACE
              AND WS-D-CLASSE NOT = WS-CLASSE-FILTRO
              GO TO IMPRIME-EXIT-PARA
           END-IF.
           IF LINE-COUNT >= 50
              PERFORM CABECALHO
           END-IF.

       CLOSE-PARA.
           CLOSE ARQCLI.
           IF WS-ABC-ATIVO = "S"
              CLOSE ABC-FILE
           END-IF.
           IF WS-CLASSE-FILTRO NOT = SPACE
              DISPLAY "SOMENTE CLASSE ABC: " WS-CLASSE-FILTRO
           END-IF.
           DISPLAY "TOTAL CLIENTES: " TOTAL-CLIENTES.
           IF SKIPPED-INATIVOS > ZERO
              DISPLAY "CLIENTES INATIVOS OMITIDOS: " SKIPPED-INATIVOS
