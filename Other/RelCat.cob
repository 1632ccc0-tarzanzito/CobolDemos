      ******************************************************************
      *DESC    : Shared report archive routine - every report program  *
      *        : wrote its output (EXTRATO.TXT, CARTAS.TXT, FOLHAS.TXT *
      *        : and the rest) over the last run's, so an auditor's    *
      *        : request for last March's aging or payroll register    *
      *        : meant rebuilding it. The program calls this once its  *
      *        : report file is closed: the file is copied line for    *
      *        : line under a dated name                               *
      *        :   ARQ-<CCYYMMDD>-<HHMMSS>-<SEQ>-<original name>       *
      *        : and entered in the report catalog RELCAT.DAT with     *
      *        : program, run date and time, period, pages, lines,     *
      *        : operator and the date the copy expires. RELARQ finds  *
      *        : the copies again, reprints them and purges them.      *
      *        :   CALL "RELCAT" USING CAT-PEDIDO, CAT-RESPOSTA        *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Function "R" registers CAT-ARQUIVO. CAT-PERIODO is    *
      *        : the CCYYMM the report covers - blank takes the run    *
      *        : month; CAT-OPERADOR blank is entered as BATCH. Pages  *
      *        : are counted at 60 lines a page, the printer form.     *
      *        : Retention per report program comes from RELRET.TAB,   *
      *        : one line per program:                                 *
      *        :   program;days       (* = every program not listed)   *
      *        : 0 days keeps the copy for good; with no line and no   *
      *        : "*" the copy is kept 365 days.                        *
      *        : Return codes: "00" archived, "94" report file not     *
      *        : found, "96" unknown function, "99" copy or catalog    *
      *        : could not be written. The report itself is never      *
      *        : touched, so a failure here never costs the run.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REL-FILE ASSIGN DYNAMIC WS-REL-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT COPIA-FILE ASSIGN DYNAMIC WS-COPIA-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-COP.
           SELECT OPTIONAL RET-FILE ASSIGN TO "RELRET.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-RET.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              RC-CHAVE
           FILE STATUS             FS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD REL-FILE.
       01 REL-LINE             PIC X(250).

       FD COPIA-FILE.
       01 COPIA-LINE           PIC X(250).

       FD RET-FILE.
       01 RET-LINE             PIC X(40).

      *ONE ENTRY PER ARCHIVED REPORT - RELARQ READS AND UPDATES IT
       FD CATALOGO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "RELCAT.DAT".
       01 REG-CATALOGO.
          02 RC-CHAVE.
             03 RC-PROGRAMA    PIC X(08).
             03 RC-DATA        PIC 9(08).
             03 RC-HORA        PIC 9(06).
             03 RC-SEQ         PIC 9(02).
          02 RC-ARQUIVO        PIC X(30).
          02 RC-COPIA          PIC X(60).
          02 RC-PERIODO        PIC X(06).
          02 RC-PAGINAS        PIC 9(05).
          02 RC-LINHAS         PIC 9(07).
          02 RC-OPERADOR       PIC X(08).
      *99999999 = KEPT FOR GOOD
          02 RC-EXPIRA         PIC 9(08).
      *"A" = COPY ON DISK, "E" = COPY PURGED (ENTRY KEPT AS HISTORY)
          02 RC-STATUS         PIC X(01).
          02 RC-REIMP          PIC 9(03).
          02 RC-REIMP-DATA     PIC 9(08).
          02 RC-REIMP-OPER     PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-COP               PIC X(02) VALUE SPACES.
       77 FS-RET               PIC X(02) VALUE SPACES.
       77 FS-CAT               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-LINHAS-PAG        PIC 9(03) VALUE 60.
       77 WS-DIAS-PADRAO       PIC 9(05) VALUE 365.
       77 WS-DIAS              PIC 9(05) VALUE ZERO.
       77 WS-ACHOU-PROG        PIC X     VALUE "N".
       77 WS-ACHOU-GERAL       PIC X     VALUE "N".
       77 WS-DIAS-GERAL        PIC 9(05) VALUE ZERO.
       77 WS-MAX-SEQ           PIC 9(02) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS          PIC 9(06) VALUE ZERO.

       01 WS-REL-NOME          PIC X(30) VALUE SPACES.
       01 WS-COPIA-NOME        PIC X(60) VALUE SPACES.

      *program;days LINE FROM RELRET.TAB
       01 WS-IN-PROG           PIC X(08) VALUE SPACES.
       01 WS-IN-DIAS           PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
       01 CAT-PEDIDO.
          05 CAT-FUNC          PIC X(01).
          05 CAT-PROGRAMA      PIC X(08).
          05 CAT-ARQUIVO       PIC X(30).
          05 CAT-PERIODO       PIC X(06).
          05 CAT-OPERADOR      PIC X(08).
       01 CAT-RESPOSTA.
          05 CAT-RC            PIC X(02).
          05 CAT-COPIA         PIC X(60).
          05 CAT-PAGINAS       PIC 9(05).
          05 CAT-LINHAS        PIC 9(07).

       PROCEDURE DIVISION USING CAT-PEDIDO, CAT-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO CAT-RC.
           MOVE SPACES TO CAT-COPIA.
           MOVE ZERO TO CAT-PAGINAS CAT-LINHAS.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA-SIS.
           EVALUATE CAT-FUNC
              WHEN "R"
                 PERFORM REGISTRA-PARA THRU REGISTRA-FIM
              WHEN OTHER
                 MOVE "96" TO CAT-RC
           END-EVALUATE.
           GOBACK.

      *OPENS THE CATALOG, TAKES THE NEXT SEQUENCE FOR THIS PROGRAM
      *AND SECOND, COPIES THE REPORT AND WRITES THE ENTRY
       REGISTRA-PARA.
           MOVE CAT-ARQUIVO TO WS-REL-NOME.
           OPEN INPUT REL-FILE.
           IF FS-REL NOT = "00"
              CLOSE REL-FILE
              MOVE "94" TO CAT-RC
              DISPLAY "RELCAT: " WS-REL-NOME " NAO ENCONTRADO"
              GO TO REGISTRA-FIM
           END-IF.
           OPEN I-O CATALOGO-FILE.
           IF FS-CAT = "35" OR FS-CAT = "05"
              CLOSE CATALOGO-FILE
              OPEN OUTPUT CATALOGO-FILE
              CLOSE CATALOGO-FILE
              OPEN I-O CATALOGO-FILE
           END-IF.
           IF FS-CAT NOT = "00"
              DISPLAY "RELCAT.DAT OPEN FAILED: " FS-CAT
              CLOSE REL-FILE
              MOVE "99" TO CAT-RC
              GO TO REGISTRA-FIM
           END-IF.
           PERFORM PROXIMA-SEQ-PARA THRU PROXIMA-SEQ-FIM.
           MOVE SPACES TO WS-COPIA-NOME.
           STRING "ARQ-" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-HORA-SIS DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RC-SEQ DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CAT-ARQUIVO DELIMITED BY SPACE
                  INTO WS-COPIA-NOME
           END-STRING.
           PERFORM COPIA-PARA THRU COPIA-FIM.
           IF CAT-RC NOT = "00"
              CLOSE CATALOGO-FILE
              GO TO REGISTRA-FIM
           END-IF.
           PERFORM RETENCAO-PARA THRU RETENCAO-FIM.
           MOVE CAT-ARQUIVO TO RC-ARQUIVO.
           MOVE WS-COPIA-NOME TO RC-COPIA.
           IF CAT-PERIODO = SPACES
              MOVE WS-DATA-SIS(1:6) TO RC-PERIODO
           ELSE
              MOVE CAT-PERIODO TO RC-PERIODO
           END-IF.
           MOVE CAT-LINHAS TO RC-LINHAS.
           COMPUTE CAT-PAGINAS =
               (CAT-LINHAS + WS-LINHAS-PAG - 1) / WS-LINHAS-PAG.
           MOVE CAT-PAGINAS TO RC-PAGINAS.
           IF CAT-OPERADOR = SPACES
              MOVE "BATCH" TO RC-OPERADOR
           ELSE
              MOVE CAT-OPERADOR TO RC-OPERADOR
           END-IF.
           IF WS-DIAS = ZERO
              MOVE 99999999 TO RC-EXPIRA
           ELSE
              COMPUTE RC-EXPIRA = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(WS-DATA-SIS) + WS-DIAS)
           END-IF.
           MOVE "A" TO RC-STATUS.
           MOVE ZERO TO RC-REIMP RC-REIMP-DATA.
           MOVE SPACES TO RC-REIMP-OPER.
           WRITE REG-CATALOGO
              INVALID KEY
                 DISPLAY "RELCAT: ENTRADA NAO GRAVADA " RC-CHAVE
                 MOVE "99" TO CAT-RC
           END-WRITE.
           CLOSE CATALOGO-FILE.
           IF CAT-RC = "00"
              MOVE WS-COPIA-NOME TO CAT-COPIA
           END-IF.
       REGISTRA-FIM.
           EXIT.

      *HIGHEST SEQUENCE ALREADY USED BY THIS PROGRAM IN THIS SECOND
      *PLUS ONE - TWO RUNS INSIDE THE SAME SECOND DO NOT COLLIDE
       PROXIMA-SEQ-PARA.
           MOVE ZERO TO WS-MAX-SEQ.
           MOVE "N" TO WS-EOF.
           MOVE CAT-PROGRAMA TO RC-PROGRAMA.
           MOVE WS-DATA-SIS TO RC-DATA.
           MOVE WS-HORA-SIS TO RC-HORA.
           MOVE ZERO TO RC-SEQ.
           START CATALOGO-FILE KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "S"
               READ CATALOGO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RC-PROGRAMA = CAT-PROGRAMA
                          AND RC-DATA = WS-DATA-SIS
                          AND RC-HORA = WS-HORA-SIS
                          MOVE RC-SEQ TO WS-MAX-SEQ
                       ELSE
                          MOVE "S" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CAT-PROGRAMA TO RC-PROGRAMA.
           MOVE WS-DATA-SIS TO RC-DATA.
           MOVE WS-HORA-SIS TO RC-HORA.
           COMPUTE RC-SEQ = WS-MAX-SEQ + 1.
       PROXIMA-SEQ-FIM.
           EXIT.

      *LINE-FOR-LINE COPY OF THE REPORT, COUNTING AS IT GOES - THE
      *REPORT IS ALREADY OPEN ON ENTRY
       COPIA-PARA.
           OPEN OUTPUT COPIA-FILE.
           IF FS-COP NOT = "00"
              DISPLAY WS-COPIA-NOME " OPEN FAILED: " FS-COP
              CLOSE REL-FILE
              MOVE "99" TO CAT-RC
              GO TO COPIA-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ REL-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       WRITE COPIA-LINE FROM REL-LINE
                       ADD 1 TO CAT-LINHAS
               END-READ
           END-PERFORM.
           CLOSE REL-FILE.
           CLOSE COPIA-FILE.
       COPIA-FIM.
           EXIT.

      *DAYS TO KEEP THIS PROGRAM'S COPIES - ITS OWN RELRET.TAB LINE,
      *ELSE THE "*" LINE, ELSE WS-DIAS-PADRAO
       RETENCAO-PARA.
           MOVE "N" TO WS-ACHOU-PROG WS-ACHOU-GERAL.
           MOVE WS-DIAS-PADRAO TO WS-DIAS.
           OPEN INPUT RET-FILE.
           IF FS-RET NOT = "00"
              CLOSE RET-FILE
              GO TO RETENCAO-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S" OR WS-ACHOU-PROG = "S"
               READ RET-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM RETENCAO-LINHA-PARA
                          THRU RETENCAO-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE RET-FILE.
           IF WS-ACHOU-PROG NOT = "S" AND WS-ACHOU-GERAL = "S"
              MOVE WS-DIAS-GERAL TO WS-DIAS
           END-IF.
       RETENCAO-FIM.
           EXIT.

       RETENCAO-LINHA-PARA.
           IF RET-LINE = SPACES OR RET-LINE(1:1) = "#"
              GO TO RETENCAO-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-IN-PROG WS-IN-DIAS.
           UNSTRING RET-LINE DELIMITED BY ";"
               INTO WS-IN-PROG WS-IN-DIAS
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(WS-IN-DIAS) NOT = ZERO
              DISPLAY "RELRET.TAB: DIAS INVALIDOS - " RET-LINE
              GO TO RETENCAO-LINHA-FIM
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-IN-PROG) TO WS-IN-PROG.
           IF WS-IN-PROG = CAT-PROGRAMA
              COMPUTE WS-DIAS = FUNCTION NUMVAL(WS-IN-DIAS)
              MOVE "S" TO WS-ACHOU-PROG
           END-IF.
           IF WS-IN-PROG = "*"
              COMPUTE WS-DIAS-GERAL = FUNCTION NUMVAL(WS-IN-DIAS)
              MOVE "S" TO WS-ACHOU-GERAL
           END-IF.
       RETENCAO-LINHA-FIM.
           EXIT.
