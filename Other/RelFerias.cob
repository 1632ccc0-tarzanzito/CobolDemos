      ******************************************************************
      *DESC    : Monthly vacation deadline report - reads FERIAS.DAT   *
      *        : (FERACUM) and lists every acquisition period with     *
      *        : days still to grant whose concession deadline falls   *
      *        : within the next N days, or has already passed (the    *
      *        : days then due double), with the schedule FERPROG      *
      *        : recorded for it, if any. Written to FERVENC.TXT and   *
      *        : the totals displayed.                                 *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Days ahead (N) from the command line, default 60.     *
      *        : Run FERACUM first so the periods and their situation  *
      *        : are current. Names come from EMPMAST.DAT when the     *
      *        : employee is still on it; terminated employees are     *
      *        : left out. Any period already past the deadline ends   *
      *        : the run RC 4.                                         *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFERIAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FE-CHAVE
           FILE STATUS             FS-FER.
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT REL-FILE ASSIGN TO "FERVENC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT FERACUM (VacAccrual.cob) BUILDS
       FD FER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FERIAS.DAT".
       01 REG-FERIAS.
          02 FE-CHAVE.
             03 FE-ID          PIC 9(05).
             03 FE-AQ-INICIO   PIC 9(08).
          02 FE-AQ-FIM         PIC 9(08).
          02 FE-LIMITE         PIC 9(08).
          02 FE-FALTAS         PIC 9(03).
          02 FE-DIREITO        PIC 9(02).
          02 FE-GOZADOS        PIC 9(02).
          02 FE-SITUACAO       PIC X(01).
             88 FE-AQUISITIVO  VALUE "A".
             88 FE-CONCESSIVO  VALUE "C".
             88 FE-QUITADO     VALUE "Q".
             88 FE-VENCIDO     VALUE "V".
             88 FE-PERDIDO     VALUE "P".
          02 FE-PROG-INICIO    PIC 9(08).
          02 FE-PROG-DIAS      PIC 9(02).
          02 FE-PROG-PAGO      PIC X(01).
             88 FE-PROG-PENDENTE VALUE "N".
          02 FE-PROG-PERIODO   PIC 9(06).
          02 FE-PROG-OPERADOR  PIC X(08).
          02 FE-ATUALIZADO     PIC 9(08).

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

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-FER               PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-TEM-EMP           PIC X     VALUE "N".

       01 WS-PARM              PIC X(03) VALUE SPACES.
       01 WS-DIAS-AVISO        PIC 9(03) VALUE 60.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HOJE              PIC 9(07) VALUE ZERO.
       01 WS-CORTE             PIC 9(08) VALUE ZERO.
       01 WS-FALTAM            PIC S9(05) VALUE ZERO.
       01 WS-NOME              PIC X(30) VALUE SPACES.
       01 WS-SALDO             PIC 9(02) VALUE ZERO.

       01 WS-QTD               PIC 9(05) VALUE ZERO.
       01 WS-QTD-VENCIDOS      PIC 9(05) VALUE ZERO.
       01 WS-QTD-PROGRAMADAS   PIC 9(05) VALUE ZERO.
       01 WS-T-SALDO           PIC 9(07) VALUE ZERO.

      *ONE DETAIL LINE OF THE REPORT
       01 WS-DET.
          05 WS-D-ID           PIC 9(05).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-AQ-INICIO    PIC 9(08).
          05 FILLER            PIC X(03) VALUE " A ".
          05 WS-D-AQ-FIM       PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-D-LIMITE       PIC 9(08).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-D-DIREITO      PIC Z9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-D-GOZADOS      PIC Z9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-D-SALDO        PIC Z9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 WS-D-PROG         PIC X(20).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-PRAZO        PIC X(16).

       01 WS-ED-FALTAM         PIC ZZZZ9.
       01 WS-EDIT              PIC ZZ,ZZ9.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELFERIA".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "FERVENC.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:1) IS NUMERIC
              MOVE ZERO TO WS-DIAS-AVISO
              UNSTRING WS-PARM DELIMITED BY SPACE
                  INTO WS-DIAS-AVISO
              END-UNSTRING
           END-IF.
           IF WS-DIAS-AVISO = ZERO
              MOVE 60 TO WS-DIAS-AVISO
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-SIS).
           COMPUTE WS-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-HOJE + WS-DIAS-AVISO).
           OPEN INPUT FER-FILE.
           IF FS-FER NOT = "00"
              DISPLAY "FERIAS.DAT OPEN FAILED: " FS-FER
                      " (RODE O FERACUM)"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO WS-TEM-EMP
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "FERVENC.TXT OPEN FAILED: " FS-REL
              CLOSE FER-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CABECALHO-PARA THRU CABECALHO-FIM.
           PERFORM UNTIL WS-EOF = "Y"
               READ FER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-REG-PARA THRU TRATA-REG-FIM
               END-READ
           END-PERFORM.
           PERFORM TOTAIS-PARA THRU TOTAIS-FIM.
           CLOSE FER-FILE.
           IF WS-TEM-EMP = "S"
              CLOSE EMP-MASTER
           END-IF.
           CLOSE REL-FILE.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-QTD-VENCIDOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CABECALHO-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "FERIAS A VENCER - EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " - LIMITE ATE " DELIMITED BY SIZE
                  WS-CORTE DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "ID    NOME                           AQUISITIVO"
                  DELIMITED BY SIZE
                  "             LIMITE    DIR GOZ SAL PROGRAMADAS"
                  DELIMITED BY SIZE
                  "          PRAZO" DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
       CABECALHO-FIM.
           EXIT.

      *ONLY PERIODS OWING DAYS (CONCESSIVE OR ALREADY PAST THE
      *DEADLINE) WHOSE DEADLINE IS WITHIN THE NOTICE WINDOW
       TRATA-REG-PARA.
           IF NOT FE-CONCESSIVO AND NOT FE-VENCIDO
              GO TO TRATA-REG-FIM
           END-IF.
           IF FE-GOZADOS NOT < FE-DIREITO
              GO TO TRATA-REG-FIM
           END-IF.
           IF FE-CONCESSIVO AND FE-LIMITE > WS-CORTE
              GO TO TRATA-REG-FIM
           END-IF.
           MOVE SPACES TO WS-NOME.
           IF WS-TEM-EMP = "S"
              MOVE FE-ID TO EM-ID
              READ EMP-MASTER
                 INVALID KEY
                    MOVE "(FORA DO CADASTRO)" TO WS-NOME
                 NOT INVALID KEY
                    IF EM-TERMINATED
                       GO TO TRATA-REG-FIM
                    END-IF
                    MOVE EM-NOME TO WS-NOME
              END-READ
           END-IF.
           ADD 1 TO WS-QTD.
           COMPUTE WS-SALDO = FE-DIREITO - FE-GOZADOS.
           ADD WS-SALDO TO WS-T-SALDO.
           MOVE FE-ID TO WS-D-ID.
           MOVE WS-NOME TO WS-D-NOME.
           MOVE FE-AQ-INICIO TO WS-D-AQ-INICIO.
           MOVE FE-AQ-FIM TO WS-D-AQ-FIM.
           MOVE FE-LIMITE TO WS-D-LIMITE.
           MOVE FE-DIREITO TO WS-D-DIREITO.
           MOVE FE-GOZADOS TO WS-D-GOZADOS.
           MOVE WS-SALDO TO WS-D-SALDO.
           MOVE SPACES TO WS-D-PROG.
           IF FE-PROG-PENDENTE
              ADD 1 TO WS-QTD-PROGRAMADAS
              STRING FE-PROG-INICIO DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FE-PROG-DIAS DELIMITED BY SIZE
                     " DIAS" DELIMITED BY SIZE
                     INTO WS-D-PROG
              END-STRING
           ELSE
              MOVE "NAO PROGRAMADAS" TO WS-D-PROG
           END-IF.
           MOVE SPACES TO WS-D-PRAZO.
           COMPUTE WS-FALTAM =
               FUNCTION INTEGER-OF-DATE(FE-LIMITE) - WS-HOJE.
           IF FE-VENCIDO OR WS-FALTAM < ZERO
              ADD 1 TO WS-QTD-VENCIDOS
              MOVE "VENCIDO - DOBRO" TO WS-D-PRAZO
           ELSE
              MOVE WS-FALTAM TO WS-ED-FALTAM
              STRING WS-ED-FALTAM DELIMITED BY SIZE
                     " DIAS" DELIMITED BY SIZE
                     INTO WS-D-PRAZO
              END-STRING
           END-IF.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
       TRATA-REG-FIM.
           EXIT.

      *THE SAME TOTAL LINES GO TO THE REPORT AND THE CONSOLE
       TOTAIS-PARA.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-QTD TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "PERIODOS LISTADOS ..........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-QTD-VENCIDOS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  VENCIDOS (PAGOS EM DOBRO) : " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-QTD-PROGRAMADAS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  JA PROGRAMADOS ...........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
           MOVE WS-T-SALDO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "DIAS A CONCEDER ............: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-FIM.
       TOTAIS-FIM.
           EXIT.

       GRAVA-TOTAL-PARA.
           WRITE REL-LINE.
           DISPLAY REL-LINE(1:80).
       GRAVA-TOTAL-FIM.
           EXIT.
