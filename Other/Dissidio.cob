      ******************************************************************
      *DESC    : Collective salary adjustment (dissidio) - applies the *
      *        : union agreement's raise from the table DISSIDIO.TAB   *
      *        : to EM-SALARIO of every active employee. Lists old     *
      *        : salary, new salary, the difference and the            *
      *        : retroactive amount per employee, with totals, in      *
      *        : DISSIDIO.TXT. The final run updates EMPMAST.DAT, logs *
      *        : each change on EMPAUDIT.LOG as an ALTERACAO and feeds *
      *        : the retroactive difference to the next PAYROLL run    *
      *        : through RETROATV.DAT.                                 *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : DISSIDIO.TAB, one line per grade:                     *
      *        :   GRADE;PERCENT;CEILING;CCYYMM                        *
      *        : grade * for every grade without a line of its own;    *
      *        : CCYYMM the month the raise is effective from. A       *
      *        : salary up to the CEILING (0 = none) gets the          *
      *        : percentage; one above it gets the ceiling's raise in  *
      *        : money. New salaries round to whole units, the         *
      *        : EM-SALARIO picture. Employees hired in or after the   *
      *        : effective month are listed and left alone.            *
      *        : Preview is the default; FINAL on the command line     *
      *        : signs on through OPERSIGN, supervisors only, and is   *
      *        : refused for an effective month DISSCTL.DAT already    *
      *        : records as applied. Each month from the effective one *
      *        : already on PAYHIST.DAT (13th-salary periods left out) *
      *        : paid the old salary, so the difference times those    *
      *        : months goes to RETROATV.DAT as ID;AMOUNT;REFERENCE.   *
      *        : An invalid table line, or a final run with a future   *
      *        : effective month, is RC 8; a new salary too large for  *
      *        : EM-SALARIO is listed, not applied, RC 4.              *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISS-FILE ASSIGN TO "DISSIDIO.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DISS.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
      *THE MONTHS ALREADY PAID AT THE OLD SALARY
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL EMPAUDIT-FILE ASSIGN TO "EMPAUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
      *RETROACTIVE DIFFERENCES FOR THE NEXT PAYROLL RUN
           SELECT OPTIONAL RETRO-FILE ASSIGN TO "RETROATV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RETRO.
      *EFFECTIVE MONTHS ALREADY APPLIED - A SECOND FINAL WOULD RAISE
      *THE SALARIES TWICE
           SELECT OPTIONAL DISSCTL-FILE ASSIGN TO "DISSCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-DISSCTL.
           SELECT REL-FILE ASSIGN TO "DISSIDIO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD DISS-FILE.
       01 DISS-LINE            PIC X(40).

       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
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

      *SAME LAYOUT PAYROLL WRITES
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 REG-HIST.
          02 PH-CHAVE.
             03 PH-ID         PIC 9(05).
             03 PH-PERIODO    PIC 9(06).
          02 PH-BRUTO          PIC 9(07)V99.
          02 PH-ABONO          PIC 9(07)V99.
          02 PH-COMISSAO       PIC S9(07)V99.
          02 PH-DESCONTO       PIC 9(07)V99.
          02 PH-LIQUIDO        PIC 9(07)V99.
          02 PH-BASE-INSS      PIC 9(07)V99.
          02 PH-INSS           PIC 9(07)V99.
          02 PH-DEPENDENTES    PIC 9(02).
          02 PH-BASE-IRRF      PIC 9(07)V99.
          02 PH-IRRF           PIC 9(07)V99.

      *SAME LAYOUT EMPMAINT WRITES
       FD EMPAUDIT-FILE.
       01 EMPAUDIT-RECORD.
          02 EA-DATE           PIC 9(08).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-ACTION         PIC X(09).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-ID             PIC 9(05).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-BEFORE         PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-AFTER          PIC X(58).
          02 FILLER            PIC X VALUE SPACE.
          02 EA-OPERATOR       PIC X(08).

       FD RETRO-FILE.
       01 RETRO-LINE           PIC X(40).

       FD DISSCTL-FILE.
       01 DISSCTL-LINE         PIC X(40).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FS-DISS              PIC X(02).
       01 FS-EMP               PIC X(02).
       01 FS-HIST              PIC X(02).
       01 FS-AUDIT             PIC X(02).
       01 FS-RETRO             PIC X(02).
       01 FS-DISSCTL           PIC X(02).
       01 FS-REL               PIC X(02).
       01 WS-EOF               PIC X     VALUE "N".
       01 WS-HIST-ABERTO       PIC X     VALUE "N".
       01 WS-HIST-FIM          PIC X     VALUE "N".
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-OPERADOR          PIC X(08) VALUE SPACES.
       01 WS-REG-ANTES         PIC X(58) VALUE SPACES.
      *
      *RUN MODE - PREVIEW (THE DEFAULT) LISTS AND WRITES NOTHING
      *ELSE; FINAL APPLIES
       01 WS-PARM-LINE         PIC X(10) VALUE SPACES.
       01 WS-FINAL             PIC X     VALUE "N".
      *
      *ADJUSTMENT TABLE FROM DISSIDIO.TAB - ONE ENTRY PER GRADE, "*"
      *THE DEFAULT
       01 WS-DT-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-DT-TABLE.
          05 WS-DT-ENTRY OCCURS 11 TIMES.
             10 WS-DT-GRADE    PIC X(01).
             10 WS-DT-PCT      PIC 9(02)V99.
             10 WS-DT-TETO     PIC 9(05).
             10 WS-DT-VIGENCIA PIC 9(06).
       01 WS-D                 PIC 9(02).
       01 WS-DT-USO            PIC 9(02).
       01 WS-DT-ERROS          PIC 9(03) VALUE ZERO.
       01 WS-IN-DISS.
          05 WS-ID-GRADE       PIC X(02).
          05 WS-ID-PCT         PIC X(08).
          05 WS-ID-TETO        PIC X(08).
          05 WS-ID-VIGENCIA    PIC X(07).
      *
      *ONE EMPLOYEE'S ADJUSTMENT
       01 WS-NOVO              PIC 9(06) VALUE ZERO.
       01 WS-DIFERENCA         PIC 9(05) VALUE ZERO.
       01 WS-MESES             PIC 9(02) VALUE ZERO.
       01 WS-RETRO             PIC 9(07)V99 VALUE ZERO.
       01 WS-OBS               PIC X(25) VALUE SPACES.
      *
       01 WS-QTD-REAJ          PIC 9(05) VALUE ZERO.
       01 WS-QTD-RETRO         PIC 9(05) VALUE ZERO.
       01 WS-QTD-ADMIT         PIC 9(05) VALUE ZERO.
       01 WS-QTD-SEM-REGRA     PIC 9(05) VALUE ZERO.
       01 WS-QTD-ESTOURO       PIC 9(05) VALUE ZERO.
       01 WS-TOT-ANTES         PIC 9(09) VALUE ZERO.
       01 WS-TOT-NOVO          PIC 9(09) VALUE ZERO.
       01 WS-TOT-DIF           PIC 9(09) VALUE ZERO.
       01 WS-TOT-RETRO         PIC 9(09)V99 VALUE ZERO.
      *
      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.
      *
      *ONE DETAIL LINE OF THE REPORT
       01 WS-DET.
          05 WS-D-ID           PIC 9(05).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-GRADE        PIC X(01).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-VIGENCIA     PIC 9(06).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-ANTES        PIC ZZ,ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOVO         PIC ZZZ,ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-DIF          PIC ZZ,ZZ9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-MESES        PIC Z9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-RETRO        PIC Z,ZZZ,ZZ9.99.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-OBS          PIC X(25).
      *
       01 WS-ED-PCT            PIC Z9.99.
       01 WS-ED-TETO           PIC ZZ,ZZ9.
       01 WS-ED-RETRO          PIC 9(07).99.
       01 WS-EDIT              PIC ZZ,ZZ9.
       01 WS-ED-TOT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-TOT-RETRO      PIC ZZZ,ZZZ,ZZ9.99.
      *
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "DISSIDIO".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "DISSIDIO.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINE) TO WS-PARM-LINE.
           EVALUATE WS-PARM-LINE
               WHEN SPACES
                   DISPLAY "MODO PREVIA - NADA SERA GRAVADO"
               WHEN "FINAL"
                   MOVE "S" TO WS-FINAL
                   DISPLAY "MODO FINAL"
               WHEN OTHER
                   DISPLAY "USO: DISSIDIO [FINAL]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM LOAD-DISS-PARA THRU LOAD-DISS-EXIT-PARA.
           IF WS-DT-ERROS > ZERO OR WS-DT-COUNT = ZERO
               DISPLAY "DISSIDIO.TAB VAZIA OU COM ERROS - NO RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FINAL = "S"
               PERFORM CHECK-FINAL-PARA THRU CHECK-FINAL-EXIT-PARA
               MOVE "S" TO WS-OPS-NIVEL-MIN
               CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA
               IF WS-OPS-RC NOT = "00"
                   DISPLAY "DISSIDIO CANCELADO - SOMENTE SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-OPS-ID TO WS-OPERADOR
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM CABECALHO-PARA THRU CABECALHO-EXIT-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMP-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REAJUSTE-PARA THRU REAJUSTE-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM TOTAIS-PARA THRU TOTAIS-EXIT-PARA.
           IF WS-FINAL = "S"
               PERFORM MARK-DISSCTL-PARA THRU MARK-DISSCTL-EXIT-PARA
           ELSE
               DISPLAY "MODO PREVIA - EMPMAST.DAT NAO ALTERADO,"
               DISPLAY "RODE COM FINAL PARA APLICAR"
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           IF WS-QTD-ESTOURO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       LOAD-DISS-PARA.
           OPEN INPUT DISS-FILE.
           IF FS-DISS NOT = "00"
               DISPLAY "DISSIDIO.TAB OPEN FAILED: " FS-DISS
               GO TO LOAD-DISS-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-DISS NOT = "00"
               READ DISS-FILE
                   AT END
                       MOVE "10" TO FS-DISS
                   NOT AT END
                       PERFORM LOAD-ONE-DISS-PARA
                          THRU LOAD-ONE-DISS-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE DISS-FILE.
       LOAD-DISS-EXIT-PARA.
           EXIT.

      *A BAD LINE STOPS THE RUN - A SALARY BATCH DOES NOT GUESS
       LOAD-ONE-DISS-PARA.
      *    "*;" IS THE DEFAULT GRADE'S LINE, ANY OTHER "*" A COMMENT
           IF DISS-LINE = SPACES
              OR (DISS-LINE(1:1) = "*" AND DISS-LINE(2:1) NOT = ";")
               GO TO LOAD-ONE-DISS-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-IN-DISS.
           UNSTRING DISS-LINE DELIMITED BY ";"
               INTO WS-ID-GRADE WS-ID-PCT WS-ID-TETO WS-ID-VIGENCIA
           END-UNSTRING.
           IF WS-ID-GRADE(1:1) = SPACE OR WS-ID-GRADE(2:1) NOT = SPACE
              OR FUNCTION TEST-NUMVAL(WS-ID-PCT) NOT = ZERO
              OR WS-ID-TETO(1:1) = SPACE
              OR FUNCTION TEST-NUMVAL(WS-ID-TETO) NOT = ZERO
              OR WS-ID-VIGENCIA(1:6) IS NOT NUMERIC
              OR WS-ID-VIGENCIA(7:1) NOT = SPACE
              OR WS-ID-VIGENCIA(5:2) < "01"
              OR WS-ID-VIGENCIA(5:2) > "12"
               DISPLAY "DISSIDIO.TAB LINHA INVALIDA: " DISS-LINE
               ADD 1 TO WS-DT-ERROS
               GO TO LOAD-ONE-DISS-EXIT-PARA
           END-IF.
           IF FUNCTION NUMVAL(WS-ID-PCT) NOT > ZERO
              OR FUNCTION NUMVAL(WS-ID-PCT) > 99.99
              OR FUNCTION NUMVAL(WS-ID-TETO) > 99999
               DISPLAY "DISSIDIO.TAB PERCENTUAL OU TETO FORA DA "
                       "FAIXA: " DISS-LINE
               ADD 1 TO WS-DT-ERROS
               GO TO LOAD-ONE-DISS-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-COUNT
               IF WS-DT-GRADE(WS-D) = WS-ID-GRADE(1:1)
                   DISPLAY "DISSIDIO.TAB GRADE REPETIDA: " DISS-LINE
                   ADD 1 TO WS-DT-ERROS
               END-IF
           END-PERFORM.
           IF WS-DT-COUNT >= 11
               DISPLAY "DISSIDIO.TAB CHEIA - LINHA: " DISS-LINE
               ADD 1 TO WS-DT-ERROS
               GO TO LOAD-ONE-DISS-EXIT-PARA
           END-IF.
           ADD 1 TO WS-DT-COUNT.
           MOVE WS-ID-GRADE(1:1) TO WS-DT-GRADE(WS-DT-COUNT).
           COMPUTE WS-DT-PCT(WS-DT-COUNT) = FUNCTION NUMVAL(WS-ID-PCT).
           COMPUTE WS-DT-TETO(WS-DT-COUNT) =
               FUNCTION NUMVAL(WS-ID-TETO).
           MOVE WS-ID-VIGENCIA(1:6) TO WS-DT-VIGENCIA(WS-DT-COUNT).
       LOAD-ONE-DISS-EXIT-PARA.
           EXIT.
      *
      *FINAL ONLY FOR EFFECTIVE MONTHS THAT HAVE STARTED AND HAVE NOT
      *BEEN APPLIED YET
       CHECK-FINAL-PARA.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-COUNT
               IF WS-DT-VIGENCIA(WS-D) > WS-DATA-SIS(1:6)
                   DISPLAY "VIGENCIA " WS-DT-VIGENCIA(WS-D)
                           " NO FUTURO - FINAL RECUSADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           OPEN INPUT DISSCTL-FILE.
           IF FS-DISSCTL NOT = "00"
               CLOSE DISSCTL-FILE
               GO TO CHECK-FINAL-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-DISSCTL NOT = "00"
               READ DISSCTL-FILE
                   AT END
                       MOVE "10" TO FS-DISSCTL
                   NOT AT END
                       PERFORM VARYING WS-D FROM 1 BY 1
                               UNTIL WS-D > WS-DT-COUNT
                           IF DISSCTL-LINE(1:6) = WS-DT-VIGENCIA(WS-D)
                               DISPLAY "VIGENCIA " DISSCTL-LINE(1:6)
                                       " JA APLICADA - FINAL RECUSADO"
                               CLOSE DISSCTL-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE DISSCTL-FILE.
       CHECK-FINAL-EXIT-PARA.
           EXIT.

       MARK-DISSCTL-PARA.
           OPEN EXTEND DISSCTL-FILE.
           IF FS-DISSCTL NOT = "00" AND FS-DISSCTL NOT = "05"
               DISPLAY "DISSCTL.DAT OPEN FAILED: " FS-DISSCTL
                       " - NAO RODE O FINAL DE NOVO"
               MOVE 8 TO RETURN-CODE
               GO TO MARK-DISSCTL-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-COUNT
               MOVE SPACES TO DISSCTL-LINE
               STRING WS-DT-VIGENCIA(WS-D) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-DT-GRADE(WS-D) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-DATA-SIS DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SIZE
                      INTO DISSCTL-LINE
               END-STRING
               WRITE DISSCTL-LINE
           END-PERFORM.
           CLOSE DISSCTL-FILE.
       MARK-DISSCTL-EXIT-PARA.
           EXIT.
      *
       OPEN-PARA.
           IF WS-FINAL = "S"
               OPEN I-O EMP-MASTER
           ELSE
               OPEN INPUT EMP-MASTER
           END-IF.
           IF FS-EMP NOT = "00"
               DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    NO HISTORY YET MEANS NO MONTH PAID AT THE OLD SALARY
           OPEN INPUT HIST-FILE.
           IF FS-HIST = "00"
               MOVE "S" TO WS-HIST-ABERTO
           ELSE
               CLOSE HIST-FILE
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
               DISPLAY "DISSIDIO.TXT OPEN FAILED: " FS-REL
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FINAL = "S"
               OPEN EXTEND EMPAUDIT-FILE
      *        "05" = OPTIONAL FILE DID NOT EXIST, CREATED SUCCESSFULLY
               IF FS-AUDIT NOT = "00" AND FS-AUDIT NOT = "05"
                   DISPLAY "EMPAUDIT.LOG OPEN FAILED: " FS-AUDIT
                   CLOSE EMP-MASTER
                   CLOSE REL-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND RETRO-FILE
               IF FS-RETRO NOT = "00" AND FS-RETRO NOT = "05"
                   DISPLAY "RETROATV.DAT OPEN FAILED: " FS-RETRO
                   CLOSE EMP-MASTER
                   CLOSE REL-FILE
                   CLOSE EMPAUDIT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       OPEN-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE EMP-MASTER.
           IF WS-HIST-ABERTO = "S"
               CLOSE HIST-FILE
           END-IF.
           CLOSE REL-FILE.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-FINAL = "S"
               CLOSE EMPAUDIT-FILE
               CLOSE RETRO-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
      *
       CABECALHO-PARA.
           MOVE SPACES TO REL-LINE.
           IF WS-FINAL = "S"
               STRING "REAJUSTE COLETIVO (DISSIDIO) - APLICADO EM "
                      DELIMITED BY SIZE
                      WS-DATA-SIS DELIMITED BY SIZE
                      " POR " DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           ELSE
               STRING "REAJUSTE COLETIVO (DISSIDIO) - PREVIA EM "
                      DELIMITED BY SIZE
                      WS-DATA-SIS DELIMITED BY SIZE
                      ", NADA APLICADO" DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           END-IF.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-COUNT
               MOVE WS-DT-PCT(WS-D) TO WS-ED-PCT
               MOVE WS-DT-TETO(WS-D) TO WS-ED-TETO
               MOVE SPACES TO REL-LINE
               STRING "GRADE " DELIMITED BY SIZE
                      WS-DT-GRADE(WS-D) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ED-PCT DELIMITED BY SIZE
                      "%  TETO " DELIMITED BY SIZE
                      WS-ED-TETO DELIMITED BY SIZE
                      "  VIGENCIA " DELIMITED BY SIZE
                      WS-DT-VIGENCIA(WS-D) DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
               WRITE REL-LINE
           END-PERFORM.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "ID    NOME                           G VIGENC"
                  DELIMITED BY SIZE
                  "  ANTES    NOVO    DIF ME   RETROATIVO OBS"
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
       CABECALHO-EXIT-PARA.
           EXIT.
      *
      *ONE EMPLOYEE - THE GRADE'S LINE, ELSE THE "*" LINE
       REAJUSTE-PARA.
           IF EM-TERMINATED
               GO TO REAJUSTE-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-DT-USO.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-COUNT
               IF WS-DT-GRADE(WS-D) = EM-GRADE
                   MOVE WS-D TO WS-DT-USO
               END-IF
           END-PERFORM.
           IF WS-DT-USO = ZERO
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-DT-COUNT
                   IF WS-DT-GRADE(WS-D) = "*"
                       MOVE WS-D TO WS-DT-USO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DT-USO = ZERO
               ADD 1 TO WS-QTD-SEM-REGRA
               GO TO REAJUSTE-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-NOVO WS-DIFERENCA WS-MESES WS-RETRO.
           MOVE SPACES TO WS-OBS.
           IF EM-ADMISSAO NOT = ZERO
              AND EM-ADMISSAO(1:6) NOT < WS-DT-VIGENCIA(WS-DT-USO)
               ADD 1 TO WS-QTD-ADMIT
               MOVE EM-SALARIO TO WS-NOVO
               MOVE "ADMITIDO APOS DATA-BASE" TO WS-OBS
               GO TO REAJUSTE-LISTA-PARA
           END-IF.
           IF WS-DT-TETO(WS-DT-USO) = ZERO
              OR EM-SALARIO NOT > WS-DT-TETO(WS-DT-USO)
               COMPUTE WS-NOVO ROUNDED = EM-SALARIO
                   * (100 + WS-DT-PCT(WS-DT-USO)) / 100
           ELSE
               COMPUTE WS-NOVO ROUNDED = EM-SALARIO
                   + WS-DT-TETO(WS-DT-USO) * WS-DT-PCT(WS-DT-USO) / 100
               MOVE "ACIMA DO TETO" TO WS-OBS
           END-IF.
           IF WS-NOVO > 99999
               ADD 1 TO WS-QTD-ESTOURO
               MOVE "NOVO SALARIO ESTOURA CAMPO" TO WS-OBS
               GO TO REAJUSTE-LISTA-PARA
           END-IF.
           COMPUTE WS-DIFERENCA = WS-NOVO - EM-SALARIO.
           PERFORM MESES-PAGOS-PARA THRU MESES-PAGOS-EXIT-PARA.
           COMPUTE WS-RETRO = WS-DIFERENCA * WS-MESES.
           ADD 1 TO WS-QTD-REAJ.
           ADD EM-SALARIO TO WS-TOT-ANTES.
           ADD WS-NOVO TO WS-TOT-NOVO.
           ADD WS-DIFERENCA TO WS-TOT-DIF.
           IF WS-RETRO > ZERO
               ADD 1 TO WS-QTD-RETRO
               ADD WS-RETRO TO WS-TOT-RETRO
           END-IF.
       REAJUSTE-LISTA-PARA.
           MOVE EM-ID TO WS-D-ID.
           MOVE EM-NOME TO WS-D-NOME.
           MOVE EM-GRADE TO WS-D-GRADE.
           MOVE WS-DT-VIGENCIA(WS-DT-USO) TO WS-D-VIGENCIA.
           MOVE EM-SALARIO TO WS-D-ANTES.
           MOVE WS-NOVO TO WS-D-NOVO.
           MOVE WS-DIFERENCA TO WS-D-DIF.
           MOVE WS-MESES TO WS-D-MESES.
           MOVE WS-RETRO TO WS-D-RETRO.
           MOVE WS-OBS TO WS-D-OBS.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
           IF WS-FINAL = "S" AND WS-DIFERENCA > ZERO
               PERFORM APLICA-PARA THRU APLICA-EXIT-PARA
           END-IF.
       REAJUSTE-EXIT-PARA.
           EXIT.

      *MONTHS FROM THE EFFECTIVE ONE ALREADY ON THE HISTORY - PAID AT
      *THE OLD SALARY (THE 13TH-SALARY PERIODS ARE NOT MONTHS)
       MESES-PAGOS-PARA.
           IF WS-HIST-ABERTO NOT = "S"
               GO TO MESES-PAGOS-EXIT-PARA
           END-IF.
           MOVE EM-ID TO PH-ID.
           MOVE WS-DT-VIGENCIA(WS-DT-USO) TO PH-PERIODO.
           START HIST-FILE KEY IS NOT LESS THAN PH-CHAVE
               INVALID KEY
                   GO TO MESES-PAGOS-EXIT-PARA
           END-START.
           MOVE "N" TO WS-HIST-FIM.
           PERFORM UNTIL WS-HIST-FIM = "S"
               READ HIST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-HIST-FIM
                   NOT AT END
                       IF PH-ID NOT = EM-ID
                           MOVE "S" TO WS-HIST-FIM
                       ELSE
                           IF PH-PERIODO(5:2) NOT > "12"
                               ADD 1 TO WS-MESES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       MESES-PAGOS-EXIT-PARA.
           EXIT.

      *THE NEW SALARY ON THE MASTER WITH ITS AUDIT LINE, AND THE
      *BACK MONTHS' DIFFERENCE FOR THE NEXT PAYROLL
       APLICA-PARA.
           MOVE REG-EMP TO WS-REG-ANTES.
           MOVE WS-NOVO TO EM-SALARIO.
           REWRITE REG-EMP
               INVALID KEY
                   DISPLAY "EMPMAST.DAT REWRITE FAILED: " EM-ID
                   MOVE 8 TO RETURN-CODE
                   GO TO APLICA-EXIT-PARA
           END-REWRITE.
           MOVE WS-DATA-SIS TO EA-DATE.
           MOVE "ALTERACAO" TO EA-ACTION.
           MOVE EM-ID TO EA-ID.
           MOVE WS-REG-ANTES TO EA-BEFORE.
           MOVE REG-EMP TO EA-AFTER.
           MOVE WS-OPERADOR TO EA-OPERATOR.
           WRITE EMPAUDIT-RECORD.
           IF WS-RETRO > ZERO
               MOVE WS-RETRO TO WS-ED-RETRO
               MOVE SPACES TO RETRO-LINE
               STRING EM-ID DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-ED-RETRO DELIMITED BY SIZE
                      ";DISSIDIO " DELIMITED BY SIZE
                      WS-DT-VIGENCIA(WS-DT-USO) DELIMITED BY SIZE
                      INTO RETRO-LINE
               END-STRING
               WRITE RETRO-LINE
           END-IF.
       APLICA-EXIT-PARA.
           EXIT.
      *
      *THE SAME TOTAL LINES GO TO THE REPORT AND THE CONSOLE
       TOTAIS-PARA.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-QTD-REAJ TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "FUNCIONARIOS REAJUSTADOS ...: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-ANTES TO WS-ED-TOT.
           MOVE SPACES TO REL-LINE.
           STRING "  SALARIOS ANTES ...........: " DELIMITED BY SIZE
                  WS-ED-TOT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-NOVO TO WS-ED-TOT.
           MOVE SPACES TO REL-LINE.
           STRING "  SALARIOS NOVOS ...........: " DELIMITED BY SIZE
                  WS-ED-TOT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-DIF TO WS-ED-TOT.
           MOVE SPACES TO REL-LINE.
           STRING "  AUMENTO MENSAL DA FOLHA ..: " DELIMITED BY SIZE
                  WS-ED-TOT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-RETRO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "COM RETROATIVO .............: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-RETRO TO WS-ED-TOT-RETRO.
           MOVE SPACES TO REL-LINE.
           STRING "  TOTAL RETROATIVO .........: " DELIMITED BY SIZE
                  WS-ED-TOT-RETRO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-ADMIT TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "ADMITIDOS APOS A DATA-BASE .: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-SEM-REGRA TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "GRADE SEM LINHA NA TABELA ..: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-ESTOURO TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "NAO APLICADOS (ESTOURO) ....: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
       TOTAIS-EXIT-PARA.
           EXIT.

       GRAVA-TOTAL-PARA.
           WRITE REL-LINE.
           DISPLAY REL-LINE(1:80).
       GRAVA-TOTAL-EXIT-PARA.
           EXIT.
