      ******************************************************************
      *DESC    : Shared statutory withholding calculation - the INSS   *
      *        : contribution and the IRRF income tax on a gross pay   *
      *        : amount, from the dated tables INSS.TAB and IRRF.TAB.  *
      *        : Every pay run that withholds CALLs this routine once  *
      *        : per employee (the monthly PAYROLL, the 13th-salary    *
      *        : PAY13), so the tables are read and applied in one     *
      *        : place only.                                           *
      *        :   CALL "CALCRET" USING CRT-PEDIDO, CRT-RESPOSTA       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "T" load the tables in force for           *
      *        : CRT-PERIODO and answer their effective periods (a     *
      *        : run checks this once before paying anybody), "C"      *
      *        : compute for CRT-BRUTO and CRT-DEPENDENTES - the       *
      *        : tables are reloaded only when the period changes.     *
      *        : CRT-RC: "00" done, "10" no INSS table in force, "11"  *
      *        : no IRRF table in force (or no deduction-per-dependant *
      *        : line). INSS is progressive by bracket on the gross    *
      *        : up to the ceiling (the last bracket); IRRF is the     *
      *        : bracket rate on gross less INSS less the dependants'  *
      *        : deduction, less the bracket's amount to deduct,       *
      *        : never below zero. The lines in force are those of the *
      *        : latest effective CCYYMM not after the period.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *WITHHOLDING TABLES - EACH LINE CARRIES THE PERIOD (CCYYMM) IT
      *TAKES EFFECT, SO JANUARY'S NEW TABLE IS ADDED TO THE FILE, NOT
      *COMPILED IN
           SELECT INSS-FILE ASSIGN TO "INSS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-INSS.
           SELECT IRRF-FILE ASSIGN TO "IRRF.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-IRRF.

       DATA DIVISION.
       FILE SECTION.
      *INSS.TAB - CCYYMM;UP-TO;RATE, ONE LINE PER BRACKET, BRACKETS
      *ASCENDING. THE LAST BRACKET'S UP-TO IS THE CONTRIBUTION CEILING
       FD INSS-FILE.
       01 INSS-LINE            PIC X(40).

      *IRRF.TAB - CCYYMM;F;UP-TO;RATE;AMOUNT-TO-DEDUCT PER BRACKET,
      *ASCENDING (UP-TO ZERO OR BLANK ON THE OPEN TOP BRACKET), AND
      *ONE CCYYMM;D;AMOUNT LINE WITH THE DEDUCTION PER DEPENDANT
       FD IRRF-FILE.
       01 IRRF-LINE            PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-INSS              PIC X(02) VALUE SPACES.
       77 FS-IRRF              PIC X(02) VALUE SPACES.
      *PERIOD THE TABLES IN MEMORY WERE LOADED FOR
       77 WS-CARREGADO         PIC 9(06) VALUE ZERO.
      *
      *WITHHOLDING TABLES IN FORCE FOR THE PERIOD - THE LINES OF THE
      *LATEST EFFECTIVE PERIOD NOT AFTER IT
       01 WS-INSS-VIG          PIC 9(06) VALUE ZERO.
       01 WS-INSS-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-INSS-TABLE.
          05 WS-INSS-ENTRY OCCURS 10 TIMES.
             10 WS-TI-LIMITE   PIC 9(07)V99.
             10 WS-TI-ALIQ     PIC 9(02)V99.
       01 WS-IRRF-VIG          PIC 9(06) VALUE ZERO.
       01 WS-IRRF-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-IRRF-TABLE.
          05 WS-IRRF-ENTRY OCCURS 10 TIMES.
             10 WS-TR-LIMITE   PIC 9(07)V99.
             10 WS-TR-ALIQ     PIC 9(02)V99.
             10 WS-TR-DEDUZIR  PIC 9(07)V99.
       01 WS-IRRF-DEP          PIC 9(05)V99 VALUE ZERO.
       01 WS-IRRF-DEP-OK       PIC X     VALUE "N".
       01 WS-T                 PIC 9(02).
       01 WS-TAB-EOF           PIC X     VALUE "N".
       01 WS-TAB-PASSO         PIC 9     VALUE ZERO.
       01 WS-TAB-ERRO          PIC X     VALUE "N".
       01 WS-TX-VIG            PIC X(08).
       01 WS-TX-TIPO           PIC X(02).
       01 WS-TX-LIMITE         PIC X(12).
       01 WS-TX-ALIQ           PIC X(08).
       01 WS-TX-DEDUZIR        PIC X(12).
       01 WS-TX-VIG-N          PIC 9(06).
       01 WS-TX-LIMITE-N       PIC 9(07)V99.
      *
       01 WS-DED-DEP           PIC 9(07)V99 VALUE ZERO.
       01 WS-FAIXA-ANT         PIC 9(07)V99 VALUE ZERO.
       01 WS-FAIXA             PIC 9(07)V99 VALUE ZERO.
       01 WS-IMPOSTO           PIC S9(07)V9999 VALUE ZERO.

       LINKAGE SECTION.
       01 CRT-PEDIDO.
          05 CRT-FUNC          PIC X(01).
      *PERIOD WHOSE TABLES APPLY (CCYYMM)
          05 CRT-PERIODO       PIC 9(06).
          05 CRT-BRUTO         PIC 9(07)V99.
          05 CRT-DEPENDENTES   PIC 9(02).
       01 CRT-RESPOSTA.
          05 CRT-RC            PIC X(02).
          05 CRT-INSS-VIG      PIC 9(06).
          05 CRT-IRRF-VIG      PIC 9(06).
          05 CRT-BASE-INSS     PIC 9(07)V99.
          05 CRT-INSS          PIC 9(07)V99.
          05 CRT-BASE-IRRF     PIC 9(07)V99.
          05 CRT-IRRF          PIC 9(07)V99.

       PROCEDURE DIVISION USING CRT-PEDIDO, CRT-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO CRT-RC.
           MOVE ZERO TO CRT-BASE-INSS CRT-INSS CRT-BASE-IRRF CRT-IRRF.
           IF CRT-PERIODO NOT = WS-CARREGADO
              PERFORM CARREGA-PARA THRU CARREGA-FIM
           END-IF.
           MOVE WS-INSS-VIG TO CRT-INSS-VIG.
           MOVE WS-IRRF-VIG TO CRT-IRRF-VIG.
           IF WS-INSS-COUNT = ZERO
              MOVE "10" TO CRT-RC
              GOBACK
           END-IF.
           IF WS-IRRF-COUNT = ZERO OR WS-IRRF-DEP-OK NOT = "S"
              MOVE "11" TO CRT-RC
              GOBACK
           END-IF.
           IF CRT-FUNC = "C"
              PERFORM CALC-INSS-PARA THRU CALC-INSS-FIM
              PERFORM CALC-IRRF-PARA THRU CALC-IRRF-FIM
           END-IF.
           GOBACK.

       CARREGA-PARA.
           MOVE CRT-PERIODO TO WS-CARREGADO.
           MOVE ZERO TO WS-INSS-VIG WS-INSS-COUNT.
           MOVE ZERO TO WS-IRRF-VIG WS-IRRF-COUNT WS-IRRF-DEP.
           MOVE "N" TO WS-IRRF-DEP-OK.
           PERFORM LOAD-INSS-PARA THRU LOAD-INSS-FIM.
           PERFORM LOAD-IRRF-PARA THRU LOAD-IRRF-FIM.
       CARREGA-FIM.
           EXIT.

      *INSS.TAB - FIRST PASS FINDS THE LATEST EFFECTIVE PERIOD NOT
      *AFTER THE PERIOD ASKED, THE SECOND LOADS THAT PERIOD'S
      *BRACKETS. A BRACKET OUT OF ORDER THROWS THE WHOLE TABLE OUT
       LOAD-INSS-PARA.
           MOVE "N" TO WS-TAB-ERRO.
           PERFORM VARYING WS-TAB-PASSO FROM 1 BY 1
                   UNTIL WS-TAB-PASSO > 2
               OPEN INPUT INSS-FILE
               IF FS-INSS NOT = "00"
                   DISPLAY "CALCRET: INSS.TAB OPEN FAILED: " FS-INSS
                   GO TO LOAD-INSS-FIM
               END-IF
               MOVE "N" TO WS-TAB-EOF
               PERFORM UNTIL WS-TAB-EOF = "Y"
                   READ INSS-FILE
                       AT END
                           MOVE "Y" TO WS-TAB-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-INSS-PARA
                              THRU LOAD-ONE-INSS-FIM
                   END-READ
               END-PERFORM
               CLOSE INSS-FILE
           END-PERFORM.
           IF WS-TAB-ERRO = "S"
               MOVE ZERO TO WS-INSS-COUNT
           END-IF.
       LOAD-INSS-FIM.
           EXIT.

       LOAD-ONE-INSS-PARA.
           IF INSS-LINE = SPACES OR INSS-LINE(1:1) = "*"
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           MOVE SPACES TO WS-TX-VIG WS-TX-LIMITE WS-TX-ALIQ.
           UNSTRING INSS-LINE DELIMITED BY ";"
               INTO WS-TX-VIG WS-TX-LIMITE WS-TX-ALIQ
           END-UNSTRING.
           IF WS-TX-VIG(1:6) IS NOT NUMERIC
              OR WS-TX-VIG(7:2) NOT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-TX-LIMITE) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WS-TX-ALIQ) NOT = ZERO
               IF WS-TAB-PASSO = 1
                   DISPLAY "CALCRET: INSS.TAB LINHA IGNORADA: "
                           INSS-LINE
               END-IF
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           MOVE WS-TX-VIG(1:6) TO WS-TX-VIG-N.
           IF WS-TX-VIG-N > CRT-PERIODO
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           IF WS-TAB-PASSO = 1
               IF WS-TX-VIG-N > WS-INSS-VIG
                   MOVE WS-TX-VIG-N TO WS-INSS-VIG
               END-IF
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           IF WS-TX-VIG-N NOT = WS-INSS-VIG
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           IF WS-INSS-COUNT >= 10
               DISPLAY "CALCRET: INSS.TAB COM MAIS DE 10 FAIXAS - "
                       "LINHA IGNORADA: " INSS-LINE
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           COMPUTE WS-TX-LIMITE-N = FUNCTION NUMVAL(WS-TX-LIMITE).
           IF WS-TX-LIMITE-N = ZERO
              OR (WS-INSS-COUNT > ZERO AND
                  WS-TX-LIMITE-N NOT > WS-TI-LIMITE(WS-INSS-COUNT))
               DISPLAY "CALCRET: INSS.TAB FAIXA FORA DE ORDEM: "
                       INSS-LINE
               MOVE "S" TO WS-TAB-ERRO
               GO TO LOAD-ONE-INSS-FIM
           END-IF.
           ADD 1 TO WS-INSS-COUNT.
           MOVE WS-TX-LIMITE-N TO WS-TI-LIMITE(WS-INSS-COUNT).
           COMPUTE WS-TI-ALIQ(WS-INSS-COUNT) =
               FUNCTION NUMVAL(WS-TX-ALIQ).
       LOAD-ONE-INSS-FIM.
           EXIT.

      *IRRF.TAB - THE SAME TWO PASSES. "F" LINES ARE THE BRACKETS,
      *THE "D" LINE THE DEDUCTION PER DEPENDANT; AN OPEN TOP BRACKET
      *(UP-TO ZERO) MUST BE THE LAST
       LOAD-IRRF-PARA.
           MOVE "N" TO WS-TAB-ERRO.
           PERFORM VARYING WS-TAB-PASSO FROM 1 BY 1
                   UNTIL WS-TAB-PASSO > 2
               OPEN INPUT IRRF-FILE
               IF FS-IRRF NOT = "00"
                   DISPLAY "CALCRET: IRRF.TAB OPEN FAILED: " FS-IRRF
                   GO TO LOAD-IRRF-FIM
               END-IF
               MOVE "N" TO WS-TAB-EOF
               PERFORM UNTIL WS-TAB-EOF = "Y"
                   READ IRRF-FILE
                       AT END
                           MOVE "Y" TO WS-TAB-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-IRRF-PARA
                              THRU LOAD-ONE-IRRF-FIM
                   END-READ
               END-PERFORM
               CLOSE IRRF-FILE
           END-PERFORM.
           IF WS-TAB-ERRO = "S"
               MOVE ZERO TO WS-IRRF-COUNT
           END-IF.
       LOAD-IRRF-FIM.
           EXIT.

       LOAD-ONE-IRRF-PARA.
           IF IRRF-LINE = SPACES OR IRRF-LINE(1:1) = "*"
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           MOVE SPACES TO WS-TX-VIG WS-TX-TIPO WS-TX-LIMITE
                          WS-TX-ALIQ WS-TX-DEDUZIR.
           UNSTRING IRRF-LINE DELIMITED BY ";"
               INTO WS-TX-VIG WS-TX-TIPO WS-TX-LIMITE WS-TX-ALIQ
                    WS-TX-DEDUZIR
           END-UNSTRING.
           IF WS-TX-LIMITE = SPACES
               MOVE "0" TO WS-TX-LIMITE
           END-IF.
           IF WS-TX-ALIQ = SPACES
               MOVE "0" TO WS-TX-ALIQ
           END-IF.
           IF WS-TX-DEDUZIR = SPACES
               MOVE "0" TO WS-TX-DEDUZIR
           END-IF.
           IF WS-TX-VIG(1:6) IS NOT NUMERIC
              OR WS-TX-VIG(7:2) NOT = SPACES
              OR (WS-TX-TIPO NOT = "F" AND WS-TX-TIPO NOT = "D")
              OR FUNCTION TEST-NUMVAL(WS-TX-LIMITE) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WS-TX-ALIQ) NOT = ZERO
              OR FUNCTION TEST-NUMVAL(WS-TX-DEDUZIR) NOT = ZERO
               IF WS-TAB-PASSO = 1
                   DISPLAY "CALCRET: IRRF.TAB LINHA IGNORADA: "
                           IRRF-LINE
               END-IF
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           MOVE WS-TX-VIG(1:6) TO WS-TX-VIG-N.
           IF WS-TX-VIG-N > CRT-PERIODO
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           IF WS-TAB-PASSO = 1
               IF WS-TX-VIG-N > WS-IRRF-VIG
                   MOVE WS-TX-VIG-N TO WS-IRRF-VIG
               END-IF
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           IF WS-TX-VIG-N NOT = WS-IRRF-VIG
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           COMPUTE WS-TX-LIMITE-N = FUNCTION NUMVAL(WS-TX-LIMITE).
           IF WS-TX-TIPO = "D"
               MOVE WS-TX-LIMITE-N TO WS-IRRF-DEP
               MOVE "S" TO WS-IRRF-DEP-OK
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           IF WS-IRRF-COUNT >= 10
               DISPLAY "CALCRET: IRRF.TAB COM MAIS DE 10 FAIXAS - "
                       "LINHA IGNORADA: " IRRF-LINE
               GO TO LOAD-ONE-IRRF-FIM
           END-IF.
           IF WS-IRRF-COUNT > ZERO
               IF WS-TR-LIMITE(WS-IRRF-COUNT) = ZERO
                  OR (WS-TX-LIMITE-N NOT = ZERO AND
                      WS-TX-LIMITE-N NOT > WS-TR-LIMITE(WS-IRRF-COUNT))
                   DISPLAY "CALCRET: IRRF.TAB FAIXA FORA DE ORDEM: "
                           IRRF-LINE
                   MOVE "S" TO WS-TAB-ERRO
                   GO TO LOAD-ONE-IRRF-FIM
               END-IF
           END-IF.
           ADD 1 TO WS-IRRF-COUNT.
           MOVE WS-TX-LIMITE-N TO WS-TR-LIMITE(WS-IRRF-COUNT).
           COMPUTE WS-TR-ALIQ(WS-IRRF-COUNT) =
               FUNCTION NUMVAL(WS-TX-ALIQ).
           COMPUTE WS-TR-DEDUZIR(WS-IRRF-COUNT) =
               FUNCTION NUMVAL(WS-TX-DEDUZIR).
       LOAD-ONE-IRRF-FIM.
           EXIT.

      *INSS - EACH BRACKET'S RATE ON THE SLICE OF THE GROSS INSIDE IT,
      *THE SLICES ADDED UP. THE BASE STOPS AT THE CEILING (THE LAST
      *BRACKET), SO NOTHING ABOVE IT CONTRIBUTES
       CALC-INSS-PARA.
           MOVE CRT-BRUTO TO CRT-BASE-INSS.
           IF CRT-BASE-INSS > WS-TI-LIMITE(WS-INSS-COUNT)
               MOVE WS-TI-LIMITE(WS-INSS-COUNT) TO CRT-BASE-INSS
           END-IF.
           MOVE ZERO TO WS-IMPOSTO WS-FAIXA-ANT.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-INSS-COUNT
                      OR CRT-BASE-INSS NOT > WS-FAIXA-ANT
               IF CRT-BASE-INSS > WS-TI-LIMITE(WS-T)
                   COMPUTE WS-FAIXA = WS-TI-LIMITE(WS-T) - WS-FAIXA-ANT
               ELSE
                   COMPUTE WS-FAIXA = CRT-BASE-INSS - WS-FAIXA-ANT
               END-IF
               COMPUTE WS-IMPOSTO = WS-IMPOSTO
                   + WS-FAIXA * WS-TI-ALIQ(WS-T) / 100
               MOVE WS-TI-LIMITE(WS-T) TO WS-FAIXA-ANT
           END-PERFORM.
           COMPUTE CRT-INSS ROUNDED = WS-IMPOSTO.
       CALC-INSS-FIM.
           EXIT.

      *IRRF - THE BRACKET THE WHOLE BASE FALLS IN: BASE TIMES RATE
      *LESS THAT BRACKET'S AMOUNT TO DEDUCT, NEVER BELOW ZERO
       CALC-IRRF-PARA.
           COMPUTE WS-DED-DEP = CRT-DEPENDENTES * WS-IRRF-DEP.
           IF CRT-BRUTO > CRT-INSS + WS-DED-DEP
               COMPUTE CRT-BASE-IRRF = CRT-BRUTO - CRT-INSS - WS-DED-DEP
           ELSE
               MOVE ZERO TO CRT-BASE-IRRF
           END-IF.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T >= WS-IRRF-COUNT
                      OR WS-TR-LIMITE(WS-T) = ZERO
                      OR CRT-BASE-IRRF NOT > WS-TR-LIMITE(WS-T)
               CONTINUE
           END-PERFORM.
           COMPUTE WS-IMPOSTO =
               CRT-BASE-IRRF * WS-TR-ALIQ(WS-T) / 100
               - WS-TR-DEDUZIR(WS-T).
           IF WS-IMPOSTO > ZERO
               COMPUTE CRT-IRRF ROUNDED = WS-IMPOSTO
           ELSE
               MOVE ZERO TO CRT-IRRF
           END-IF.
       CALC-IRRF-FIM.
           EXIT.
