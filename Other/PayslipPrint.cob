      *        : balancing register.                                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.5.0                                                 *
      *NOTES   : PAYSLIP.DAT line:                                     *
      *        : ID;NAME;GRADE;SALARY;ALLOW;COMMISSION;GROSS;DED;NET   *
      *        : ;INSS;IRRF;DEPENDANTS;VACATION;VACATION-THIRD         *
      *        : (period decimals, read with NUMVAL - so no            *
      *        : DECIMAL-POINT IS COMMA here). The period printed is   *
      *        : the run month (CCYYMM).                               *
      *        : DED is INSS + IRRF: the slip prints the two           *
      *        : withholdings on their own lines (with the dependants  *
      *        : count) and their total, and the trailer totals each;  *
      *        : a line from before the split prints the single        *
      *        : deduction.                                            *
      *        : Vacation paid in the run (PAYROLL, from FERIAS.DAT)   *
      *        : prints on its own two lines, the vacation and its one *
      *        : third, after the commission; slips without it print   *
      *        : as before.                                            *
      *        : Retroactive: prints the RETROATIVO line of a slip     *
      *        : that carries a salary-adjustment difference paid in   *
      *        : the run; older lines print as before.                 *
      *        : Time clock: prints the overtime at 50% and 100% and   *
      *        : the night premium PONTO approved, each on its own     *
      *        : line when not zero.                                   *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIPPRN.
       DATA DIVISION.
       FILE SECTION.
       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE         PIC X(200).

       FD PRINT-FILE.
       01 PRINT-LINE           PIC X(80).
          05 WS-C-BRUTO        PIC X(12) VALUE SPACES.
          05 WS-C-DESCONTO     PIC X(12) VALUE SPACES.
          05 WS-C-LIQUIDO      PIC X(12) VALUE SPACES.
      *THE WITHHOLDINGS BEHIND THE DEDUCTION - BLANK ON A LINE FROM
      *BEFORE THE SPLIT, WHICH PRINTS THE SINGLE DEDUCTION LINE
          05 WS-C-INSS         PIC X(12) VALUE SPACES.
          05 WS-C-IRRF         PIC X(12) VALUE SPACES.
          05 WS-C-DEPEND       PIC X(02) VALUE SPACES.
      *VACATION PAID IN THE RUN AND ITS ONE THIRD - BLANK ON A LINE
      *FROM BEFORE VACATION PAY, ZERO WHEN NONE WAS PAID
          05 WS-C-FERIAS       PIC X(12) VALUE SPACES.
          05 WS-C-TERCO        PIC X(12) VALUE SPACES.
      *RETROACTIVE DIFFERENCE PAID IN THE RUN - BLANK ON A LINE FROM
      *BEFORE IT WAS CARRIED, ZERO WHEN THERE WAS NONE
          05 WS-C-RETRO        PIC X(12) VALUE SPACES.
      *APPROVED OVERTIME AT 50% AND 100% AND THE NIGHT PREMIUM -
      *BLANK ON A LINE FROM BEFORE THE TIME CLOCK, ZERO WHEN NONE
          05 WS-C-HE50         PIC X(12) VALUE SPACES.
          05 WS-C-HE100        PIC X(12) VALUE SPACES.
          05 WS-C-NOTURNO      PIC X(12) VALUE SPACES.

       01 WS-VALOR             PIC S9(09)V99 VALUE ZERO.
       01 WS-EDIT              PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOT-BRUTO         PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-DESCONTO      PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-LIQUIDO       PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-INSS          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-IRRF          PIC S9(11)V99 VALUE ZERO.
       01 WS-TOT-EDIT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE           PIC S9(11)V99 VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "PAYSLIPP".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "FOLHAS.TXT".
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
                    WS-C-BRUTO
                    WS-C-DESCONTO
                    WS-C-LIQUIDO
                    WS-C-INSS
                    WS-C-IRRF
                    WS-C-DEPEND
                    WS-C-FERIAS
                    WS-C-TERCO
                    WS-C-RETRO
                    WS-C-HE50
                    WS-C-HE100
                    WS-C-NOTURNO
           END-UNSTRING.
           IF WS-C-ID IS NOT NUMERIC
              GO TO FOLHA-FIM
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           IF WS-C-FERIAS NOT = SPACES
              PERFORM LINHA-FERIAS THRU LINHA-FERIAS-FIM
           END-IF.
           IF WS-C-RETRO NOT = SPACES
              PERFORM LINHA-RETRO THRU LINHA-RETRO-FIM
           END-IF.
           IF WS-C-HE50 NOT = SPACES
              PERFORM LINHA-HORAS THRU LINHA-HORAS-FIM
           END-IF.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-BRUTO).
           ADD WS-VALOR TO WS-TOT-BRUTO.
           MOVE WS-VALOR TO WS-EDIT.
           WRITE PRINT-LINE.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-DESCONTO).
           ADD WS-VALOR TO WS-TOT-DESCONTO.
           IF WS-C-INSS = SPACES
              MOVE WS-VALOR TO WS-EDIT
              MOVE SPACES TO PRINT-LINE
              STRING "DESCONTOS .......... " WS-EDIT
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           ELSE
              PERFORM LINHA-RETENCAO THRU LINHA-RETENCAO-FIM
           END-IF.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-LIQUIDO).
           ADD WS-VALOR TO WS-TOT-LIQUIDO.
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "LIQUIDO A RECEBER .. " WS-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
       LINHA-VALOR-1-FIM.
           EXIT.

      *VACATION PAID IN THE RUN - ONLY ON THE SLIPS THAT HAVE IT
       LINHA-FERIAS.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-FERIAS).
           IF WS-VALOR = ZERO
              GO TO LINHA-FERIAS-FIM
           END-IF.
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "FERIAS ............. " WS-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-TERCO).
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "1/3 FERIAS ......... " WS-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
       LINHA-FERIAS-FIM.
           EXIT.

      *RETROACTIVE DIFFERENCE - ONLY ON THE SLIPS THAT HAVE ONE
       LINHA-RETRO.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-RETRO).
           IF WS-VALOR = ZERO
              GO TO LINHA-RETRO-FIM
           END-IF.
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "RETROATIVO ......... " WS-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
       LINHA-RETRO-FIM.
           EXIT.

      *OVERTIME AND NIGHT PREMIUM - EACH LINE ONLY WHEN NOT ZERO
       LINHA-HORAS.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-HE50).
           IF WS-VALOR NOT = ZERO
              MOVE WS-VALOR TO WS-EDIT
              MOVE SPACES TO PRINT-LINE
              STRING "HORAS EXTRAS 50% ... " WS-EDIT
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-HE100).
           IF WS-VALOR NOT = ZERO
              MOVE WS-VALOR TO WS-EDIT
              MOVE SPACES TO PRINT-LINE
              STRING "HORAS EXTRAS 100% .. " WS-EDIT
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-NOTURNO).
           IF WS-VALOR NOT = ZERO
              MOVE WS-VALOR TO WS-EDIT
              MOVE SPACES TO PRINT-LINE
              STRING "ADICIONAL NOTURNO .. " WS-EDIT
                     DELIMITED BY SIZE INTO PRINT-LINE
              END-STRING
              WRITE PRINT-LINE
           END-IF.
       LINHA-HORAS-FIM.
           EXIT.

      *THE DEDUCTION AS ITS TWO WITHHOLDINGS, THEN THEIR SUM
       LINHA-RETENCAO.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-INSS).
           ADD WS-VALOR TO WS-TOT-INSS.
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "INSS ............... " WS-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-IRRF).
           ADD WS-VALOR TO WS-TOT-IRRF.
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "IRRF ............... " WS-EDIT
                  "   (DEPENDENTES: " WS-C-DEPEND ")"
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-C-DESCONTO).
           MOVE WS-VALOR TO WS-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "TOTAL DESCONTOS .... " WS-EDIT
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
       LINHA-RETENCAO-FIM.
           EXIT.

      *TRAILER PAGE - THE TOTALS MUST TIE BACK TO PAYROLL'S
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TOT-INSS TO WS-TOT-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "  (INSS         : " WS-TOT-EDIT ")"
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TOT-IRRF TO WS-TOT-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "  (IRRF         : " WS-TOT-EDIT ")"
                  DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING.
           WRITE PRINT-LINE.
           MOVE WS-TOT-LIQUIDO TO WS-TOT-EDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "TOTAL LIQUIDO   : " WS-TOT-EDIT
           WRITE PRINT-LINE.
           CLOSE PAYSLIP-FILE.
           CLOSE PRINT-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           DISPLAY "CONTRACHEQUES EMITIDOS EM FOLHAS.TXT: "
                   WS-FOLHAS.
       CLOSE-EXIT-PARA.
