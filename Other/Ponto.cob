      ******************************************************************
      *DESC    : Time-clock import (ponto) - reads the clock export    *
      *        : PONTO.DAT for one month, works out each day's hours   *
      *        : against the employee's schedule on JORNADA.TAB and    *
      *        : classifies them: overtime at 50% (workdays and        *
      *        : Saturdays), overtime at 100% (Sundays and the         *
      *        : holidays on FERIADOS.TAB) and night hours (22:00 to   *
      *        : 05:00). Lists the month per employee, with totals, in *
      *        : PONTO.TXT and every day it cannot count in            *
      *        : PONTOEXC.TXT for the supervisor to resolve. The       *
      *        : approved (FINAL) run writes the month's totals to     *
      *        : HORAS.DAT, which PAYROLL pays as earnings of their    *
      *        : own.                                                  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command line: CCYYMM [FINAL]. PONTO.DAT, one line per *
      *        : employee and day:                                     *
      *        :   ID;CCYYMMDD;HHMM;HHMM;... (up to six punches)       *
      *        : in/out pairs; a shift past midnight punches out at    *
      *        : the smaller time. Lines of other months are counted   *
      *        : and left alone. PONTOAJU.DAT, the supervisor's        *
      *        : corrections in the same layout, replaces the clock's  *
      *        : day for that employee; a correction with no punches   *
      *        : clears the day. JORNADA.TAB, one line per employee:   *
      *        :   ID;WEEKDAY HHMM;SATURDAY HHMM                       *
      *        : ID * for everyone without a line of their own.        *
      *        : Overtime is the time worked past the day's schedule,  *
      *        : unless it is 10 minutes or less (tolerance); on a     *
      *        : Sunday or holiday every hour is overtime at 100%.     *
      *        : Night hours are counted in the reduced night hour of  *
      *        : 52m30s (clock minutes x 8 / 7). HORAS.DAT holds       *
      *        : ID;CCYYMM;MIN-50%;MIN-100%;MIN-NIGHT. FINAL signs on  *
      *        : through OPERSIGN, supervisors only, and is refused    *
      *        : for a future month, for a month PONTOCTL.DAT already  *
      *        : records as approved and while any exception is        *
      *        : pending. Exceptions end RC 4; a table error, bad      *
      *        : command line or refused FINAL ends RC 8.              *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE CLOCK'S EXPORT AND THE SUPERVISOR'S CORRECTIONS
           SELECT PONTO-FILE ASSIGN TO "PONTO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PONTO.
           SELECT OPTIONAL AJU-FILE ASSIGN TO "PONTOAJU.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-AJU.
           SELECT JORN-FILE ASSIGN TO "JORNADA.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-JORN.
           SELECT OPTIONAL FERI-FILE ASSIGN TO "FERIADOS.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-FERI.
           SELECT EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
      *APPROVED MONTHLY HOURS FOR PAYROLL
           SELECT OPTIONAL HORAS-FILE ASSIGN TO "HORAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-HORAS.
      *MONTHS ALREADY APPROVED - A SECOND FINAL WOULD PAY THE HOURS
      *TWICE
           SELECT OPTIONAL PONTOCTL-FILE ASSIGN TO "PONTOCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-PONTOCTL.
           SELECT REL-FILE ASSIGN TO "PONTO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REL.
           SELECT EXC-FILE ASSIGN TO "PONTOEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-EXC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PONTO-FILE.
       01 PONTO-LINE           PIC X(80).

       FD AJU-FILE.
       01 AJU-LINE             PIC X(80).

       FD JORN-FILE.
       01 JORN-LINE            PIC X(40).

       FD FERI-FILE.
       01 FERI-LINE            PIC X(40).

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

       FD HORAS-FILE.
       01 HORAS-LINE           PIC X(40).

       FD PONTOCTL-FILE.
       01 PONTOCTL-LINE        PIC X(40).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

       FD EXC-FILE.
       01 EXC-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01 FS-PONTO             PIC X(02).
       01 FS-AJU               PIC X(02).
       01 FS-JORN              PIC X(02).
       01 FS-FERI              PIC X(02).
       01 FS-EMP               PIC X(02).
       01 FS-HORAS             PIC X(02).
       01 FS-PONTOCTL          PIC X(02).
       01 FS-REL               PIC X(02).
       01 FS-EXC               PIC X(02).
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-OPERADOR          PIC X(08) VALUE SPACES.
      *
      *COMMAND LINE - THE MONTH, AND FINAL TO APPROVE IT; PREVIEW
      *(THE DEFAULT) LISTS AND WRITES NOTHING ELSE
       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-PARM-MES          PIC X(08) VALUE SPACES.
       01 WS-PARM-MODO         PIC X(08) VALUE SPACES.
       01 WS-PARM-RESTO        PIC X(08) VALUE SPACES.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-FINAL             PIC X     VALUE "N".
      *
      *SCHEDULES FROM JORNADA.TAB - MINUTES A WEEKDAY AND A
      *SATURDAY, "*" THE DEFAULT
       01 WS-JT-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-JT-TABLE.
          05 WS-JT-ENTRY OCCURS 300 TIMES.
             10 WS-JT-ID       PIC X(05).
             10 WS-JT-SEMANA   PIC 9(04).
             10 WS-JT-SABADO   PIC 9(04).
       01 WS-J                 PIC 9(03).
       01 WS-JT-USO            PIC 9(03).
       01 WS-TAB-ERROS         PIC 9(03) VALUE ZERO.
       01 WS-IN-JORN.
          05 WS-IJ-ID          PIC X(06).
          05 WS-IJ-SEMANA      PIC X(05).
          05 WS-IJ-SABADO      PIC X(05).
      *
      *HOLIDAYS FROM FERIADOS.TAB (CCYYMMDD;DESCRIPTION)
       01 WS-FR-COUNT          PIC 9(02) VALUE ZERO.
       01 WS-FR-TABLE.
          05 WS-FR-DATA OCCURS 60 TIMES PIC 9(08).
       01 WS-F                 PIC 9(02).
       01 WS-IN-FERI-DATA      PIC X(09).
      *
      *THE SUPERVISOR'S CORRECTIONS - EACH REPLACES THE CLOCK'S LINE
      *FOR ITS EMPLOYEE AND DAY
       01 WS-AJ-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-AJ-TABLE.
          05 WS-AJ-ENTRY OCCURS 300 TIMES.
             10 WS-AJ-ID       PIC X(05).
             10 WS-AJ-DATA     PIC X(08).
             10 WS-AJ-LINHA    PIC X(80).
       01 WS-AJ                PIC 9(03).
      *
      *THE MONTH PER EMPLOYEE, IN ORDER OF FIRST APPEARANCE - ONE
      *FLAG PER DAY CATCHES A DAY PUNCHED TWICE
       01 WS-PE-COUNT          PIC 9(03) VALUE ZERO.
       01 WS-PE-TABLE.
          05 WS-PE-ENTRY OCCURS 500 TIMES.
             10 WS-PE-ID       PIC 9(05).
             10 WS-PE-NOME     PIC X(30).
             10 WS-PE-SEMANA   PIC 9(04).
             10 WS-PE-SABADO   PIC 9(04).
             10 WS-PE-DIAS     PIC 9(02).
             10 WS-PE-TRAB     PIC 9(05).
             10 WS-PE-HE50     PIC 9(05).
             10 WS-PE-HE100    PIC 9(05).
             10 WS-PE-NOTURNO  PIC 9(05).
             10 WS-PE-EXC      PIC 9(03).
             10 WS-PE-DIA-USADO PIC X(01) OCCURS 31 TIMES.
       01 WS-P                 PIC 9(03).
       01 WS-NOT-REDUZ         PIC 9(05) VALUE ZERO.
      *
      *ONE LINE OF THE EXPORT OR OF THE CORRECTIONS
       01 WS-ORIGEM            PIC X(01).
          88 WS-DO-RELOGIO     VALUE "R".
          88 WS-DO-AJUSTE      VALUE "A".
       01 WS-PONTO-LINHA       PIC X(80).
       01 WS-IN-PONTO.
          05 WS-IP-ID          PIC X(06).
          05 WS-IP-DATA        PIC X(09).
          05 WS-IP-MARCA OCCURS 6 TIMES PIC X(05).
       01 WS-QTD-MARCAS        PIC 9(01).
       01 WS-M                 PIC 9(01).
       01 WS-MIN-TABLE.
          05 WS-MIN OCCURS 6 TIMES PIC 9(04).
       01 WS-HH                PIC 9(02).
       01 WS-MM                PIC 9(02).
       01 WS-VIRADA            PIC 9(04).
       01 WS-DIA-DATA          PIC 9(08).
       01 WS-DIA-NUM           PIC 9(02).
       01 WS-DIA-SEMANA        PIC 9(01).
       01 WS-DIA-JORNADA       PIC 9(04).
       01 WS-DIA-FERIADO       PIC X(01).
       01 WS-DIA-TRAB          PIC 9(05).
       01 WS-DIA-NOTURNO       PIC 9(05).
       01 WS-DIA-HE50          PIC 9(05).
       01 WS-DIA-HE100         PIC 9(05).
       01 WS-PAR-INI           PIC 9(04).
       01 WS-PAR-FIM           PIC 9(04).
       01 WS-JAN-INI           PIC 9(04).
       01 WS-JAN-FIM           PIC 9(04).
       01 WS-SOBRE             PIC S9(05).
       01 WS-MOTIVO            PIC X(30) VALUE SPACES.
       01 WS-ACHOU             PIC X(01) VALUE "N".
      *
       01 WS-QTD-LIDAS         PIC 9(05) VALUE ZERO.
       01 WS-QTD-FORA          PIC 9(05) VALUE ZERO.
       01 WS-QTD-SUBST         PIC 9(05) VALUE ZERO.
       01 WS-QTD-LIMPOS        PIC 9(05) VALUE ZERO.
       01 WS-QTD-DIAS          PIC 9(05) VALUE ZERO.
       01 WS-QTD-EXC           PIC 9(05) VALUE ZERO.
       01 WS-QTD-HORAS         PIC 9(05) VALUE ZERO.
       01 WS-TOT-TRAB          PIC 9(07) VALUE ZERO.
       01 WS-TOT-HE50          PIC 9(07) VALUE ZERO.
       01 WS-TOT-HE100         PIC 9(07) VALUE ZERO.
       01 WS-TOT-NOTURNO       PIC 9(07) VALUE ZERO.
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
      *MINUTES EDITED AS HOURS:MINUTES
       01 WS-MINUTOS           PIC 9(07).
       01 WS-HORAS-INT         PIC 9(05).
       01 WS-ED-HORAS.
          05 WS-EH-HH          PIC ZZZZ9.
          05 FILLER            PIC X(01) VALUE ":".
          05 WS-EH-MM          PIC 9(02).
      *
      *ONE DETAIL LINE OF THE REPORT
       01 WS-DET.
          05 WS-D-ID           PIC 9(05).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOME         PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-DIAS         PIC Z9.
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-TRAB         PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-HE50         PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-HE100        PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-NOTURNO      PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-D-EXC          PIC ZZ9.
      *
      *ONE LINE OF THE EXCEPTIONS LIST
       01 WS-EXC.
          05 WS-X-ID           PIC X(06).
          05 WS-X-DATA         PIC X(09).
          05 WS-X-MOTIVO       PIC X(30).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-X-ORIGEM       PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACE.
          05 WS-X-LINHA        PIC X(80).
      *
       01 WS-EDIT              PIC ZZ,ZZ9.
       01 WS-ED-HE50           PIC 9(05).
       01 WS-ED-HE100          PIC 9(05).
       01 WS-ED-NOT            PIC 9(05).
      *
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "PONTO".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "PONTO.TXT".
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
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACES
               INTO WS-PARM-MES WS-PARM-MODO WS-PARM-RESTO
           END-UNSTRING.
           IF WS-PARM-MES(1:6) IS NOT NUMERIC
              OR WS-PARM-MES(7:2) NOT = SPACES
              OR WS-PARM-MES(5:2) < "01"
              OR WS-PARM-MES(5:2) > "12"
              OR (WS-PARM-MODO NOT = SPACES
                  AND WS-PARM-MODO NOT = "FINAL")
              OR WS-PARM-RESTO NOT = SPACES
               DISPLAY "USO: PONTO CCYYMM [FINAL]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-MES(1:6) TO WS-PERIODO.
           IF WS-PARM-MODO = "FINAL"
               MOVE "S" TO WS-FINAL
               DISPLAY "MODO FINAL - MES " WS-PERIODO
           ELSE
               DISPLAY "MODO PREVIA - MES " WS-PERIODO
                       " - NADA SERA GRAVADO"
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM LOAD-JORN-PARA THRU LOAD-JORN-EXIT-PARA.
           PERFORM LOAD-FERI-PARA THRU LOAD-FERI-EXIT-PARA.
           PERFORM LOAD-AJU-PARA THRU LOAD-AJU-EXIT-PARA.
           IF WS-TAB-ERROS > ZERO OR WS-JT-COUNT = ZERO
               DISPLAY "JORNADA.TAB VAZIA OU TABELAS COM ERROS - "
                       "NO RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FINAL = "S"
               PERFORM CHECK-FINAL-PARA THRU CHECK-FINAL-EXIT-PARA
               MOVE "S" TO WS-OPS-NIVEL-MIN
               CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA
               IF WS-OPS-RC NOT = "00"
                   DISPLAY "APROVACAO CANCELADA - SOMENTE SUPERVISOR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-OPS-ID TO WS-OPERADOR
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
      *    THE CLOCK'S DAYS FIRST, THEN THE CORRECTIONS THAT
      *    REPLACED SOME OF THEM OR ADD THE ONES IT NEVER HAD
           MOVE "R" TO WS-ORIGEM.
           PERFORM UNTIL FS-PONTO NOT = "00"
               READ PONTO-FILE
                   AT END
                       MOVE "10" TO FS-PONTO
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
                       MOVE PONTO-LINE TO WS-PONTO-LINHA
                       PERFORM DIA-PARA THRU DIA-EXIT-PARA
               END-READ
           END-PERFORM.
           MOVE "A" TO WS-ORIGEM.
           PERFORM VARYING WS-AJ FROM 1 BY 1 UNTIL WS-AJ > WS-AJ-COUNT
               MOVE WS-AJ-LINHA(WS-AJ) TO WS-PONTO-LINHA
               PERFORM DIA-PARA THRU DIA-EXIT-PARA
           END-PERFORM.
           PERFORM RELATORIO-PARA THRU RELATORIO-EXIT-PARA.
           PERFORM TOTAIS-PARA THRU TOTAIS-EXIT-PARA.
           IF WS-FINAL = "S"
               IF WS-QTD-EXC > ZERO
                   DISPLAY "APROVACAO RECUSADA - " WS-QTD-EXC
                           " EXCECOES PENDENTES EM PONTOEXC.TXT"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM APROVA-PARA THRU APROVA-EXIT-PARA
               END-IF
           ELSE
               DISPLAY "MODO PREVIA - HORAS.DAT NAO GRAVADO,"
               DISPLAY "RODE COM FINAL PARA APROVAR"
               IF WS-QTD-EXC > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.
      *
       LOAD-JORN-PARA.
           OPEN INPUT JORN-FILE.
           IF FS-JORN NOT = "00"
               DISPLAY "JORNADA.TAB OPEN FAILED: " FS-JORN
               GO TO LOAD-JORN-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-JORN NOT = "00"
               READ JORN-FILE
                   AT END
                       MOVE "10" TO FS-JORN
                   NOT AT END
                       PERFORM LOAD-ONE-JORN-PARA
                          THRU LOAD-ONE-JORN-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE JORN-FILE.
       LOAD-JORN-EXIT-PARA.
           EXIT.

      *A BAD LINE STOPS THE RUN - HOURS ARE NOT PAID ON A GUESS
       LOAD-ONE-JORN-PARA.
      *    "*;" IS THE DEFAULT SCHEDULE'S LINE, ANY OTHER "*" A COMMENT
           IF JORN-LINE = SPACES
              OR (JORN-LINE(1:1) = "*" AND JORN-LINE(2:1) NOT = ";")
               GO TO LOAD-ONE-JORN-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-IN-JORN.
           UNSTRING JORN-LINE DELIMITED BY ";"
               INTO WS-IJ-ID WS-IJ-SEMANA WS-IJ-SABADO
           END-UNSTRING.
           IF (WS-IJ-ID NOT = "*" AND
               (WS-IJ-ID(1:5) IS NOT NUMERIC
                OR WS-IJ-ID(6:1) NOT = SPACE))
              OR WS-IJ-SEMANA(1:4) IS NOT NUMERIC
              OR WS-IJ-SEMANA(5:1) NOT = SPACE
              OR WS-IJ-SEMANA(3:2) > "59"
              OR WS-IJ-SEMANA(1:2) > "23"
              OR WS-IJ-SABADO(1:4) IS NOT NUMERIC
              OR WS-IJ-SABADO(5:1) NOT = SPACE
              OR WS-IJ-SABADO(3:2) > "59"
              OR WS-IJ-SABADO(1:2) > "23"
               DISPLAY "JORNADA.TAB LINHA INVALIDA: " JORN-LINE
               ADD 1 TO WS-TAB-ERROS
               GO TO LOAD-ONE-JORN-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JT-COUNT
               IF WS-JT-ID(WS-J) = WS-IJ-ID(1:5)
                   DISPLAY "JORNADA.TAB LINHA REPETIDA: " JORN-LINE
                   ADD 1 TO WS-TAB-ERROS
               END-IF
           END-PERFORM.
           IF WS-JT-COUNT >= 300
               DISPLAY "JORNADA.TAB CHEIA - LINHA: " JORN-LINE
               ADD 1 TO WS-TAB-ERROS
               GO TO LOAD-ONE-JORN-EXIT-PARA
           END-IF.
           ADD 1 TO WS-JT-COUNT.
           MOVE WS-IJ-ID(1:5) TO WS-JT-ID(WS-JT-COUNT).
           MOVE WS-IJ-SEMANA(1:2) TO WS-HH.
           MOVE WS-IJ-SEMANA(3:2) TO WS-MM.
           COMPUTE WS-JT-SEMANA(WS-JT-COUNT) = WS-HH * 60 + WS-MM.
           MOVE WS-IJ-SABADO(1:2) TO WS-HH.
           MOVE WS-IJ-SABADO(3:2) TO WS-MM.
           COMPUTE WS-JT-SABADO(WS-JT-COUNT) = WS-HH * 60 + WS-MM.
       LOAD-ONE-JORN-EXIT-PARA.
           EXIT.

      *NO HOLIDAY FILE MEANS ONLY SUNDAYS PAY 100%
       LOAD-FERI-PARA.
           OPEN INPUT FERI-FILE.
           IF FS-FERI NOT = "00"
               CLOSE FERI-FILE
               GO TO LOAD-FERI-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-FERI NOT = "00"
               READ FERI-FILE
                   AT END
                       MOVE "10" TO FS-FERI
                   NOT AT END
                       PERFORM LOAD-ONE-FERI-PARA
                          THRU LOAD-ONE-FERI-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE FERI-FILE.
       LOAD-FERI-EXIT-PARA.
           EXIT.

       LOAD-ONE-FERI-PARA.
           IF FERI-LINE = SPACES OR FERI-LINE(1:1) = "*"
               GO TO LOAD-ONE-FERI-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-IN-FERI-DATA.
           UNSTRING FERI-LINE DELIMITED BY ";"
               INTO WS-IN-FERI-DATA
           END-UNSTRING.
           IF WS-IN-FERI-DATA(1:8) IS NOT NUMERIC
              OR WS-IN-FERI-DATA(9:1) NOT = SPACE
               DISPLAY "FERIADOS.TAB LINHA INVALIDA: " FERI-LINE
               ADD 1 TO WS-TAB-ERROS
               GO TO LOAD-ONE-FERI-EXIT-PARA
           END-IF.
           MOVE WS-IN-FERI-DATA(1:8) TO WS-DIA-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DIA-DATA) NOT = ZERO
               DISPLAY "FERIADOS.TAB DATA INVALIDA: " FERI-LINE
               ADD 1 TO WS-TAB-ERROS
               GO TO LOAD-ONE-FERI-EXIT-PARA
           END-IF.
           IF WS-FR-COUNT >= 60
               DISPLAY "FERIADOS.TAB CHEIA - LINHA: " FERI-LINE
               ADD 1 TO WS-TAB-ERROS
               GO TO LOAD-ONE-FERI-EXIT-PARA
           END-IF.
           ADD 1 TO WS-FR-COUNT.
           MOVE WS-DIA-DATA TO WS-FR-DATA(WS-FR-COUNT).
       LOAD-ONE-FERI-EXIT-PARA.
           EXIT.

      *ONLY THE CORRECTIONS OF THE MONTH - THE REST WAIT THEIR MONTH
       LOAD-AJU-PARA.
           OPEN INPUT AJU-FILE.
           IF FS-AJU NOT = "00"
               CLOSE AJU-FILE
               GO TO LOAD-AJU-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-AJU NOT = "00"
               READ AJU-FILE
                   AT END
                       MOVE "10" TO FS-AJU
                   NOT AT END
                       PERFORM LOAD-ONE-AJU-PARA
                          THRU LOAD-ONE-AJU-EXIT-PARA
               END-READ
           END-PERFORM.
           CLOSE AJU-FILE.
       LOAD-AJU-EXIT-PARA.
           EXIT.

       LOAD-ONE-AJU-PARA.
           IF AJU-LINE = SPACES OR AJU-LINE(1:1) = "*"
               GO TO LOAD-ONE-AJU-EXIT-PARA
           END-IF.
           MOVE SPACES TO WS-IN-PONTO.
           UNSTRING AJU-LINE DELIMITED BY ";"
               INTO WS-IP-ID WS-IP-DATA
           END-UNSTRING.
           IF WS-IP-DATA(1:6) NOT = WS-PERIODO
               GO TO LOAD-ONE-AJU-EXIT-PARA
           END-IF.
           IF WS-AJ-COUNT >= 300
               DISPLAY "PONTOAJU.DAT CHEIO - LINHA IGNORADA: "
                       AJU-LINE
               ADD 1 TO WS-TAB-ERROS
               GO TO LOAD-ONE-AJU-EXIT-PARA
           END-IF.
           ADD 1 TO WS-AJ-COUNT.
           MOVE WS-IP-ID(1:5) TO WS-AJ-ID(WS-AJ-COUNT).
           MOVE WS-IP-DATA(1:8) TO WS-AJ-DATA(WS-AJ-COUNT).
           MOVE AJU-LINE TO WS-AJ-LINHA(WS-AJ-COUNT).
       LOAD-ONE-AJU-EXIT-PARA.
           EXIT.
      *
      *FINAL ONLY FOR A MONTH THAT HAS STARTED AND HAS NOT BEEN
      *APPROVED YET, AND WITH EVERY CORRECTION LOADED
       CHECK-FINAL-PARA.
           IF WS-PERIODO > WS-DATA-SIS(1:6)
               DISPLAY "MES " WS-PERIODO " NO FUTURO - FINAL RECUSADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PONTOCTL-FILE.
           IF FS-PONTOCTL NOT = "00"
               CLOSE PONTOCTL-FILE
               GO TO CHECK-FINAL-EXIT-PARA
           END-IF.
           PERFORM UNTIL FS-PONTOCTL NOT = "00"
               READ PONTOCTL-FILE
                   AT END
                       MOVE "10" TO FS-PONTOCTL
                   NOT AT END
                       IF PONTOCTL-LINE(1:6) = WS-PERIODO
                           DISPLAY "MES " WS-PERIODO
                                   " JA APROVADO - FINAL RECUSADO"
                           CLOSE PONTOCTL-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PONTOCTL-FILE.
       CHECK-FINAL-EXIT-PARA.
           EXIT.
      *
       OPEN-PARA.
           OPEN INPUT PONTO-FILE.
           IF FS-PONTO NOT = "00"
               DISPLAY "PONTO.DAT OPEN FAILED: " FS-PONTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP NOT = "00"
               DISPLAY "EMPMAST.DAT OPEN FAILED: " FS-EMP
               CLOSE PONTO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
               DISPLAY "PONTO.TXT OPEN FAILED: " FS-REL
               CLOSE PONTO-FILE
               CLOSE EMP-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF FS-EXC NOT = "00"
               DISPLAY "PONTOEXC.TXT OPEN FAILED: " FS-EXC
               CLOSE PONTO-FILE
               CLOSE EMP-MASTER
               CLOSE REL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO EXC-LINE.
           STRING "EXCECOES DO PONTO - MES " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  " - CORRIGIR EM PONTOAJU.DAT E RODAR DE NOVO"
                  DELIMITED BY SIZE
                  INTO EXC-LINE
           END-STRING.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           STRING "ID    DATA     MOTIVO                        "
                  DELIMITED BY SIZE
                  " ORIGEM   LINHA" DELIMITED BY SIZE
                  INTO EXC-LINE
           END-STRING.
           WRITE EXC-LINE.
           MOVE ALL "-" TO EXC-LINE.
           WRITE EXC-LINE.
       OPEN-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE PONTO-FILE.
           CLOSE EMP-MASTER.
           CLOSE REL-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           CLOSE EXC-FILE.
           MOVE "PONTOEXC.TXT" TO WS-CAT-ARQUIVO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
       CLOSE-EXIT-PARA.
           EXIT.
      *
      *ONE EMPLOYEE-DAY - A DAY THAT CANNOT BE COUNTED GOES TO THE
      *EXCEPTIONS LIST AND OUT OF THE TOTALS
       DIA-PARA.
           IF WS-PONTO-LINHA = SPACES OR WS-PONTO-LINHA(1:1) = "*"
               GO TO DIA-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-P.
           MOVE SPACES TO WS-IN-PONTO.
           UNSTRING WS-PONTO-LINHA DELIMITED BY ";"
               INTO WS-IP-ID WS-IP-DATA
                    WS-IP-MARCA(1) WS-IP-MARCA(2) WS-IP-MARCA(3)
                    WS-IP-MARCA(4) WS-IP-MARCA(5) WS-IP-MARCA(6)
           END-UNSTRING.
           IF WS-IP-ID(1:5) IS NOT NUMERIC
              OR WS-IP-ID(6:1) NOT = SPACE
              OR WS-IP-DATA(1:8) IS NOT NUMERIC
              OR WS-IP-DATA(9:1) NOT = SPACE
               MOVE "LINHA INVALIDA" TO WS-MOTIVO
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
           MOVE WS-IP-DATA(1:8) TO WS-DIA-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DIA-DATA) NOT = ZERO
               MOVE "DATA INVALIDA" TO WS-MOTIVO
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
           IF WS-DIA-DATA(1:6) NOT = WS-PERIODO
               ADD 1 TO WS-QTD-FORA
               GO TO DIA-EXIT-PARA
           END-IF.
      *    A CORRECTED DAY IS COUNTED FROM THE CORRECTION ALONE
           IF WS-DO-RELOGIO
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-AJ FROM 1 BY 1
                       UNTIL WS-AJ > WS-AJ-COUNT
                   IF WS-AJ-ID(WS-AJ) = WS-IP-ID(1:5)
                      AND WS-AJ-DATA(WS-AJ) = WS-IP-DATA(1:8)
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU = "S"
                   ADD 1 TO WS-QTD-SUBST
                   GO TO DIA-EXIT-PARA
               END-IF
           END-IF.
           MOVE ZERO TO WS-QTD-MARCAS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 6
               IF WS-IP-MARCA(WS-M) NOT = SPACES
                   MOVE WS-M TO WS-QTD-MARCAS
               END-IF
           END-PERFORM.
           IF WS-DO-AJUSTE AND WS-QTD-MARCAS = ZERO
               ADD 1 TO WS-QTD-LIMPOS
               GO TO DIA-EXIT-PARA
           END-IF.
           PERFORM ACHA-FUNC-PARA THRU ACHA-FUNC-EXIT-PARA.
           IF WS-P = ZERO
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
           MOVE WS-DIA-DATA(7:2) TO WS-DIA-NUM.
           IF WS-PE-DIA-USADO(WS-P, WS-DIA-NUM) = "S"
               MOVE "DIA EM DUPLICIDADE" TO WS-MOTIVO
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
           MOVE "S" TO WS-PE-DIA-USADO(WS-P, WS-DIA-NUM).
           IF WS-QTD-MARCAS = ZERO
               MOVE "DIA SEM MARCACAO" TO WS-MOTIVO
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
           IF FUNCTION MOD(WS-QTD-MARCAS, 2) NOT = ZERO
               MOVE "MARCACAO IMPAR - FALTA UMA" TO WS-MOTIVO
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
      *    PUNCHES TO MINUTES OF THE DAY
           MOVE ZERO TO WS-VIRADA.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-QTD-MARCAS OR WS-MOTIVO NOT = SPACES
               PERFORM MARCA-PARA THRU MARCA-EXIT-PARA
           END-PERFORM.
           IF WS-MOTIVO NOT = SPACES
               PERFORM GRAVA-EXC-PARA THRU GRAVA-EXC-EXIT-PARA
               GO TO DIA-EXIT-PARA
           END-IF.
           MOVE ZERO TO WS-DIA-TRAB WS-DIA-NOTURNO.
           PERFORM VARYING WS-M FROM 1 BY 2 UNTIL WS-M > WS-QTD-MARCAS
               MOVE WS-MIN(WS-M) TO WS-PAR-INI
               MOVE WS-MIN(WS-M + 1) TO WS-PAR-FIM
               COMPUTE WS-DIA-TRAB = WS-DIA-TRAB
                   + WS-PAR-FIM - WS-PAR-INI
               PERFORM NOTURNO-PARA THRU NOTURNO-EXIT-PARA
           END-PERFORM.
           PERFORM CLASSIFICA-PARA THRU CLASSIFICA-EXIT-PARA.
           ADD 1 TO WS-PE-DIAS(WS-P).
           ADD WS-DIA-TRAB TO WS-PE-TRAB(WS-P).
           ADD WS-DIA-HE50 TO WS-PE-HE50(WS-P).
           ADD WS-DIA-HE100 TO WS-PE-HE100(WS-P).
           ADD WS-DIA-NOTURNO TO WS-PE-NOTURNO(WS-P).
           ADD 1 TO WS-QTD-DIAS.
       DIA-EXIT-PARA.
           EXIT.

      *ONE PUNCH TO MINUTES - A PUNCH EARLIER THAN THE ONE BEFORE IS
      *PAST MIDNIGHT, WHICH HAPPENS ONCE A DAY AT MOST
       MARCA-PARA.
           IF WS-IP-MARCA(WS-M)(1:4) IS NOT NUMERIC
              OR WS-IP-MARCA(WS-M)(5:1) NOT = SPACE
              OR WS-IP-MARCA(WS-M)(1:2) > "23"
              OR WS-IP-MARCA(WS-M)(3:2) > "59"
               MOVE "HORARIO INVALIDO" TO WS-MOTIVO
               GO TO MARCA-EXIT-PARA
           END-IF.
           MOVE WS-IP-MARCA(WS-M)(1:2) TO WS-HH.
           MOVE WS-IP-MARCA(WS-M)(3:2) TO WS-MM.
           COMPUTE WS-MIN(WS-M) = WS-HH * 60 + WS-MM + WS-VIRADA.
           IF WS-M = 1
               GO TO MARCA-EXIT-PARA
           END-IF.
           IF WS-MIN(WS-M) NOT > WS-MIN(WS-M - 1)
              AND WS-VIRADA = ZERO
               MOVE 1440 TO WS-VIRADA
               ADD 1440 TO WS-MIN(WS-M)
           END-IF.
           IF WS-MIN(WS-M) NOT > WS-MIN(WS-M - 1)
               MOVE "MARCACAO FORA DE ORDEM" TO WS-MOTIVO
           END-IF.
       MARCA-EXIT-PARA.
           EXIT.

      *THE EMPLOYEE'S ENTRY, ADDED ON THE FIRST DAY SEEN WITH THE
      *NAME FROM THE MASTER AND THE SCHEDULE - OWN LINE, ELSE "*"
       ACHA-FUNC-PARA.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PE-COUNT
               IF WS-PE-ID(WS-J) = WS-IP-ID(1:5)
                   MOVE WS-J TO WS-P
               END-IF
           END-PERFORM.
           IF WS-P NOT = ZERO
               GO TO ACHA-FUNC-EXIT-PARA
           END-IF.
           MOVE WS-IP-ID(1:5) TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO WS-MOTIVO
                   GO TO ACHA-FUNC-EXIT-PARA
           END-READ.
           MOVE ZERO TO WS-JT-USO.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-JT-COUNT
               IF WS-JT-ID(WS-J) = WS-IP-ID(1:5)
                   MOVE WS-J TO WS-JT-USO
               END-IF
           END-PERFORM.
           IF WS-JT-USO = ZERO
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-JT-COUNT
                   IF WS-JT-ID(WS-J) = "*"
                       MOVE WS-J TO WS-JT-USO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-JT-USO = ZERO
               MOVE "SEM JORNADA EM JORNADA.TAB" TO WS-MOTIVO
               GO TO ACHA-FUNC-EXIT-PARA
           END-IF.
           IF WS-PE-COUNT >= 500
               MOVE "TABELA DE FUNCIONARIOS CHEIA" TO WS-MOTIVO
               GO TO ACHA-FUNC-EXIT-PARA
           END-IF.
           ADD 1 TO WS-PE-COUNT.
           MOVE WS-PE-COUNT TO WS-P.
           INITIALIZE WS-PE-ENTRY(WS-P).
           MOVE EM-ID TO WS-PE-ID(WS-P).
           MOVE EM-NOME TO WS-PE-NOME(WS-P).
           MOVE WS-JT-SEMANA(WS-JT-USO) TO WS-PE-SEMANA(WS-P).
           MOVE WS-JT-SABADO(WS-JT-USO) TO WS-PE-SABADO(WS-P).
       ACHA-FUNC-EXIT-PARA.
           EXIT.

      *THE PART OF ONE IN/OUT PAIR BETWEEN 22:00 AND 05:00 - THE
      *PAIR RUNS ON TWO DAYS OF MINUTES AT MOST
       NOTURNO-PARA.
           MOVE 0 TO WS-JAN-INI.
           MOVE 300 TO WS-JAN-FIM.
           PERFORM JANELA-PARA THRU JANELA-EXIT-PARA.
           MOVE 1320 TO WS-JAN-INI.
           MOVE 1740 TO WS-JAN-FIM.
           PERFORM JANELA-PARA THRU JANELA-EXIT-PARA.
           MOVE 2760 TO WS-JAN-INI.
           MOVE 2880 TO WS-JAN-FIM.
           PERFORM JANELA-PARA THRU JANELA-EXIT-PARA.
       NOTURNO-EXIT-PARA.
           EXIT.

       JANELA-PARA.
           COMPUTE WS-SOBRE =
               FUNCTION MIN(WS-PAR-FIM, WS-JAN-FIM)
             - FUNCTION MAX(WS-PAR-INI, WS-JAN-INI).
           IF WS-SOBRE > ZERO
               ADD WS-SOBRE TO WS-DIA-NOTURNO
           END-IF.
       JANELA-EXIT-PARA.
           EXIT.

      *SUNDAY OR HOLIDAY: EVERY MINUTE AT 100%. OTHER DAYS: PAST THE
      *SCHEDULE AT 50%, UNLESS WITHIN THE 10-MINUTE TOLERANCE
       CLASSIFICA-PARA.
           MOVE ZERO TO WS-DIA-HE50 WS-DIA-HE100.
           MOVE "N" TO WS-DIA-FERIADO.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FR-COUNT
               IF WS-FR-DATA(WS-F) = WS-DIA-DATA
                   MOVE "S" TO WS-DIA-FERIADO
               END-IF
           END-PERFORM.
      *    INTEGER DAY 1 (1601-01-01) WAS A MONDAY - 0 IS SUNDAY
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DIA-DATA), 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-FERIADO = "S"
               MOVE WS-DIA-TRAB TO WS-DIA-HE100
               GO TO CLASSIFICA-EXIT-PARA
           END-IF.
           IF WS-DIA-SEMANA = 6
               MOVE WS-PE-SABADO(WS-P) TO WS-DIA-JORNADA
           ELSE
               MOVE WS-PE-SEMANA(WS-P) TO WS-DIA-JORNADA
           END-IF.
           IF WS-DIA-TRAB > WS-DIA-JORNADA + 10
               COMPUTE WS-DIA-HE50 = WS-DIA-TRAB - WS-DIA-JORNADA
           END-IF.
       CLASSIFICA-EXIT-PARA.
           EXIT.

       GRAVA-EXC-PARA.
           ADD 1 TO WS-QTD-EXC.
           IF WS-P NOT = ZERO
               ADD 1 TO WS-PE-EXC(WS-P)
           END-IF.
           MOVE WS-IP-ID TO WS-X-ID.
           MOVE WS-IP-DATA TO WS-X-DATA.
           MOVE WS-MOTIVO TO WS-X-MOTIVO.
           MOVE WS-PONTO-LINHA TO WS-X-LINHA.
           IF WS-DO-AJUSTE
               MOVE "CORRECAO" TO WS-X-ORIGEM
           ELSE
               MOVE "RELOGIO" TO WS-X-ORIGEM
           END-IF.
           MOVE WS-EXC TO EXC-LINE.
           WRITE EXC-LINE.
       GRAVA-EXC-EXIT-PARA.
           EXIT.
      *
       RELATORIO-PARA.
           MOVE SPACES TO REL-LINE.
           IF WS-FINAL = "S"
               STRING "APURACAO DO PONTO - MES " DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                      " - FINAL EM " DELIMITED BY SIZE
                      WS-DATA-SIS DELIMITED BY SIZE
                      " POR " DELIMITED BY SIZE
                      WS-OPERADOR DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           ELSE
               STRING "APURACAO DO PONTO - MES " DELIMITED BY SIZE
                      WS-PERIODO DELIMITED BY SIZE
                      " - PREVIA EM " DELIMITED BY SIZE
                      WS-DATA-SIS DELIMITED BY SIZE
                      ", NADA APROVADO" DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
           END-IF.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "HORAS EM HH:MM - NOTURNO NA HORA REDUZIDA (52M30S)"
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "ID    NOME                           DI"
                  DELIMITED BY SIZE
                  "  TRABALH   HE 50%  HE 100%  NOTURNO EXC"
                  DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PE-COUNT
               PERFORM DETALHE-PARA THRU DETALHE-EXIT-PARA
           END-PERFORM.
       RELATORIO-EXIT-PARA.
           EXIT.

       DETALHE-PARA.
           COMPUTE WS-NOT-REDUZ ROUNDED = WS-PE-NOTURNO(WS-P) * 8 / 7.
           MOVE WS-PE-ID(WS-P) TO WS-D-ID.
           MOVE WS-PE-NOME(WS-P) TO WS-D-NOME.
           MOVE WS-PE-DIAS(WS-P) TO WS-D-DIAS.
           MOVE WS-PE-TRAB(WS-P) TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE WS-ED-HORAS TO WS-D-TRAB.
           MOVE WS-PE-HE50(WS-P) TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE WS-ED-HORAS TO WS-D-HE50.
           MOVE WS-PE-HE100(WS-P) TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE WS-ED-HORAS TO WS-D-HE100.
           MOVE WS-NOT-REDUZ TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE WS-ED-HORAS TO WS-D-NOTURNO.
           MOVE WS-PE-EXC(WS-P) TO WS-D-EXC.
           MOVE WS-DET TO REL-LINE.
           WRITE REL-LINE.
           ADD WS-PE-TRAB(WS-P) TO WS-TOT-TRAB.
           ADD WS-PE-HE50(WS-P) TO WS-TOT-HE50.
           ADD WS-PE-HE100(WS-P) TO WS-TOT-HE100.
           ADD WS-NOT-REDUZ TO WS-TOT-NOTURNO.
       DETALHE-EXIT-PARA.
           EXIT.

       ED-HORAS-PARA.
           DIVIDE WS-MINUTOS BY 60 GIVING WS-HORAS-INT
               REMAINDER WS-MM.
           MOVE WS-HORAS-INT TO WS-EH-HH.
           MOVE WS-MM TO WS-EH-MM.
       ED-HORAS-EXIT-PARA.
           EXIT.
      *
      *THE APPROVED MONTH - ONE HORAS.DAT LINE PER EMPLOYEE WITH
      *HOURS TO PAY, AND THE MONTH ON PONTOCTL.DAT
       APROVA-PARA.
           OPEN EXTEND HORAS-FILE.
           IF FS-HORAS NOT = "00" AND FS-HORAS NOT = "05"
               DISPLAY "HORAS.DAT OPEN FAILED: " FS-HORAS
               MOVE 8 TO RETURN-CODE
               GO TO APROVA-EXIT-PARA
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PE-COUNT
               COMPUTE WS-NOT-REDUZ ROUNDED =
                   WS-PE-NOTURNO(WS-P) * 8 / 7
               IF WS-PE-HE50(WS-P) > ZERO
                  OR WS-PE-HE100(WS-P) > ZERO
                  OR WS-NOT-REDUZ > ZERO
                   MOVE WS-PE-HE50(WS-P) TO WS-ED-HE50
                   MOVE WS-PE-HE100(WS-P) TO WS-ED-HE100
                   MOVE WS-NOT-REDUZ TO WS-ED-NOT
                   MOVE SPACES TO HORAS-LINE
                   STRING WS-PE-ID(WS-P) DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-PERIODO DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-HE50 DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-HE100 DELIMITED BY SIZE
                          ";" DELIMITED BY SIZE
                          WS-ED-NOT DELIMITED BY SIZE
                          INTO HORAS-LINE
                   END-STRING
                   WRITE HORAS-LINE
                   ADD 1 TO WS-QTD-HORAS
               END-IF
           END-PERFORM.
           CLOSE HORAS-FILE.
           OPEN EXTEND PONTOCTL-FILE.
           IF FS-PONTOCTL NOT = "00" AND FS-PONTOCTL NOT = "05"
               DISPLAY "PONTOCTL.DAT OPEN FAILED: " FS-PONTOCTL
                       " - NAO RODE O FINAL DE NOVO"
               MOVE 8 TO RETURN-CODE
               GO TO APROVA-EXIT-PARA
           END-IF.
           MOVE SPACES TO PONTOCTL-LINE.
           STRING WS-PERIODO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  INTO PONTOCTL-LINE
           END-STRING.
           WRITE PONTOCTL-LINE.
           CLOSE PONTOCTL-FILE.
           DISPLAY "MES " WS-PERIODO " APROVADO - " WS-QTD-HORAS
                   " FUNCIONARIOS COM HORAS EM HORAS.DAT".
       APROVA-EXIT-PARA.
           EXIT.
      *
      *THE SAME TOTAL LINES GO TO THE REPORT AND THE CONSOLE
       TOTAIS-PARA.
           MOVE ALL "-" TO REL-LINE.
           WRITE REL-LINE.
           MOVE WS-PE-COUNT TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "FUNCIONARIOS ...............: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-DIAS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "DIAS APURADOS ..............: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-TRAB TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "  HORAS TRABALHADAS ........: " DELIMITED BY SIZE
                  WS-ED-HORAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-HE50 TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "  HORAS EXTRAS 50% .........: " DELIMITED BY SIZE
                  WS-ED-HORAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-HE100 TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "  HORAS EXTRAS 100% ........: " DELIMITED BY SIZE
                  WS-ED-HORAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-TOT-NOTURNO TO WS-MINUTOS.
           PERFORM ED-HORAS-PARA THRU ED-HORAS-EXIT-PARA.
           MOVE SPACES TO REL-LINE.
           STRING "  HORAS NOTURNAS ...........: " DELIMITED BY SIZE
                  WS-ED-HORAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-LIDAS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "LINHAS DO RELOGIO ..........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-FORA TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  DE OUTROS MESES ..........: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-SUBST TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "  SUBSTITUIDAS POR CORRECAO : " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-LIMPOS TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "DIAS LIMPOS POR CORRECAO ...: " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           PERFORM GRAVA-TOTAL-PARA THRU GRAVA-TOTAL-EXIT-PARA.
           MOVE WS-QTD-EXC TO WS-EDIT.
           MOVE SPACES TO REL-LINE.
           STRING "EXCECOES (PONTOEXC.TXT) ....: " DELIMITED BY SIZE
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
