      *        : detail lines per page to employee-roster.rpt.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-08                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-ROSTER-REPORT.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-D-SALARY          PIC ZZZZ9.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "ROSTER".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "employee-roster.rpt".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT EMPLOYEE
       MAIN-PROCEDURE-EXIT.
           CLOSE EMPLOYEE.
           CLOSE ROSTER-REPORT.
           IF WS-RPT-STATUS = "00"
              CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA
           END-IF.
           STOP RUN.

       READ-PROCEDURE.
