       01  WS-LINE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LINE-TOTAL          PIC 9(9) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "GRADEEXC".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "grade-exceptions.rpt".
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
           CLOSE GRADE-EXCEPTIONS.
           IF WS-EXC-STATUS = "00"
              CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA
           END-IF.
           STOP RUN.

       READ-PROCEDURE.
