      *        : using START                                           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2025-05-10                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Search-GreaterOrEquals.
       01 WS-LIST-COUNT      PIC 9(04) VALUE ZERO.
       01 WS-LIST-WANTED     PIC 9(04) VALUE ZERO.
      *
      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "VSAMLIST".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "vsam-list.rpt".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE. 
           OPEN Input VSAM-FILE 
           END-IF.

           CLOSE VSAM-REPORT.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           MOVE "N" TO WS-EOF.
           DISPLAY "LISTED " WS-LIST-COUNT " RECORDS TO vsam-list.rpt".
       LIST-NEXT-N-FIM.
           END-IF.

           CLOSE VSAM-REPORT.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           MOVE "N" TO WS-EOF.
           DISPLAY "RANGE WROTE " WS-RANGE-COUNT " RECORDS".
       RANGE-EXTRACT-FIM.
