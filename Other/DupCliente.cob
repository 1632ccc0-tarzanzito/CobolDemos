      *        : to keep.                                              *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Scans up to 5000 clients into a working table; a      *
      *        : larger master is reported and the scan is cut there.  *
      *        : Two codes carrying the same CPF/CNPJ are a certain    *
      *        : duplicate and are listed whatever the names say;      *
      *        : the name rules still apply to undocumented records.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCLI.
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

       WORKING-STORAGE SECTION.
       01 FS-ARQCLI PIC X(02) VALUE SPACES.
              10 WS-T-NOME      PIC X(30).
              10 WS-T-CIDADE    PIC X(20).
              10 WS-T-CEP       PIC X(09).
              10 WS-T-DOC       PIC X(14).

       01 WS-I                  PIC 9(04) VALUE ZERO.
       01 WS-J                  PIC 9(04) VALUE ZERO.
       01 WS-NOME-UPPER         PIC X(30) VALUE SPACES.
       01 WS-NOME-NORM          PIC X(30) VALUE SPACES.
       01 WS-PAIR-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-MOTIVO             PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION UPPER-CASE(FD-CIDADE)
               TO WS-T-CIDADE(WS-CLI-COUNT).
           MOVE FD-CEP TO WS-T-CEP(WS-CLI-COUNT).
           MOVE FD-CPF-CNPJ TO WS-T-DOC(WS-CLI-COUNT).
       LOAD-ENTRY-EXIT-PARA.
           EXIT.


      *ONE PAIR (WS-I, WS-J) - EMPTY NAMES NEVER MATCH, AND THE TWO
      *RULES FROM THE DESK ARE APPLIED IN ORDER: SAME CEP + SAME
      *NORMALIZED NAME, THEN SAME NORMALIZED NAME + SAME CIDADE.
      *A SHARED CPF/CNPJ GOES AHEAD OF BOTH - THE DIGITS WERE
      *CHECKED ON ENTRY, SO THAT PAIR IS THE SAME TAXPAYER
       CHECK-PAIR-PARA.
           IF WS-T-DOC(WS-I) NOT = SPACES
              AND WS-T-DOC(WS-I) = WS-T-DOC(WS-J)
              MOVE "MESMO CPF/CNPJ (CERTO)" TO WS-MOTIVO
              ADD 1 TO WS-PAIR-COUNT
              DISPLAY WS-T-CODIGO(WS-I) "    "
                      WS-T-CODIGO(WS-J) "    " WS-MOTIVO
              GO TO CHECK-PAIR-EXIT-PARA
           END-IF.
           IF WS-T-NOME(WS-I) = SPACES
              GO TO CHECK-PAIR-EXIT-PARA
           END-IF.
