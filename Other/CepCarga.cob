      ******************************************************************
      *DESC    : CEP base load - reads the postal service's address    *
      *        : base (CEPBASE.TXT, one line per full CEP) into the    *
      *        : CEP reference file CEP.DAT that CEPREF answers from:  *
      *        : EXCLI fills the street, bairro and city from it when  *
      *        : the desk keys a CEP and CLIUPD warns when a typed     *
      *        : address disagrees with it. Refused lines go to        *
      *        : CEPBASE.REJ with their reason.                        *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Feed line: CEP;LOGRADOURO;BAIRRO;CIDADE;UF with the   *
      *        : CEP as NNNNN-NNN or 8 digits. Names are stored upper- *
      *        : case, the way CIDMAINT keeps CIDADE.DAT. A blank      *
      *        : street and bairro are legal (towns served by a single *
      *        : CEP); the city and UF are not. A CEP already on file  *
      *        : is replaced, so each new edition of the base can      *
      *        : simply be loaded on top of the last one. CEPs the     *
      *        : post office withdraws stay on file - they harm        *
      *        : nothing, since no new address is given them.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCARGA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "CEPBASE.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-FEED.
           SELECT REJECT-FILE ASSIGN TO "CEPBASE.REJ"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REJECT.
           SELECT CEP-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CP-CEP
           FILE STATUS             FS-CP.

       DATA DIVISION.
       FILE SECTION.
       FD FEED-FILE.
       01 FEED-LINE            PIC X(120).

       FD REJECT-FILE.
       01 REJECT-LINE          PIC X(160).

      *POSTAL ADDRESS BASE - SAME LAYOUT CEPREF (CepRef.cob) READS
       FD CEP-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CEP.DAT".
       01 REG-CEP.
          02 CP-CEP           PIC X(08).
          02 CP-LOGRADOURO    PIC X(40).
          02 CP-BAIRRO        PIC X(20).
          02 CP-CIDADE        PIC X(20).
          02 CP-UF            PIC X(02).
          02 CP-DATA-CARGA    PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-FEED              PIC X(02) VALUE SPACES.
       77 FS-REJECT            PIC X(02) VALUE SPACES.
       77 FS-CP                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-EXISTE            PIC X     VALUE "N".
       77 WS-REJECT-REASON     PIC X(30) VALUE SPACES.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *UNSTRUNG FIELDS FROM ONE FEED LINE, BEFORE VALIDATION
       01 WS-CAMPOS.
          05 WS-F-CEP          PIC X(09) VALUE SPACES.
          05 WS-F-LOGRADOURO   PIC X(40) VALUE SPACES.
          05 WS-F-BAIRRO       PIC X(20) VALUE SPACES.
          05 WS-F-CIDADE       PIC X(20) VALUE SPACES.
          05 WS-F-UF           PIC X(02) VALUE SPACES.
       01 WS-CEP-DIG           PIC X(08) VALUE SPACES.
      *STORED RECORD BEFORE A REPLACE, TO COUNT UNCHANGED CEPS
       01 WS-CEP-ANTES         PIC X(90) VALUE SPACES.

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-INCLUIDOS      PIC 9(07) VALUE ZERO.
          05 WS-ALTERADOS      PIC 9(07) VALUE ZERO.
          05 WS-IGUAIS         PIC 9(07) VALUE ZERO.
          05 WS-REJEITADOS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           PERFORM ABRE-PARA THRU ABRE-FIM.
           PERFORM UNTIL WS-EOF = "Y"
               READ FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LINHA-PARA THRU LINHA-FIM
               END-READ
           END-PERFORM.
           PERFORM FECHA-PARA THRU FECHA-FIM.
           STOP RUN.

       ABRE-PARA.
           OPEN INPUT FEED-FILE.
           IF FS-FEED NOT = "00"
              DISPLAY "CEPBASE.TXT AUSENTE (" FS-FEED ") - NO RUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CEP-FILE.
           IF FS-CP = "35"
              OPEN OUTPUT CEP-FILE
              CLOSE CEP-FILE
              OPEN I-O CEP-FILE
           END-IF.
           IF FS-CP NOT = "00"
              DISPLAY "CEP.DAT STATUS --->" FS-CP
              CLOSE FEED-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
       ABRE-FIM.
           EXIT.

      *SPLITS ONE FEED LINE, VALIDATES IT AND WRITES OR REPLACES THE
      *CEP - BLANK LINES AND "*" COMMENT LINES ARE SKIPPED
       LINHA-PARA.
           IF FEED-LINE = SPACES OR FEED-LINE(1:1) = "*"
              GO TO LINHA-FIM
           END-IF.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO WS-CAMPOS.
           MOVE SPACES TO WS-REJECT-REASON.
           UNSTRING FEED-LINE DELIMITED BY ";"
               INTO WS-F-CEP
                    WS-F-LOGRADOURO
                    WS-F-BAIRRO
                    WS-F-CIDADE
                    WS-F-UF
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-F-LOGRADOURO)
             TO WS-F-LOGRADOURO.
           MOVE FUNCTION UPPER-CASE(WS-F-BAIRRO) TO WS-F-BAIRRO.
           MOVE FUNCTION UPPER-CASE(WS-F-CIDADE) TO WS-F-CIDADE.
           MOVE FUNCTION UPPER-CASE(WS-F-UF) TO WS-F-UF.
           MOVE SPACES TO WS-CEP-DIG.
           IF WS-F-CEP(6:1) = "-"
              STRING WS-F-CEP(1:5) DELIMITED BY SIZE
                     WS-F-CEP(7:3) DELIMITED BY SIZE
                     INTO WS-CEP-DIG
              END-STRING
           ELSE
              IF WS-F-CEP(9:1) = SPACE
                 MOVE WS-F-CEP(1:8) TO WS-CEP-DIG
              END-IF
           END-IF.
           IF WS-CEP-DIG IS NOT NUMERIC
              MOVE "CEP INVALIDO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-F-CIDADE = SPACES
              MOVE "CIDADE EM BRANCO" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           IF WS-F-UF IS NOT ALPHABETIC OR WS-F-UF(2:1) = SPACE
              MOVE "UF INVALIDA" TO WS-REJECT-REASON
              GO TO LINHA-REJEITA
           END-IF.
           PERFORM GRAVA-PARA THRU GRAVA-FIM.
           GO TO LINHA-FIM.
       LINHA-REJEITA.
           PERFORM REJEITA-PARA THRU REJEITA-FIM.
       LINHA-FIM.
           EXIT.

      *WRITES A NEW CEP OR REPLACES ONE ALREADY ON FILE - AN
      *UNCHANGED CEP IS LEFT ALONE
       GRAVA-PARA.
           MOVE WS-CEP-DIG TO CP-CEP.
           READ CEP-FILE KEY IS CP-CEP
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
                   MOVE REG-CEP(9:90) TO WS-CEP-ANTES
           END-READ.
           MOVE WS-F-LOGRADOURO TO CP-LOGRADOURO.
           MOVE WS-F-BAIRRO TO CP-BAIRRO.
           MOVE WS-F-CIDADE TO CP-CIDADE.
           MOVE WS-F-UF TO CP-UF.
           IF WS-EXISTE = "S" AND REG-CEP(9:82) = WS-CEP-ANTES(1:82)
              ADD 1 TO WS-IGUAIS
              GO TO GRAVA-FIM
           END-IF.
           MOVE WS-DATA-SIS TO CP-DATA-CARGA.
           IF WS-EXISTE = "N"
              WRITE REG-CEP
                  INVALID KEY
                      MOVE "GRAVACAO FALHOU" TO WS-REJECT-REASON
                      PERFORM REJEITA-PARA THRU REJEITA-FIM
                      GO TO GRAVA-FIM
              END-WRITE
              ADD 1 TO WS-INCLUIDOS
           ELSE
              REWRITE REG-CEP
                  INVALID KEY
                      MOVE "REGRAVACAO FALHOU" TO WS-REJECT-REASON
                      PERFORM REJEITA-PARA THRU REJEITA-FIM
                      GO TO GRAVA-FIM
              END-REWRITE
              ADD 1 TO WS-ALTERADOS
           END-IF.
       GRAVA-FIM.
           EXIT.

      *ONE REJECT LINE - THE REFUSED FEED LINE PLUS ITS REASON
       REJEITA-PARA.
           ADD 1 TO WS-REJEITADOS.
           MOVE SPACES TO REJECT-LINE.
           STRING "REJEITADO [" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  FEED-LINE DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING.
           WRITE REJECT-LINE.
       REJEITA-FIM.
           EXIT.

       FECHA-PARA.
           CLOSE FEED-FILE.
           CLOSE CEP-FILE.
           CLOSE REJECT-FILE.
           DISPLAY "LINHAS LIDAS        : " WS-LIDOS.
           DISPLAY "CEPS INCLUIDOS      : " WS-INCLUIDOS.
           DISPLAY "CEPS ALTERADOS      : " WS-ALTERADOS.
           DISPLAY "CEPS SEM MUDANCA    : " WS-IGUAIS.
           DISPLAY "LINHAS REJEITADAS   : " WS-REJEITADOS.
           IF WS-REJEITADOS > ZERO
              DISPLAY "VER CEPBASE.REJ"
              MOVE 4 TO RETURN-CODE
           END-IF.
       FECHA-FIM.
           EXIT.
