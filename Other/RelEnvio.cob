      ******************************************************************
      *DESC    : Delivery register report over ENVIO.LOG - how many    *
      *        : statements (RELEXTRATO) and dunning letters           *
      *        : (CARTACOB) went out by e-mail and how many on paper,  *
      *        : why the paper ones could not go by e-mail (no address,*
      *        : bad address, bounced, refused), and how many e-mails  *
      *        : came back from the gateway (EMAILRET). The register is*
      *        : written by ENVIODOC, one line per document.           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-21                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Command line: [FROM-DATE [TO-DATE]] (CCYYMMDD), the   *
      *        : RELACESSO shape; without dates the whole register     *
      *        : counts. The bounce rate is bounces over e-mails sent  *
      *        : in the same period.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENVIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENVIO-FILE ASSIGN TO "ENVIO.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-ENV.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT ENVIODOC WRITES
       FD ENVIO-FILE.
       01 ENVIO-REC.
          02 EN-DATA           PIC 9(08).
          02 FILLER            PIC X.
          02 EN-HORA           PIC 9(06).
          02 FILLER            PIC X.
          02 EN-PROGRAMA       PIC X(08).
          02 FILLER            PIC X.
          02 EN-CODIGO         PIC 9(06).
          02 FILLER            PIC X.
          02 EN-CANAL          PIC X(01).
          02 FILLER            PIC X.
          02 EN-MOTIVO         PIC X(20).
          02 FILLER            PIC X.
          02 EN-MSGID          PIC X(24).
          02 FILLER            PIC X.
          02 EN-DESTINO        PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-ENV               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

      *COMMAND-LINE SCOPE - OPTIONAL DATE RANGE
       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-PARM1             PIC X(08) VALUE SPACES.
       01 WS-PARM2             PIC X(08) VALUE SPACES.
       01 WS-DE                PIC 9(08) VALUE ZERO.
       01 WS-ATE               PIC 9(08) VALUE 99999999.

      *PER-PROGRAM COUNTS BY CHANNEL
       01 WS-PGM-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-G                 PIC 9(02) VALUE ZERO.
       01 WS-PGM-FOUND         PIC X     VALUE "N".
       01 WS-PGM-TABLE.
          05 WS-PGM-ENTRY OCCURS 20 TIMES.
             10 WS-PGM-NOME    PIC X(08).
             10 WS-PGM-EMAIL   PIC 9(07).
             10 WS-PGM-PAPEL   PIC 9(07).
             10 WS-PGM-DEVOL   PIC 9(07).

      *PAPER DELIVERIES BY REASON
       01 WS-MOT-COUNT         PIC 9(02) VALUE ZERO.
       01 WS-M                 PIC 9(02) VALUE ZERO.
       01 WS-MOT-FOUND         PIC X     VALUE "N".
       01 WS-MOT-TABLE.
          05 WS-MOT-ENTRY OCCURS 20 TIMES.
             10 WS-MOT-NOME    PIC X(20).
             10 WS-MOT-QTD     PIC 9(07).

       01 COUNTERS.
          05 WS-LIDOS          PIC 9(07) VALUE ZERO.
          05 WS-TOT-EMAIL      PIC 9(07) VALUE ZERO.
          05 WS-TOT-PAPEL      PIC 9(07) VALUE ZERO.
          05 WS-TOT-DEVOL      PIC 9(07) VALUE ZERO.

       01 WS-PCT               PIC 9(03)V99 VALUE ZERO.
       01 WS-PCT-EDIT          PIC ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1 WS-PARM2
           END-UNSTRING.
           IF WS-PARM1 IS NUMERIC
              MOVE WS-PARM1 TO WS-DE
           END-IF.
           IF WS-PARM2 IS NUMERIC
              MOVE WS-PARM2 TO WS-ATE
           END-IF.
           DISPLAY "REGISTRO DE ENTREGAS DE " WS-DE " ATE " WS-ATE.
           PERFORM ENVIO-PARA THRU ENVIO-FIM.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

       ENVIO-PARA.
           OPEN INPUT ENVIO-FILE.
           IF FS-ENV NOT = "00"
              DISPLAY "ENVIO.LOG AUSENTE (" FS-ENV ")"
              CLOSE ENVIO-FILE
              GO TO ENVIO-FIM
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENVIO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-DATA >= WS-DE AND EN-DATA <= WS-ATE
                          ADD 1 TO WS-LIDOS
                          PERFORM CONTA-PARA THRU CONTA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENVIO-FILE.
       ENVIO-FIM.
           EXIT.

       CONTA-PARA.
           MOVE "N" TO WS-PGM-FOUND.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-PGM-COUNT OR WS-PGM-FOUND = "S"
               IF WS-PGM-NOME(WS-G) = EN-PROGRAMA
                  MOVE "S" TO WS-PGM-FOUND
               END-IF
           END-PERFORM.
           IF WS-PGM-FOUND = "S"
              SUBTRACT 1 FROM WS-G
           ELSE
              IF WS-PGM-COUNT NOT < 20
                 GO TO CONTA-FIM
              END-IF
              ADD 1 TO WS-PGM-COUNT
              MOVE WS-PGM-COUNT TO WS-G
              MOVE EN-PROGRAMA TO WS-PGM-NOME(WS-G)
              MOVE ZERO TO WS-PGM-EMAIL(WS-G)
              MOVE ZERO TO WS-PGM-PAPEL(WS-G)
              MOVE ZERO TO WS-PGM-DEVOL(WS-G)
           END-IF.
           EVALUATE EN-CANAL
              WHEN "E"
                 ADD 1 TO WS-PGM-EMAIL(WS-G)
                 ADD 1 TO WS-TOT-EMAIL
              WHEN "D"
                 ADD 1 TO WS-PGM-DEVOL(WS-G)
                 ADD 1 TO WS-TOT-DEVOL
              WHEN OTHER
                 ADD 1 TO WS-PGM-PAPEL(WS-G)
                 ADD 1 TO WS-TOT-PAPEL
                 PERFORM CONTA-MOTIVO-PARA THRU CONTA-MOTIVO-FIM
           END-EVALUATE.
       CONTA-FIM.
           EXIT.

       CONTA-MOTIVO-PARA.
           MOVE "N" TO WS-MOT-FOUND.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MOT-COUNT OR WS-MOT-FOUND = "S"
               IF WS-MOT-NOME(WS-M) = EN-MOTIVO
                  MOVE "S" TO WS-MOT-FOUND
                  ADD 1 TO WS-MOT-QTD(WS-M)
               END-IF
           END-PERFORM.
           IF WS-MOT-FOUND = "N" AND WS-MOT-COUNT < 20
              ADD 1 TO WS-MOT-COUNT
              MOVE EN-MOTIVO TO WS-MOT-NOME(WS-MOT-COUNT)
              MOVE 1 TO WS-MOT-QTD(WS-MOT-COUNT)
           END-IF.
       CONTA-MOTIVO-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-LIDOS = ZERO
              DISPLAY "NENHUMA ENTREGA REGISTRADA NO PERIODO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "PROGRAMA   E-MAIL    PAPEL  DEVOLV.".
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-PGM-COUNT
               DISPLAY WS-PGM-NOME(WS-G) " " WS-PGM-EMAIL(WS-G) " "
                       WS-PGM-PAPEL(WS-G) " " WS-PGM-DEVOL(WS-G)
           END-PERFORM.
           DISPLAY "TOTAL    " WS-TOT-EMAIL " " WS-TOT-PAPEL " "
                   WS-TOT-DEVOL.
           DISPLAY " ".
           DISPLAY "ENVIOS EM PAPEL POR MOTIVO:".
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MOT-COUNT
               DISPLAY "  " WS-MOT-NOME(WS-M) " " WS-MOT-QTD(WS-M)
           END-PERFORM.
           IF WS-TOT-EMAIL > ZERO
              COMPUTE WS-PCT ROUNDED =
                  WS-TOT-DEVOL * 100 / WS-TOT-EMAIL
              MOVE WS-PCT TO WS-PCT-EDIT
              DISPLAY " "
              DISPLAY "TAXA DE DEVOLUCAO DE E-MAIL: " WS-PCT-EDIT " PCT"
           END-IF.
       RESUMO-FIM.
           EXIT.
