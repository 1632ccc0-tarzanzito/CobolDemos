      ******************************************************************
      *DESC    : Monthly fiscal register - every nota fiscal number    *
      *        : issued or cancelled in the period, per branch and     *
      *        : series, with the invoice, value and CR-IMPOSTO, and   *
      *        : the reason of each cancellation. Written to           *
      *        : REGFISCAL.TXT for the accountant; the totals also go  *
      *        : to the console.                                       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Period (CCYYMM) from the first command-line           *
      *        : parameter, default the current month - the RELIMPOSTO *
      *        : convention. A number counts as issued in the month of *
      *        : NF-DATA and as cancelled in the month of              *
      *        : NF-DATA-CANC, so one cancelled in a later month is    *
      *        : listed in both.                                       *
      *        : NOTAFIS.DAT is read in number order and any number    *
      *        : missing between two records of the same series is     *
      *        : flagged "*** LACUNA" - NFEMITE never skips one, so a  *
      *        : flag means a series restarted by NOTAFISC or a        *
      *        : register that was tampered with.                      *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELNF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTA-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              NF-CHAVE
           FILE STATUS             FS-NF.
      *BRANCH REFERENCE FILE MAINTAINED BY FILMAINT
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.
           SELECT REG-FILE ASSIGN TO "REGFISCAL.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REG.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT NFEMITE WRITES
       FD NOTA-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NOTAFIS.DAT".
       01 REG-NOTA.
          02 NF-CHAVE.
             03 NF-FILIAL      PIC 9(02).
             03 NF-SERIE       PIC 9(03).
             03 NF-NUMERO      PIC 9(09).
          02 NF-CODIGO         PIC 9(06).
          02 NF-FATURA         PIC 9(06).
          02 NF-PARCELAS       PIC 9(02).
          02 NF-DATA           PIC 9(08).
          02 NF-VALOR          PIC 9(09)V99.
          02 NF-IMPOSTO        PIC 9(09)V99.
          02 NF-SITUACAO       PIC X(01).
             88 NF-EMITIDA     VALUE "E".
             88 NF-CANCELADA   VALUE "C".
          02 NF-PROGRAMA       PIC X(08).
          02 NF-OPERADOR       PIC X(08).
          02 NF-DATA-CANC      PIC 9(08).
          02 NF-OPER-CANC      PIC X(08).
          02 NF-MOTIVO         PIC X(40).

       FD FILIAL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REG-FILIAL.
          02 FIL-CODIGO       PIC 9(02).
          02 FIL-NOME         PIC X(30).

       FD REG-FILE.
       01 REG-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-NF                PIC X(02) VALUE SPACES.
       77 FS-FIL               PIC X(02) VALUE SPACES.
       77 FS-REG               PIC X(02) VALUE SPACES.
       77 WS-FIL-ATIVO         PIC X     VALUE "N".
       77 WS-FIL-NOME          PIC X(30) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-PARM      PIC X(06) VALUE SPACES.

      *CONTROL BREAK ON FILIAL + SERIE
       01 WS-PRIMEIRO          PIC X     VALUE "S".
       01 WS-ANT-FILIAL        PIC 9(02) VALUE ZERO.
       01 WS-ANT-SERIE         PIC 9(03) VALUE ZERO.
       01 WS-ANT-NUMERO        PIC 9(09) VALUE ZERO.
       01 WS-LAC-DE            PIC 9(09) VALUE ZERO.
       01 WS-LAC-ATE           PIC 9(09) VALUE ZERO.
       01 WS-EMITIDA-MES       PIC X     VALUE "N".
       01 WS-CANCELADA-MES     PIC X     VALUE "N".

      *PER SERIES AND GRAND TOTALS
       01 WS-GRP-TOTAIS.
          05 WS-GRP-EMIT       PIC 9(07) VALUE ZERO.
          05 WS-GRP-EMIT-VAL   PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-EMIT-IMP   PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-CANC       PIC 9(07) VALUE ZERO.
          05 WS-GRP-CANC-VAL   PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-CANC-IMP   PIC 9(11)V99 VALUE ZERO.
          05 WS-GRP-LACUNAS    PIC 9(07) VALUE ZERO.
       01 WS-TOT-TOTAIS.
          05 WS-TOT-EMIT       PIC 9(07) VALUE ZERO.
          05 WS-TOT-EMIT-VAL   PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-EMIT-IMP   PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-CANC       PIC 9(07) VALUE ZERO.
          05 WS-TOT-CANC-VAL   PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-CANC-IMP   PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-LACUNAS    PIC 9(07) VALUE ZERO.
       01 WS-SERIES            PIC 9(05) VALUE ZERO.

       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT2             PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-SIT-TXT           PIC X(09) VALUE SPACES.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "RELNF".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "REGFISCAL.TXT".
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
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.
           IF WS-PERIODO-PARM IS NUMERIC
              AND WS-PERIODO-PARM NOT = SPACES
              MOVE WS-PERIODO-PARM TO WS-PERIODO
           ELSE
              ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           OPEN INPUT NOTA-FILE.
           IF FS-NF NOT = "00"
              DISPLAY "NOTAFIS.DAT OPEN FAILED: " FS-NF
              GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT REG-FILE.
           IF FS-REG NOT = "00"
              DISPLAY "REGFISCAL.TXT OPEN FAILED: " FS-REG
              CLOSE NOTA-FILE
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL = "00"
              MOVE "S" TO WS-FIL-ATIVO
           END-IF.
           DISPLAY "REGISTRO FISCAL - PERIODO " WS-PERIODO.
           MOVE SPACES TO REG-LINE.
           STRING "REGISTRO DE NOTAS FISCAIS EMITIDAS E CANCELADAS - "
                  DELIMITED BY SIZE
                  "PERIODO " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ NOTA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-NOTA-PARA THRU TRATA-NOTA-FIM
               END-READ
           END-PERFORM.
           IF WS-PRIMEIRO = "N"
              PERFORM FIM-SERIE-PARA THRU FIM-SERIE-FIM
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE REGISTER RECORD - THE BREAK AND GAP CHECK RUN OVER EVERY
      *RECORD, THE LISTING ONLY OVER THE PERIOD'S
       TRATA-NOTA-PARA.
           IF WS-PRIMEIRO = "S"
              OR NF-FILIAL NOT = WS-ANT-FILIAL
              OR NF-SERIE NOT = WS-ANT-SERIE
              IF WS-PRIMEIRO = "N"
                 PERFORM FIM-SERIE-PARA THRU FIM-SERIE-FIM
              END-IF
              PERFORM INICIO-SERIE-PARA THRU INICIO-SERIE-FIM
           ELSE
              IF NF-NUMERO NOT = WS-ANT-NUMERO + 1
                 PERFORM LACUNA-PARA THRU LACUNA-FIM
              END-IF
           END-IF.
           MOVE NF-NUMERO TO WS-ANT-NUMERO.
           MOVE "N" TO WS-EMITIDA-MES.
           MOVE "N" TO WS-CANCELADA-MES.
           IF NF-DATA(1:6) = WS-PERIODO
              MOVE "S" TO WS-EMITIDA-MES
              ADD 1 TO WS-GRP-EMIT
              ADD NF-VALOR TO WS-GRP-EMIT-VAL
              ADD NF-IMPOSTO TO WS-GRP-EMIT-IMP
           END-IF.
           IF NF-CANCELADA AND NF-DATA-CANC(1:6) = WS-PERIODO
              MOVE "S" TO WS-CANCELADA-MES
              ADD 1 TO WS-GRP-CANC
              ADD NF-VALOR TO WS-GRP-CANC-VAL
              ADD NF-IMPOSTO TO WS-GRP-CANC-IMP
           END-IF.
           IF WS-EMITIDA-MES = "N" AND WS-CANCELADA-MES = "N"
              GO TO TRATA-NOTA-FIM
           END-IF.
           IF NF-CANCELADA
              MOVE "CANCELADA" TO WS-SIT-TXT
           ELSE
              MOVE "EMITIDA" TO WS-SIT-TXT
           END-IF.
           MOVE NF-VALOR TO WS-EDIT.
           MOVE NF-IMPOSTO TO WS-EDIT2.
           MOVE SPACES TO REG-LINE.
           STRING "  " DELIMITED BY SIZE
                  NF-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NF-DATA DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  NF-CODIGO DELIMITED BY SIZE
                  " FATURA " DELIMITED BY SIZE
                  NF-FATURA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  NF-PARCELAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIT-TXT DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           IF NF-CANCELADA
              MOVE SPACES TO REG-LINE
              STRING "      CANCELADA EM " DELIMITED BY SIZE
                     NF-DATA-CANC DELIMITED BY SIZE
                     " POR " DELIMITED BY SIZE
                     NF-OPER-CANC DELIMITED BY SIZE
                     " MOTIVO: " DELIMITED BY SIZE
                     NF-MOTIVO DELIMITED BY SIZE
                     INTO REG-LINE
              END-STRING
              WRITE REG-LINE
           END-IF.
       TRATA-NOTA-FIM.
           EXIT.

       INICIO-SERIE-PARA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE NF-FILIAL TO WS-ANT-FILIAL.
           MOVE NF-SERIE TO WS-ANT-SERIE.
           INITIALIZE WS-GRP-TOTAIS.
           ADD 1 TO WS-SERIES.
           MOVE SPACES TO WS-FIL-NOME.
           IF NF-FILIAL = ZERO
              MOVE "MATRIZ" TO WS-FIL-NOME
           END-IF.
           IF WS-FIL-ATIVO = "S" AND NF-FILIAL NOT = ZERO
              MOVE NF-FILIAL TO FIL-CODIGO
              READ FILIAL-FILE KEY IS FIL-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FIL-NOME TO WS-FIL-NOME
              END-READ
           END-IF.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           STRING "FILIAL " DELIMITED BY SIZE
                  NF-FILIAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIL-NOME DELIMITED BY SIZE
                  " SERIE " DELIMITED BY SIZE
                  NF-SERIE DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           MOVE "  NUMERO    DATA     CLIENTE        FATURA/PC"
                TO REG-LINE.
           MOVE "VALOR           IMPOSTO SITUACAO" TO REG-LINE(56:33).
           WRITE REG-LINE.
       INICIO-SERIE-FIM.
           EXIT.

      *NUMBERS MISSING BETWEEN THE LAST RECORD AND THIS ONE
       LACUNA-PARA.
           ADD 1 TO WS-GRP-LACUNAS.
           COMPUTE WS-LAC-DE = WS-ANT-NUMERO + 1.
           COMPUTE WS-LAC-ATE = NF-NUMERO - 1.
           MOVE SPACES TO REG-LINE.
           STRING "  *** LACUNA: NUMEROS " DELIMITED BY SIZE
                  WS-LAC-DE DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-LAC-ATE DELIMITED BY SIZE
                  " SEM REGISTRO" DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
       LACUNA-FIM.
           EXIT.

       FIM-SERIE-PARA.
           MOVE WS-GRP-EMIT-VAL TO WS-EDIT.
           MOVE WS-GRP-EMIT-IMP TO WS-EDIT2.
           MOVE SPACES TO REG-LINE.
           STRING "  EMITIDAS   " DELIMITED BY SIZE
                  WS-GRP-EMIT DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " IMPOSTO " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           MOVE WS-GRP-CANC-VAL TO WS-EDIT.
           MOVE WS-GRP-CANC-IMP TO WS-EDIT2.
           MOVE SPACES TO REG-LINE.
           STRING "  CANCELADAS " DELIMITED BY SIZE
                  WS-GRP-CANC DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " IMPOSTO " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           IF WS-GRP-LACUNAS > ZERO
              MOVE SPACES TO REG-LINE
              STRING "  *** LACUNAS NA SERIE: " DELIMITED BY SIZE
                     WS-GRP-LACUNAS DELIMITED BY SIZE
                     INTO REG-LINE
              END-STRING
              WRITE REG-LINE
           END-IF.
           DISPLAY "FILIAL " WS-ANT-FILIAL " SERIE " WS-ANT-SERIE
                   " EMITIDAS " WS-GRP-EMIT " CANCELADAS " WS-GRP-CANC
                   " LACUNAS " WS-GRP-LACUNAS.
           ADD WS-GRP-EMIT TO WS-TOT-EMIT.
           ADD WS-GRP-EMIT-VAL TO WS-TOT-EMIT-VAL.
           ADD WS-GRP-EMIT-IMP TO WS-TOT-EMIT-IMP.
           ADD WS-GRP-CANC TO WS-TOT-CANC.
           ADD WS-GRP-CANC-VAL TO WS-TOT-CANC-VAL.
           ADD WS-GRP-CANC-IMP TO WS-TOT-CANC-IMP.
           ADD WS-GRP-LACUNAS TO WS-TOT-LACUNAS.
       FIM-SERIE-FIM.
           EXIT.

       CLOSE-PARA.
           MOVE SPACES TO REG-LINE.
           WRITE REG-LINE.
           MOVE WS-TOT-EMIT-VAL TO WS-EDIT.
           MOVE WS-TOT-EMIT-IMP TO WS-EDIT2.
           STRING "TOTAL EMITIDAS   " DELIMITED BY SIZE
                  WS-TOT-EMIT DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " IMPOSTO " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           DISPLAY " ".
           DISPLAY "SERIES NO REGISTRO  : " WS-SERIES.
           DISPLAY "NOTAS EMITIDAS      : " WS-TOT-EMIT.
           DISPLAY "  VALOR             : " WS-EDIT.
           DISPLAY "  IMPOSTO           : " WS-EDIT2.
           MOVE WS-TOT-CANC-VAL TO WS-EDIT.
           MOVE WS-TOT-CANC-IMP TO WS-EDIT2.
           MOVE SPACES TO REG-LINE.
           STRING "TOTAL CANCELADAS " DELIMITED BY SIZE
                  WS-TOT-CANC DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-EDIT DELIMITED BY SIZE
                  " IMPOSTO " DELIMITED BY SIZE
                  WS-EDIT2 DELIMITED BY SIZE
                  INTO REG-LINE
           END-STRING.
           WRITE REG-LINE.
           DISPLAY "NOTAS CANCELADAS    : " WS-TOT-CANC.
           DISPLAY "  VALOR             : " WS-EDIT.
           DISPLAY "  IMPOSTO           : " WS-EDIT2.
           IF WS-TOT-LACUNAS > ZERO
              MOVE SPACES TO REG-LINE
              STRING "*** LACUNAS NO REGISTRO: " DELIMITED BY SIZE
                     WS-TOT-LACUNAS DELIMITED BY SIZE
                     INTO REG-LINE
              END-STRING
              WRITE REG-LINE
              DISPLAY "*** LACUNAS NO REGISTRO: " WS-TOT-LACUNAS
           END-IF.
           CLOSE NOTA-FILE.
           CLOSE REG-FILE.
           MOVE WS-PERIODO TO WS-CAT-PERIODO.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           IF WS-FIL-ATIVO = "S"
              CLOSE FILIAL-FILE
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.

       EXIT-PARA.
           EXIT PROGRAM.
