      ******************************************************************
      *DESC    : Report archive inquiry and reprint over the catalog   *
      *        : RELCAT.DAT that RELCAT fills as each report program   *
      *        : finishes - lists the archived copies of a program's   *
      *        : reports by run date, sends one of them to the print   *
      *        : spool IMPRESSAO.SPL again under a REIMPRESSAO banner, *
      *        : shows the retention set per report program in         *
      *        : RELRET.TAB and purges the copies past their expiry    *
      *        : date. Console style, like PeriodoMaint.cob.           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Any operator may list and reprint; every reprint is   *
      *        : counted on the catalog entry with the operator and    *
      *        : date of the last one. Purging is supervisor only: the *
      *        : copy is deleted and the entry kept, marked E, so the  *
      *        : catalog still shows that the report was produced.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELARQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              RC-CHAVE
           FILE STATUS             FS-CAT.
           SELECT OPTIONAL COPIA-FILE ASSIGN DYNAMIC WS-COPIA-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-COP.
           SELECT OPTIONAL SPOOL-FILE ASSIGN TO "IMPRESSAO.SPL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-SPL.
           SELECT OPTIONAL RET-FILE ASSIGN TO "RELRET.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-RET.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT RELCAT MAINTAINS
       FD CATALOGO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "RELCAT.DAT".
       01 REG-CATALOGO.
          02 RC-CHAVE.
             03 RC-PROGRAMA    PIC X(08).
             03 RC-DATA        PIC 9(08).
             03 RC-HORA        PIC 9(06).
             03 RC-SEQ         PIC 9(02).
          02 RC-ARQUIVO        PIC X(30).
          02 RC-COPIA          PIC X(60).
          02 RC-PERIODO        PIC X(06).
          02 RC-PAGINAS        PIC 9(05).
          02 RC-LINHAS         PIC 9(07).
          02 RC-OPERADOR       PIC X(08).
          02 RC-EXPIRA         PIC 9(08).
          02 RC-STATUS         PIC X(01).
             88 RC-NO-DISCO    VALUE "A".
             88 RC-EXPURGADO   VALUE "E".
          02 RC-REIMP          PIC 9(03).
          02 RC-REIMP-DATA     PIC 9(08).
          02 RC-REIMP-OPER     PIC X(08).

       FD COPIA-FILE.
       01 COPIA-LINE           PIC X(250).

      *PRINT SPOOL PICKED UP BY THE PRINT SERVER - APPENDED TO
       FD SPOOL-FILE.
       01 SPOOL-LINE           PIC X(250).

       FD RET-FILE.
       01 RET-LINE             PIC X(40).

       WORKING-STORAGE SECTION.
       77 FS-CAT              PIC X(02) VALUE SPACES.
       77 FS-COP              PIC X(02) VALUE SPACES.
       77 FS-SPL              PIC X(02) VALUE SPACES.
       77 FS-RET              PIC X(02) VALUE SPACES.
       77 WS-FUNC             PIC 9     VALUE ZERO.
       77 WS-CONF             PIC X     VALUE SPACE.
       77 WS-EOF              PIC X     VALUE "N".
       77 WS-EOF-COP          PIC X     VALUE "N".
       77 WS-ACHADOS          PIC 9(05) VALUE ZERO.
       77 WS-EXPURGADOS       PIC 9(05) VALUE ZERO.
       77 WS-LINHAS           PIC 9(07) VALUE ZERO.

      *SIGN-ON FIELDS
       77 WS-OPERADOR         PIC X(08) VALUE SPACES.
       77 WS-NIVEL            PIC X     VALUE SPACE.
       77 WS-SIGNON-OK        PIC X     VALUE "N".

       01 WS-DATA-SIS         PIC 9(08) VALUE ZERO.

      *SELECTION KEYED IN FOR THE LIST AND THE REPRINT
       01 WS-SEL-PROGRAMA     PIC X(08) VALUE SPACES.
       01 WS-SEL-DATA-INI     PIC 9(08) VALUE ZERO.
       01 WS-SEL-DATA-FIM     PIC 9(08) VALUE ZERO.

       01 WS-COPIA-NOME       PIC X(60) VALUE SPACES.
       01 WS-DELETE-NAME      PIC X(60) VALUE SPACES.
       01 WS-DELETE-RC        PIC S9(09) COMP VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "ARQUIVO DE RELATORIOS - OPERADOR " WS-OPERADOR.

       TELA.
           DISPLAY "1-LISTAR  2-REIMPRIMIR  3-RETENCAO  "
                   "4-EXPURGAR VENCIDOS  5-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
                 PERFORM LISTA-PARA THRU LISTA-FIM
              WHEN 2
                 PERFORM REIMPRIME-PARA THRU REIMPRIME-FIM
              WHEN 3
                 PERFORM RETENCAO-PARA THRU RETENCAO-FIM
              WHEN 4
                 PERFORM EXPURGO-PARA THRU EXPURGO-FIM
              WHEN 5
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-EVALUATE.
           GO TO TELA.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE - ANY OPERATOR;
      *THE LEVEL IS KEPT FOR THE PURGE
       SIGNON-PARA.
           MOVE SPACE TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SIGNON-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
              MOVE WS-OPS-NIVEL TO WS-NIVEL
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
       SIGNON-FIM.
           EXIT.

      *ONE PROGRAM'S ARCHIVED REPORTS (BLANK = EVERY PROGRAM) BETWEEN
      *TWO RUN DATES (ZERO = NO LIMIT)
       LISTA-PARA.
           PERFORM PEDE-PROGRAMA-PARA THRU PEDE-PROGRAMA-FIM.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = TODAS):".
           MOVE ZERO TO WS-SEL-DATA-INI.
           ACCEPT WS-SEL-DATA-INI FROM CONSOLE.
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = TODAS):".
           MOVE ZERO TO WS-SEL-DATA-FIM.
           ACCEPT WS-SEL-DATA-FIM FROM CONSOLE.
           IF WS-SEL-DATA-FIM = ZERO
              MOVE 99999999 TO WS-SEL-DATA-FIM
           END-IF.
           OPEN INPUT CATALOGO-FILE.
           IF FS-CAT NOT = "00"
              CLOSE CATALOGO-FILE
              DISPLAY "NENHUM RELATORIO ARQUIVADO"
              GO TO LISTA-FIM
           END-IF.
           MOVE ZERO TO WS-ACHADOS.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO RC-CHAVE.
           IF WS-SEL-PROGRAMA NOT = SPACES
              MOVE WS-SEL-PROGRAMA TO RC-PROGRAMA
           END-IF.
           START CATALOGO-FILE KEY IS NOT LESS RC-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           DISPLAY "PROGRAMA DATA     HORA   SQ PERIODO PAGS  LINHAS"
                   "  OPERADOR EXPIRA   S REIMP".
           PERFORM UNTIL WS-EOF = "S"
               READ CATALOGO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM LISTA-LINHA-PARA THRU LISTA-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE CATALOGO-FILE.
           DISPLAY WS-ACHADOS " RELATORIO(S) NO ARQUIVO".
       LISTA-FIM.
           EXIT.

       LISTA-LINHA-PARA.
           IF WS-SEL-PROGRAMA NOT = SPACES
              AND RC-PROGRAMA NOT = WS-SEL-PROGRAMA
              MOVE "S" TO WS-EOF
              GO TO LISTA-LINHA-FIM
           END-IF.
           IF RC-DATA < WS-SEL-DATA-INI OR RC-DATA > WS-SEL-DATA-FIM
              GO TO LISTA-LINHA-FIM
           END-IF.
           ADD 1 TO WS-ACHADOS.
           DISPLAY RC-PROGRAMA " " RC-DATA " " RC-HORA " " RC-SEQ
                   " " RC-PERIODO "  " RC-PAGINAS " " RC-LINHAS
                   " " RC-OPERADOR " " RC-EXPIRA " " RC-STATUS
                   " " RC-REIMP.
       LISTA-LINHA-FIM.
           EXIT.

       PEDE-PROGRAMA-PARA.
           DISPLAY "PROGRAMA (EM BRANCO = TODOS):".
           MOVE SPACES TO WS-SEL-PROGRAMA.
           ACCEPT WS-SEL-PROGRAMA FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-SEL-PROGRAMA)
             TO WS-SEL-PROGRAMA.
       PEDE-PROGRAMA-FIM.
           EXIT.

      *ONE CATALOG ENTRY, NAMED BY PROGRAM, DATE, TIME AND SEQUENCE
      *AS THE LIST SHOWS THEM, APPENDED TO THE PRINT SPOOL UNDER A
      *BANNER THAT SAYS WHAT IT IS AND WHO ASKED FOR IT AGAIN
       REIMPRIME-PARA.
           DISPLAY "PROGRAMA:".
           MOVE SPACES TO RC-PROGRAMA.
           ACCEPT RC-PROGRAMA FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(RC-PROGRAMA) TO RC-PROGRAMA.
           DISPLAY "DATA (AAAAMMDD):".
           MOVE ZERO TO RC-DATA.
           ACCEPT RC-DATA FROM CONSOLE.
           DISPLAY "HORA (HHMMSS):".
           MOVE ZERO TO RC-HORA.
           ACCEPT RC-HORA FROM CONSOLE.
           DISPLAY "SEQUENCIA (EM BRANCO = 01):".
           MOVE ZERO TO RC-SEQ.
           ACCEPT RC-SEQ FROM CONSOLE.
           IF RC-SEQ = ZERO
              MOVE 1 TO RC-SEQ
           END-IF.
           OPEN I-O CATALOGO-FILE.
           IF FS-CAT NOT = "00"
              CLOSE CATALOGO-FILE
              DISPLAY "NENHUM RELATORIO ARQUIVADO"
              GO TO REIMPRIME-FIM
           END-IF.
           READ CATALOGO-FILE KEY IS RC-CHAVE
              INVALID KEY
                 DISPLAY "RELATORIO NAO ENCONTRADO NO ARQUIVO"
                 CLOSE CATALOGO-FILE
                 GO TO REIMPRIME-FIM
           END-READ.
           IF RC-EXPURGADO
              DISPLAY "COPIA JA EXPURGADA (RETENCAO VENCIDA EM "
                      RC-EXPIRA ")"
              CLOSE CATALOGO-FILE
              GO TO REIMPRIME-FIM
           END-IF.
           MOVE RC-COPIA TO WS-COPIA-NOME.
           OPEN INPUT COPIA-FILE.
           IF FS-COP NOT = "00"
              CLOSE COPIA-FILE
              DISPLAY WS-COPIA-NOME " NAO ENCONTRADO: " FS-COP
              CLOSE CATALOGO-FILE
              GO TO REIMPRIME-FIM
           END-IF.
           OPEN EXTEND SPOOL-FILE.
           IF FS-SPL NOT = "00" AND FS-SPL NOT = "05"
              DISPLAY "IMPRESSAO.SPL OPEN FAILED: " FS-SPL
              CLOSE COPIA-FILE
              CLOSE CATALOGO-FILE
              GO TO REIMPRIME-FIM
           END-IF.
           PERFORM BANNER-PARA THRU BANNER-FIM.
           MOVE ZERO TO WS-LINHAS.
           MOVE "N" TO WS-EOF-COP.
           PERFORM UNTIL WS-EOF-COP = "S"
               READ COPIA-FILE
                   AT END
                       MOVE "S" TO WS-EOF-COP
                   NOT AT END
                       WRITE SPOOL-LINE FROM COPIA-LINE
                       ADD 1 TO WS-LINHAS
               END-READ
           END-PERFORM.
           CLOSE COPIA-FILE.
           CLOSE SPOOL-FILE.
           ADD 1 TO RC-REIMP.
           MOVE WS-DATA-SIS TO RC-REIMP-DATA.
           MOVE WS-OPERADOR TO RC-REIMP-OPER.
           REWRITE REG-CATALOGO
              INVALID KEY
                 DISPLAY "REIMPRESSAO NAO ANOTADA NO CATALOGO"
           END-REWRITE.
           CLOSE CATALOGO-FILE.
           DISPLAY WS-LINHAS " LINHA(S) ENVIADA(S) PARA IMPRESSAO.SPL".
       REIMPRIME-FIM.
           EXIT.

       BANNER-PARA.
           MOVE ALL "*" TO SPOOL-LINE(1:80).
           WRITE SPOOL-LINE.
           MOVE SPACES TO SPOOL-LINE.
           STRING "REIMPRESSAO DE " DELIMITED BY SIZE
                  RC-ARQUIVO DELIMITED BY SPACE
                  " - PROGRAMA " DELIMITED BY SIZE
                  RC-PROGRAMA DELIMITED BY SPACE
                  " EMITIDO EM " DELIMITED BY SIZE
                  RC-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-HORA DELIMITED BY SIZE
                  " PERIODO " DELIMITED BY SIZE
                  RC-PERIODO DELIMITED BY SIZE
                  INTO SPOOL-LINE
           END-STRING.
           WRITE SPOOL-LINE.
           MOVE SPACES TO SPOOL-LINE.
           STRING "SOLICITADA POR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SPACE
                  " EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " - COPIA ARQUIVADA " DELIMITED BY SIZE
                  RC-COPIA DELIMITED BY SPACE
                  INTO SPOOL-LINE
           END-STRING.
           WRITE SPOOL-LINE.
           MOVE ALL "*" TO SPOOL-LINE(1:80).
           WRITE SPOOL-LINE.
       BANNER-FIM.
           EXIT.

      *THE RETENTION TABLE AS RELCAT APPLIES IT
       RETENCAO-PARA.
           OPEN INPUT RET-FILE.
           IF FS-RET NOT = "00"
              CLOSE RET-FILE
              DISPLAY "RELRET.TAB AUSENTE - TODOS OS RELATORIOS "
                      "FICAM 365 DIAS"
              GO TO RETENCAO-FIM
           END-IF.
           DISPLAY "PROGRAMA;DIAS  (* = DEMAIS, 0 = PERMANENTE)".
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ RET-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       DISPLAY RET-LINE
               END-READ
           END-PERFORM.
           CLOSE RET-FILE.
       RETENCAO-FIM.
           EXIT.

      *DELETES EVERY COPY PAST ITS EXPIRY DATE - THE ENTRY STAYS,
      *MARKED E, AS THE RECORD THAT THE REPORT WAS PRODUCED
       EXPURGO-PARA.
           IF WS-NIVEL NOT = "S"
              DISPLAY "EXPURGO RESERVADO AO SUPERVISOR"
              GO TO EXPURGO-FIM
           END-IF.
           DISPLAY "EXPURGAR AS COPIAS VENCIDAS ATE " WS-DATA-SIS
                   " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              GO TO EXPURGO-FIM
           END-IF.
           OPEN I-O CATALOGO-FILE.
           IF FS-CAT NOT = "00"
              CLOSE CATALOGO-FILE
              DISPLAY "NENHUM RELATORIO ARQUIVADO"
              GO TO EXPURGO-FIM
           END-IF.
           MOVE ZERO TO WS-EXPURGADOS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ CATALOGO-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF RC-NO-DISCO AND RC-EXPIRA < WS-DATA-SIS
                          PERFORM EXPURGA-UM-PARA THRU EXPURGA-UM-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATALOGO-FILE.
           DISPLAY WS-EXPURGADOS " COPIA(S) EXPURGADA(S)".
       EXPURGO-FIM.
           EXIT.

       EXPURGA-UM-PARA.
           MOVE RC-COPIA TO WS-DELETE-NAME.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
               RETURNING WS-DELETE-RC.
           IF WS-DELETE-RC NOT = ZERO
              DISPLAY "EXCLUSAO FALHOU PARA " WS-DELETE-NAME
                      " RC=" WS-DELETE-RC " - MARCADO MESMO ASSIM"
           END-IF.
           MOVE "E" TO RC-STATUS.
           REWRITE REG-CATALOGO
              INVALID KEY
                 DISPLAY "ENTRADA NAO ATUALIZADA: " RC-CHAVE
           END-REWRITE.
           ADD 1 TO WS-EXPURGADOS.
       EXPURGA-UM-FIM.
           EXIT.

       FIM.
           STOP RUN.
