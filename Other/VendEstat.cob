      ******************************************************************
      *DESC    : Month-end sales statistics - VENDAS.REG only ever     *
      *        : grows and COMISSUM.DAT is rebuilt every run, so the   *
      *        : question "how did a city sell this quarter against    *
      *        : last year" had no answer. This totals the accepted    *
      *        : sales and returns of one period from the ACEITA:      *
      *        : lines SalesBatch leaves on VENDAS.REG into the        *
      *        : statistics file VENDEST.DAT, keyed by period and      *
      *        : dimension: client (C), FD-CIDADE (M), FD-FILIAL (F)   *
      *        : and salesperson (V), plus the period total (T).       *
      *        : RELVEST compares the periods.                         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Period (CCYYMM) from the first command-line           *
      *        : parameter, default the current month; a period after  *
      *        : the current month is refused. The T record is written *
      *        : last and closes the period: once it exists the period *
      *        : is never recomputed, so a later reorganization of     *
      *        : VENDAS.REG cannot change it. A run that died before   *
      *        : the T record left a partial period, which the next    *
      *        : run deletes and rebuilds. City and branch are taken   *
      *        : from ARQCLI.DAT as they stand on the run day; a       *
      *        : client no longer on file is counted under "NAO        *
      *        : CADASTRADO" and branch 00.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDEST.

      *NO DECIMAL-POINT IS COMMA - THE ACEITA: VALUE CARRIES A PERIOD
      *DECIMAL AND IS READ WITH NUMVAL, AS IN GLINTF
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTER-FILE ASSIGN TO "VENDAS.REG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REG.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.
           SELECT OPTIONAL EST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              ES-CHAVE
           FILE STATUS             FS-EST.

       DATA DIVISION.
       FILE SECTION.
      *SAME REGISTER SalesBatch WRITES
       FD REGISTER-FILE.
       01 REGISTER-LINE         PIC X(80).

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-NOME          PIC X(30).
          02 FD-END           PIC X(30).
          02 FD-BAIRRO        PIC X(20).
          02 FD-CIDADE        PIC X(20).
          02 FD-CEP           PIC X(09).
          02 FD-CREATED-DATE      PIC 9(08).
          02 FD-LAST-UPDATED-DATE PIC 9(08).
          02 FD-STATUS        PIC X(01).
             88 FD-INATIVO    VALUE "I".
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
             88 FD-DOC-CPF    VALUE "F".
             88 FD-DOC-CNPJ   VALUE "J".
          02 FD-CPF-CNPJ      PIC X(14).

      *ONE RECORD PER PERIOD, DIMENSION AND DIMENSION VALUE - THE
      *NET OF A LINE IS ES-VENDAS-VALOR LESS ES-DEVOL-VALOR
       FD EST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "VENDEST.DAT".
       01 REG-EST.
          02 ES-CHAVE.
             03 ES-PERIODO     PIC 9(06).
             03 ES-DIMENSAO    PIC X(01).
                88 ES-DIM-CLIENTE  VALUE "C".
                88 ES-DIM-CIDADE   VALUE "M".
                88 ES-DIM-FILIAL   VALUE "F".
                88 ES-DIM-VENDEDOR VALUE "V".
                88 ES-DIM-TOTAL    VALUE "T".
             03 ES-CHAVE-DIM   PIC X(20).
          02 ES-VENDAS-QTD     PIC 9(07).
          02 ES-VENDAS-VALOR   PIC 9(11)V99.
          02 ES-DEVOL-QTD      PIC 9(07).
          02 ES-DEVOL-VALOR    PIC 9(11)V99.
          02 ES-DATA-GER       PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-REG               PIC X(02) VALUE SPACES.
       77 FS-CLI               PIC X(02) VALUE SPACES.
       77 FS-EST               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-FECHADO           PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-PERIODO           PIC 9(06) VALUE ZERO.
       01 WS-PERIODO-PARM      PIC X(06) VALUE SPACES.

      *FIELDS OF ONE ACEITA: LINE (POSITIONS AS SalesBatch WRITES)
       01 WS-AC-TIPO           PIC X(01) VALUE SPACE.
       01 WS-AC-DATA           PIC X(08) VALUE SPACES.
       01 WS-AC-VENDEDOR       PIC X(05) VALUE SPACES.
       01 WS-AC-CLIENTE        PIC X(06) VALUE SPACES.
       01 WS-AC-VALOR-TXT      PIC X(10) VALUE SPACES.
       01 WS-AC-VALOR          PIC 9(11)V99 VALUE ZERO.
       01 WS-AC-CIDADE         PIC X(20) VALUE SPACES.
       01 WS-AC-FILIAL         PIC 9(02) VALUE ZERO.

      *KEY BEING ACCUMULATED BY ACUMULA-PARA
       01 WS-DIM               PIC X(01) VALUE SPACE.
       01 WS-DIM-CHAVE         PIC X(20) VALUE SPACES.

      *PERIOD TOTAL, WRITTEN AS THE T RECORD ONLY AT THE END
       01 WS-TOT-VENDAS-QTD    PIC 9(07) VALUE ZERO.
       01 WS-TOT-VENDAS-VALOR  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-DEVOL-QTD     PIC 9(07) VALUE ZERO.
       01 WS-TOT-DEVOL-VALOR   PIC 9(11)V99 VALUE ZERO.

       01 WS-LIDAS             PIC 9(07) VALUE ZERO.
       01 WS-ACEITAS           PIC 9(07) VALUE ZERO.
       01 WS-FORA-PERIODO      PIC 9(07) VALUE ZERO.
       01 WS-INVALIDAS         PIC 9(05) VALUE ZERO.
       01 WS-SEM-CADASTRO      PIC 9(05) VALUE ZERO.
       01 WS-REMOVIDOS         PIC 9(05) VALUE ZERO.
       01 WS-GRAVADOS          PIC 9(07) VALUE ZERO.
       01 WS-EDIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *RUN-LOG FIELDS - THE MONTH-END RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "VENDEST".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM PERIODO-PARA THRU PERIODO-EXIT-PARA.
           IF WS-PERIODO = ZERO
              MOVE 8 TO WS-RC
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           PERFORM ABRE-PARA THRU ABRE-EXIT-PARA.
           IF WS-RC NOT = ZERO
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           PERFORM VERIFICA-PARA THRU VERIFICA-EXIT-PARA.
           IF WS-FECHADO = "S"
              CLOSE EST-FILE ARQCLI REGISTER-FILE
              MOVE 4 TO WS-RC
              PERFORM LOG-PARA THRU LOG-EXIT-PARA
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ REGISTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LINHA-PARA THRU LINHA-EXIT-PARA
               END-READ
           END-PERFORM.
           PERFORM FECHA-PARA THRU FECHA-EXIT-PARA.
           CLOSE EST-FILE ARQCLI REGISTER-FILE.
           PERFORM CONTROLE-PARA THRU CONTROLE-EXIT-PARA.
           PERFORM LOG-PARA THRU LOG-EXIT-PARA.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       PERIODO-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PERIODO-PARM FROM COMMAND-LINE.
           IF WS-PERIODO-PARM IS NUMERIC
              AND WS-PERIODO-PARM NOT = SPACES
              MOVE WS-PERIODO-PARM TO WS-PERIODO
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PERIODO(5:2) < "01" OR WS-PERIODO(5:2) > "12"
              DISPLAY "PERIODO INVALIDO: " WS-PERIODO
              MOVE ZERO TO WS-PERIODO
              GO TO PERIODO-EXIT-PARA
           END-IF.
           IF WS-PERIODO > WS-DATA-SIS(1:6)
              DISPLAY "PERIODO FUTURO RECUSADO: " WS-PERIODO
              MOVE ZERO TO WS-PERIODO
              GO TO PERIODO-EXIT-PARA
           END-IF.
           DISPLAY "ESTATISTICA DE VENDAS DO PERIODO " WS-PERIODO.
       PERIODO-EXIT-PARA.
           EXIT.

       ABRE-PARA.
           OPEN INPUT REGISTER-FILE.
           IF FS-REG NOT = "00"
              DISPLAY "VENDAS.REG AUSENTE - NADA A TOTALIZAR"
              CLOSE REGISTER-FILE
              MOVE 8 TO WS-RC
              GO TO ABRE-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS-CLI NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS-CLI
              CLOSE REGISTER-FILE
              MOVE 8 TO WS-RC
              GO TO ABRE-EXIT-PARA
           END-IF.
           OPEN I-O EST-FILE.
           IF FS-EST = "35" OR FS-EST = "05"
              CLOSE EST-FILE
              OPEN OUTPUT EST-FILE
              CLOSE EST-FILE
              OPEN I-O EST-FILE
           END-IF.
           IF FS-EST NOT = "00"
              DISPLAY "VENDEST.DAT OPEN FAILED: " FS-EST
              CLOSE REGISTER-FILE ARQCLI
              MOVE 8 TO WS-RC
           END-IF.
       ABRE-EXIT-PARA.
           EXIT.

      *A PERIOD WITH ITS T RECORD IS CLOSED AND STAYS AS WRITTEN.
      *WITHOUT IT, WHATEVER A DIED RUN LEFT FOR THE PERIOD IS
      *DELETED SO THE TOTALS ARE NEVER ADDED TWICE
       VERIFICA-PARA.
           MOVE WS-PERIODO TO ES-PERIODO.
           MOVE "T" TO ES-DIMENSAO.
           MOVE SPACES TO ES-CHAVE-DIM.
           READ EST-FILE KEY IS ES-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO WS-FECHADO
                 DISPLAY "PERIODO " WS-PERIODO " JA GRAVADO EM "
                         ES-DATA-GER " - MANTIDO COMO ESTA"
                 GO TO VERIFICA-EXIT-PARA
           END-READ.
           MOVE WS-PERIODO TO ES-PERIODO.
           MOVE LOW-VALUES TO ES-DIMENSAO ES-CHAVE-DIM.
           START EST-FILE KEY IS NOT LESS THAN ES-CHAVE
              INVALID KEY
                 GO TO VERIFICA-EXIT-PARA
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ES-PERIODO NOT = WS-PERIODO
                          MOVE "Y" TO WS-EOF
                       ELSE
                          DELETE EST-FILE RECORD
                          ADD 1 TO WS-REMOVIDOS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF.
           IF WS-REMOVIDOS > ZERO
              DISPLAY "PERIODO INCOMPLETO DE RODADA ANTERIOR - "
                      WS-REMOVIDOS " REGISTROS REFEITOS"
           END-IF.
       VERIFICA-EXIT-PARA.
           EXIT.

      *ONLY THE ACEITA: LINES COUNT - EVERY OTHER REGISTER LINE IS
      *NARRATIVE. THE SALE DATE DECIDES THE PERIOD
       LINHA-PARA.
           ADD 1 TO WS-LIDAS.
           IF REGISTER-LINE(1:7) NOT = "ACEITA:"
              GO TO LINHA-EXIT-PARA
           END-IF.
           MOVE REGISTER-LINE(14:1) TO WS-AC-TIPO.
           MOVE REGISTER-LINE(21:8) TO WS-AC-DATA.
           MOVE REGISTER-LINE(39:5) TO WS-AC-VENDEDOR.
           MOVE REGISTER-LINE(53:6) TO WS-AC-CLIENTE.
           MOVE REGISTER-LINE(66:10) TO WS-AC-VALOR-TXT.
           IF WS-AC-DATA IS NOT NUMERIC
              OR WS-AC-CLIENTE IS NOT NUMERIC
              OR (WS-AC-TIPO NOT = "V" AND WS-AC-TIPO NOT = "D")
              OR FUNCTION TEST-NUMVAL(WS-AC-VALOR-TXT) NOT = ZERO
              ADD 1 TO WS-INVALIDAS
              GO TO LINHA-EXIT-PARA
           END-IF.
           IF WS-AC-DATA(1:6) NOT = WS-PERIODO
              ADD 1 TO WS-FORA-PERIODO
              GO TO LINHA-EXIT-PARA
           END-IF.
           ADD 1 TO WS-ACEITAS.
           COMPUTE WS-AC-VALOR = FUNCTION NUMVAL(WS-AC-VALOR-TXT).
           MOVE WS-AC-CLIENTE TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 ADD 1 TO WS-SEM-CADASTRO
                 MOVE "NAO CADASTRADO" TO WS-AC-CIDADE
                 MOVE ZERO TO WS-AC-FILIAL
              NOT INVALID KEY
                 MOVE FD-CIDADE TO WS-AC-CIDADE
                 MOVE FD-FILIAL TO WS-AC-FILIAL
           END-READ.
           IF WS-AC-TIPO = "D"
              ADD 1 TO WS-TOT-DEVOL-QTD
              ADD WS-AC-VALOR TO WS-TOT-DEVOL-VALOR
           ELSE
              ADD 1 TO WS-TOT-VENDAS-QTD
              ADD WS-AC-VALOR TO WS-TOT-VENDAS-VALOR
           END-IF.
           MOVE "C" TO WS-DIM.
           MOVE WS-AC-CLIENTE TO WS-DIM-CHAVE.
           PERFORM ACUMULA-PARA THRU ACUMULA-EXIT-PARA.
           MOVE "M" TO WS-DIM.
           MOVE WS-AC-CIDADE TO WS-DIM-CHAVE.
           PERFORM ACUMULA-PARA THRU ACUMULA-EXIT-PARA.
           MOVE "F" TO WS-DIM.
           MOVE WS-AC-FILIAL TO WS-DIM-CHAVE.
           PERFORM ACUMULA-PARA THRU ACUMULA-EXIT-PARA.
           MOVE "V" TO WS-DIM.
           MOVE WS-AC-VENDEDOR TO WS-DIM-CHAVE.
           PERFORM ACUMULA-PARA THRU ACUMULA-EXIT-PARA.
       LINHA-EXIT-PARA.
           EXIT.

      *ADDS THE CURRENT LINE TO THE WS-DIM/WS-DIM-CHAVE RECORD OF
      *THE PERIOD, CREATING IT ON FIRST SIGHT
       ACUMULA-PARA.
           MOVE WS-PERIODO TO ES-PERIODO.
           MOVE WS-DIM TO ES-DIMENSAO.
           MOVE WS-DIM-CHAVE TO ES-CHAVE-DIM.
           READ EST-FILE KEY IS ES-CHAVE
              INVALID KEY
                 MOVE ZERO TO ES-VENDAS-QTD ES-VENDAS-VALOR
                              ES-DEVOL-QTD ES-DEVOL-VALOR
                 MOVE WS-DATA-SIS TO ES-DATA-GER
                 PERFORM SOMA-PARA THRU SOMA-EXIT-PARA
                 WRITE REG-EST
                 ADD 1 TO WS-GRAVADOS
              NOT INVALID KEY
                 PERFORM SOMA-PARA THRU SOMA-EXIT-PARA
                 REWRITE REG-EST
           END-READ.
           IF FS-EST NOT = "00"
              DISPLAY "VENDEST.DAT GRAVACAO FALHOU " ES-CHAVE
                      " STATUS " FS-EST
              MOVE 8 TO WS-RC
           END-IF.
       ACUMULA-EXIT-PARA.
           EXIT.

       SOMA-PARA.
           IF WS-AC-TIPO = "D"
              ADD 1 TO ES-DEVOL-QTD
              ADD WS-AC-VALOR TO ES-DEVOL-VALOR
           ELSE
              ADD 1 TO ES-VENDAS-QTD
              ADD WS-AC-VALOR TO ES-VENDAS-VALOR
           END-IF.
       SOMA-EXIT-PARA.
           EXIT.

      *THE T RECORD CLOSES THE PERIOD - NOT WRITTEN WHEN A RECORD
      *FAILED, SO THE NEXT RUN REBUILDS THE WHOLE PERIOD
       FECHA-PARA.
           IF WS-RC NOT = ZERO
              DISPLAY "*** PERIODO NAO FECHADO - RODAR DE NOVO ***"
              GO TO FECHA-EXIT-PARA
           END-IF.
           MOVE WS-PERIODO TO ES-PERIODO.
           MOVE "T" TO ES-DIMENSAO.
           MOVE SPACES TO ES-CHAVE-DIM.
           MOVE WS-TOT-VENDAS-QTD TO ES-VENDAS-QTD.
           MOVE WS-TOT-VENDAS-VALOR TO ES-VENDAS-VALOR.
           MOVE WS-TOT-DEVOL-QTD TO ES-DEVOL-QTD.
           MOVE WS-TOT-DEVOL-VALOR TO ES-DEVOL-VALOR.
           MOVE WS-DATA-SIS TO ES-DATA-GER.
           WRITE REG-EST
              INVALID KEY
                 DISPLAY "VENDEST.DAT FECHAMENTO FALHOU STATUS "
                         FS-EST
                 MOVE 8 TO WS-RC
              NOT INVALID KEY
                 ADD 1 TO WS-GRAVADOS
           END-WRITE.
       FECHA-EXIT-PARA.
           EXIT.

       CONTROLE-PARA.
           DISPLAY "LINHAS LIDAS EM VENDAS.REG: " WS-LIDAS.
           DISPLAY "VENDAS/DEVOLUCOES DO PERIODO: " WS-ACEITAS.
           DISPLAY "ACEITAS DE OUTROS PERIODOS: " WS-FORA-PERIODO.
           IF WS-INVALIDAS > ZERO
              DISPLAY "LINHAS ACEITA: ILEGIVEIS: " WS-INVALIDAS
           END-IF.
           IF WS-SEM-CADASTRO > ZERO
              DISPLAY "CLIENTES FORA DO ARQCLI.DAT: " WS-SEM-CADASTRO
           END-IF.
           MOVE WS-TOT-VENDAS-VALOR TO WS-EDIT.
           DISPLAY "VENDAS     " WS-TOT-VENDAS-QTD " " WS-EDIT.
           MOVE WS-TOT-DEVOL-VALOR TO WS-EDIT.
           DISPLAY "DEVOLUCOES " WS-TOT-DEVOL-QTD " " WS-EDIT.
           DISPLAY "REGISTROS GRAVADOS EM VENDEST.DAT: " WS-GRAVADOS.
       CONTROLE-EXIT-PARA.
           EXIT.

       LOG-PARA.
           MOVE WS-ACEITAS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
       LOG-EXIT-PARA.
           EXIT.
