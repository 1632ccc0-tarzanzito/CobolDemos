      ******************************************************************
      *DESC    : Sales statistics comparison - for one period of       *
      *        : VENDEST.DAT, lists every client, city, branch and     *
      *        : salesperson ranked by net sales (sales less returns), *
      *        : next to the prior month and the same month of last    *
      *        : year, with the percentage change against each. The    *
      *        : company total (T) heads the report.                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Parameters: CCYYMM (default the current month) and    *
      *        : optionally one dimension letter - C client, M city,   *
      *        : F branch, V salesperson - e.g. "202610 M"; without    *
      *        : it all four are listed. A value with no sales in a    *
      *        : comparison period shows NOVO; a comparison period not *
      *        : yet closed by VENDEST is named in the heading.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVEST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              ES-CHAVE
           FILE STATUS             FS-EST.
      *CLIENT NAMES FOR THE C LINES, WHEN THE MASTER IS THERE
           SELECT OPTIONAL ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT VENDEST (VendEstat.cob) WRITES
       FD EST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "VENDEST.DAT".
       01 REG-EST.
          02 ES-CHAVE.
             03 ES-PERIODO     PIC 9(06).
             03 ES-DIMENSAO    PIC X(01).
             03 ES-CHAVE-DIM   PIC X(20).
          02 ES-VENDAS-QTD     PIC 9(07).
          02 ES-VENDAS-VALOR   PIC 9(11)V99.
          02 ES-DEVOL-QTD      PIC 9(07).
          02 ES-DEVOL-VALOR    PIC 9(11)V99.
          02 ES-DATA-GER       PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77 FS-EST               PIC X(02) VALUE SPACES.
       77 FS-CLI               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CLI-ATIVO         PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-PARM              PIC X(20) VALUE SPACES.
       01 WS-PARM-PER          PIC X(06) VALUE SPACES.
       01 WS-PARM-DIM          PIC X(01) VALUE SPACE.

      *THE THREE PERIODS COMPARED - COLUMN 1 IS THE RUN PERIOD
       01 WS-PERIODOS.
          05 WS-PER            PIC 9(06) OCCURS 3 TIMES.
       01 WS-PER-ANO           PIC 9(04) VALUE ZERO.
       01 WS-PER-MES           PIC 9(02) VALUE ZERO.
       01 WS-P                 PIC 9(01) VALUE ZERO.

      *DIMENSIONS IN PRINT ORDER
       01 WS-DIMS              PIC X(04) VALUE "CMFV".
       01 WS-D                 PIC 9(01) VALUE ZERO.
       01 WS-DIM               PIC X(01) VALUE SPACE.
       01 WS-DIM-NOME          PIC X(12) VALUE SPACES.

      *ONE ENTRY PER DIMENSION VALUE, NET PER PERIOD
       01 WS-TAB-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-I                 PIC 9(03) VALUE ZERO.
       01 WS-J                 PIC 9(03) VALUE ZERO.
       01 WS-USE               PIC 9(03) VALUE ZERO.
       01 WS-TROCOU            PIC X     VALUE "N".
       01 WS-CHEIA             PIC X     VALUE "N".
       01 WS-TAB.
          05 WS-ENT OCCURS 500 TIMES.
             10 WS-T-CHAVE     PIC X(20).
             10 WS-T-LIQ       PIC S9(11)V99 OCCURS 3 TIMES.
       01 WS-ENT-GUARDA        PIC X(59) VALUE SPACES.

       01 WS-ROTULO            PIC X(20) VALUE SPACES.
       01 WS-PCT               PIC S9(07)V9 VALUE ZERO.
       01 WS-ED-VAL            PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-ED-ANT            PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-ED-ANO            PIC -ZZZ.ZZZ.ZZ9,99.
       01 WS-ED-PCT            PIC -ZZZZZ9,9.
       01 WS-TX-PCT-ANT        PIC X(09) VALUE SPACES.
       01 WS-TX-PCT-ANO        PIC X(09) VALUE SPACES.
       01 WS-TX-PCT            PIC X(09) VALUE SPACES.
       01 WS-BASE              PIC S9(11)V99 VALUE ZERO.
       01 WS-RANK              PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARAM-PARA THRU PARAM-FIM.
           IF WS-PER(1) = ZERO
              STOP RUN
           END-IF.
           OPEN INPUT EST-FILE.
           IF FS-EST NOT = "00"
              DISPLAY "VENDEST.DAT OPEN FAILED: " FS-EST
              STOP RUN
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS-CLI = "00"
              MOVE "S" TO WS-CLI-ATIVO
           END-IF.
           DISPLAY "ESTATISTICA DE VENDAS - PERIODO " WS-PER(1)
                   " X MES ANTERIOR " WS-PER(2)
                   " X ANO ANTERIOR " WS-PER(3).
           PERFORM SITUACAO-PARA THRU SITUACAO-FIM
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3.
           MOVE "T" TO WS-DIM.
           MOVE "EMPRESA" TO WS-DIM-NOME.
           PERFORM DIMENSAO-PARA THRU DIMENSAO-FIM.
           IF WS-PARM-DIM NOT = SPACE
              MOVE WS-PARM-DIM TO WS-DIM
              PERFORM NOME-DIM-PARA THRU NOME-DIM-FIM
              PERFORM DIMENSAO-PARA THRU DIMENSAO-FIM
           ELSE
              PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 4
                  MOVE WS-DIMS(WS-D:1) TO WS-DIM
                  PERFORM NOME-DIM-PARA THRU NOME-DIM-FIM
                  PERFORM DIMENSAO-PARA THRU DIMENSAO-FIM
              END-PERFORM
           END-IF.
           CLOSE EST-FILE.
           IF WS-CLI-ATIVO = "S"
              CLOSE ARQCLI
           END-IF.
           STOP RUN.

      *RUN PERIOD FROM THE FIRST PARAMETER, THE OPTIONAL DIMENSION
      *FROM THE SECOND; THE TWO COMPARISON PERIODS FOLLOW FROM IT
       PARAM-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-PER WS-PARM-DIM
           END-UNSTRING.
           IF WS-PARM-PER IS NUMERIC
              AND WS-PARM-PER NOT = SPACES
              MOVE WS-PARM-PER TO WS-PER(1)
           ELSE
              MOVE WS-DATA-SIS(1:6) TO WS-PER(1)
           END-IF.
           MOVE WS-PER(1)(1:4) TO WS-PER-ANO.
           MOVE WS-PER(1)(5:2) TO WS-PER-MES.
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
              DISPLAY "PERIODO INVALIDO: " WS-PER(1)
              MOVE ZERO TO WS-PER(1)
              GO TO PARAM-FIM
           END-IF.
           IF WS-PARM-DIM NOT = SPACE
              AND WS-PARM-DIM NOT = "C" AND WS-PARM-DIM NOT = "M"
              AND WS-PARM-DIM NOT = "F" AND WS-PARM-DIM NOT = "V"
              DISPLAY "DIMENSAO INVALIDA: " WS-PARM-DIM
                      " (C, M, F OU V)"
              MOVE ZERO TO WS-PER(1)
              GO TO PARAM-FIM
           END-IF.
           IF WS-PER-MES = 1
              COMPUTE WS-PER(2) = (WS-PER-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-PER(2) = WS-PER(1) - 1
           END-IF.
           COMPUTE WS-PER(3) = WS-PER(1) - 100.
       PARAM-FIM.
           EXIT.

      *A PERIOD WITHOUT ITS T RECORD WAS NEVER CLOSED BY VENDEST -
      *ITS COLUMN READS AS ZERO AND THE READER IS TOLD SO
       SITUACAO-PARA.
           MOVE WS-PER(WS-P) TO ES-PERIODO.
           MOVE "T" TO ES-DIMENSAO.
           MOVE SPACES TO ES-CHAVE-DIM.
           READ EST-FILE KEY IS ES-CHAVE
              INVALID KEY
                 DISPLAY "  PERIODO " WS-PER(WS-P)
                         " NAO GRAVADO NO VENDEST.DAT"
           END-READ.
       SITUACAO-FIM.
           EXIT.

       NOME-DIM-PARA.
           EVALUATE WS-DIM
              WHEN "C"
                 MOVE "CLIENTE" TO WS-DIM-NOME
              WHEN "M"
                 MOVE "CIDADE" TO WS-DIM-NOME
              WHEN "F"
                 MOVE "FILIAL" TO WS-DIM-NOME
              WHEN "V"
                 MOVE "VENDEDOR" TO WS-DIM-NOME
           END-EVALUATE.
       NOME-DIM-FIM.
           EXIT.

      *ONE RANKED BLOCK FOR THE DIMENSION IN WS-DIM
       DIMENSAO-PARA.
           MOVE ZERO TO WS-TAB-COUNT.
           MOVE "N" TO WS-CHEIA.
           PERFORM CARREGA-PARA THRU CARREGA-FIM
               VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 3.
           PERFORM ORDENA-PARA THRU ORDENA-FIM.
           DISPLAY " ".
           DISPLAY "POR " WS-DIM-NOME.
           DISPLAY "POS CHAVE                        PERIODO"
                   "    MES ANTERIOR      VAR%    ANO ANTERIOR"
                   "      VAR%".
           MOVE ZERO TO WS-RANK.
           PERFORM IMPRIME-PARA THRU IMPRIME-FIM
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAB-COUNT.
           IF WS-CHEIA = "S"
              DISPLAY "*** TABELA CHEIA - LISTA INCOMPLETA ***"
           END-IF.
       DIMENSAO-FIM.
           EXIT.

      *EVERY RECORD OF THE DIMENSION IN PERIOD WS-P, SO A VALUE THAT
      *SOLD BEFORE BUT NOT NOW STILL SHOWS UP
       CARREGA-PARA.
           MOVE WS-PER(WS-P) TO ES-PERIODO.
           MOVE WS-DIM TO ES-DIMENSAO.
           MOVE LOW-VALUES TO ES-CHAVE-DIM.
           START EST-FILE KEY IS NOT LESS THAN ES-CHAVE
              INVALID KEY
                 GO TO CARREGA-FIM
           END-START.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ES-PERIODO NOT = WS-PER(WS-P)
                          OR ES-DIMENSAO NOT = WS-DIM
                          MOVE "Y" TO WS-EOF
                       ELSE
                          PERFORM ACHA-ENT-PARA THRU ACHA-ENT-FIM
                          IF WS-USE > ZERO
                             COMPUTE WS-T-LIQ(WS-USE, WS-P) =
                                 ES-VENDAS-VALOR - ES-DEVOL-VALOR
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CARREGA-FIM.
           EXIT.

      *FINDS (OR ADDS) THE TABLE ENTRY FOR ES-CHAVE-DIM
       ACHA-ENT-PARA.
           MOVE ZERO TO WS-USE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TAB-COUNT OR WS-USE > ZERO
               IF WS-T-CHAVE(WS-J) = ES-CHAVE-DIM
                  MOVE WS-J TO WS-USE
               END-IF
           END-PERFORM.
           IF WS-USE = ZERO
              IF WS-TAB-COUNT < 500
                 ADD 1 TO WS-TAB-COUNT
                 MOVE WS-TAB-COUNT TO WS-USE
                 MOVE ES-CHAVE-DIM TO WS-T-CHAVE(WS-USE)
                 MOVE ZERO TO WS-T-LIQ(WS-USE, 1)
                 MOVE ZERO TO WS-T-LIQ(WS-USE, 2)
                 MOVE ZERO TO WS-T-LIQ(WS-USE, 3)
              ELSE
                 MOVE "S" TO WS-CHEIA
              END-IF
           END-IF.
       ACHA-ENT-FIM.
           EXIT.

      *RANKED BY NET SALES OF THE RUN PERIOD, BEST FIRST - THE SAME
      *EXCHANGE SORT RELQUOTA USES ON ITS IN-CORE TABLE
       ORDENA-PARA.
           MOVE "S" TO WS-TROCOU.
           PERFORM UNTIL WS-TROCOU = "N"
               MOVE "N" TO WS-TROCOU
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-TAB-COUNT
                   COMPUTE WS-J = WS-I + 1
                   IF WS-T-LIQ(WS-J, 1) > WS-T-LIQ(WS-I, 1)
                      MOVE WS-ENT(WS-I) TO WS-ENT-GUARDA
                      MOVE WS-ENT(WS-J) TO WS-ENT(WS-I)
                      MOVE WS-ENT-GUARDA TO WS-ENT(WS-J)
                      MOVE "S" TO WS-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
       ORDENA-FIM.
           EXIT.

       IMPRIME-PARA.
           ADD 1 TO WS-RANK.
           MOVE WS-T-CHAVE(WS-I) TO WS-ROTULO.
           IF WS-DIM = "T"
              MOVE "TOTAL DA EMPRESA" TO WS-ROTULO
           END-IF.
           IF WS-DIM = "C" AND WS-CLI-ATIVO = "S"
              AND WS-T-CHAVE(WS-I)(1:6) IS NUMERIC
              MOVE WS-T-CHAVE(WS-I)(1:6) TO CODIGO
              READ ARQCLI KEY IS FD-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FD-NOME(1:13) TO WS-ROTULO(8:13)
              END-READ
           END-IF.
           MOVE WS-T-LIQ(WS-I, 2) TO WS-BASE.
           PERFORM PCT-PARA THRU PCT-FIM.
           MOVE WS-TX-PCT TO WS-TX-PCT-ANT.
           MOVE WS-T-LIQ(WS-I, 3) TO WS-BASE.
           PERFORM PCT-PARA THRU PCT-FIM.
           MOVE WS-TX-PCT TO WS-TX-PCT-ANO.
           MOVE WS-T-LIQ(WS-I, 1) TO WS-ED-VAL.
           MOVE WS-T-LIQ(WS-I, 2) TO WS-ED-ANT.
           MOVE WS-T-LIQ(WS-I, 3) TO WS-ED-ANO.
           DISPLAY WS-RANK " " WS-ROTULO " " WS-ED-VAL " " WS-ED-ANT
                   " " WS-TX-PCT-ANT " " WS-ED-ANO " " WS-TX-PCT-ANO.
       IMPRIME-FIM.
           EXIT.

      *CHANGE OF THE RUN PERIOD AGAINST WS-BASE - NOVO WHEN THERE WAS
      *NOTHING TO COMPARE WITH, N/D WHEN THE BASE WAS A NET RETURN
       PCT-PARA.
           EVALUATE TRUE
              WHEN WS-BASE > ZERO
                 COMPUTE WS-PCT ROUNDED =
                     (WS-T-LIQ(WS-I, 1) - WS-BASE) * 100 / WS-BASE
                     ON SIZE ERROR
                        MOVE 999999,9 TO WS-PCT
                 END-COMPUTE
                 MOVE WS-PCT TO WS-ED-PCT
                 MOVE WS-ED-PCT TO WS-TX-PCT
              WHEN WS-BASE < ZERO
                 MOVE "      N/D" TO WS-TX-PCT
              WHEN WS-T-LIQ(WS-I, 1) NOT = ZERO
                 MOVE "     NOVO" TO WS-TX-PCT
              WHEN OTHER
                 MOVE "        -" TO WS-TX-PCT
           END-EVALUATE.
       PCT-FIM.
           EXIT.
