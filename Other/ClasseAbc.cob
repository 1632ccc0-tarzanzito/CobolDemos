      ******************************************************************
      *DESC    : ABC (Pareto) classification of the clients by billed  *
      *        : revenue - sales and collections treated every client  *
      *        : alike although a handful bring most of the money.     *
      *        : Totals each client's CR-VALOR billed over the rolling *
      *        : twelve months from CONTAS.DAT, ranks the clients and  *
      *        : classifies them by cumulative share of revenue:       *
      *        :   A = the clients making up the first 80 PCT          *
      *        :   B = the next ones, up to 95 PCT                     *
      *        :   C = the rest, and every client with no billing      *
      *        : The class goes to CLIABC.DAT, keyed by CODIGO, where  *
      *        : EXCLI CONSULTA, RELCLI and RELAGING read it.          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-19                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Command line: [A-LIMIT [B-LIMIT]] as whole            *
      *        : percentages, default 80 95. A client is A when the    *
      *        : share accumulated BEFORE it is under the A limit, so  *
      *        : the client that crosses the line is still A (and the  *
      *        : top client always is). Every invoice dated in the     *
      *        : twelve months up to the run date counts, paid or not. *
      *        : Each record keeps the class of the previous run and   *
      *        : the report lists every client whose class changed.    *
      *        : Records of clients no longer on ARQCLI.DAT are        *
      *        : dropped. Run monthly after the month's billing.       *
      *        : Credit notes (CR-STATUS C/U) are not revenue and do   *
      *        : not count towards a client's class.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSABC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
           SELECT OPTIONAL ABC-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              AB-CODIGO
           FILE STATUS             FS-ABC.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS.DAT".
       01 REG-CONTA.
          02 CR-CHAVE.
             03 CR-CODIGO     PIC 9(06).
             03 CR-FATURA     PIC 9(06).
          02 CR-DATA           PIC 9(08).
          02 CR-VALOR          PIC 9(07)V99.
          02 CR-PAGO           PIC 9(07)V99.
          02 CR-STATUS         PIC X(01).
      *CREDIT NOTE - NOT REVENUE
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-NOME          PIC X(30).
          02 FD-RESTO         PIC X(168).

      *ONE RECORD PER CLIENT - THE CLASS OF THE LATEST RUN AND THE
      *ONE BEFORE IT, WITH THE FIGURES IT WAS DECIDED ON
       FD ABC-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIABC.DAT".
       01 REG-ABC.
          02 AB-CODIGO        PIC 9(06).
          02 AB-CLASSE        PIC X(01).
          02 AB-CLASSE-ANT    PIC X(01).
          02 AB-RECEITA       PIC 9(09)V99.
          02 AB-POSICAO       PIC 9(05).
          02 AB-PCT-ACUM      PIC 9(03)V99.
          02 AB-DATA          PIC 9(08).
          02 AB-HORA          PIC 9(06).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-ABC               PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-ACHOU             PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-DATA-DE           PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.

      *COMMAND-LINE LIMITS - WHOLE PERCENTAGES
       01 WS-PARM-LINE         PIC X(20) VALUE SPACES.
       01 WS-PARM1             PIC X(03) VALUE SPACES.
       01 WS-PARM2             PIC X(03) VALUE SPACES.
       01 WS-LIM-A             PIC 9(03) VALUE 80.
       01 WS-LIM-B             PIC 9(03) VALUE 95.

      *BILLED REVENUE PER CLIENT - CONTAS.DAT IS READ IN KEY ORDER SO
      *A CLIENT'S INVOICES ARRIVE TOGETHER (CONTROL BREAK ON
      *CR-CODIGO); ONLY CLIENTS WITH REVENUE ENTER THE TABLE
       01 WS-CLI-ATUAL         PIC 9(06) VALUE ZERO.
       01 WS-CLI-VALOR         PIC 9(09)V99 VALUE ZERO.
       01 WS-REC-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-R                 PIC 9(05) VALUE ZERO.
       01 WS-J                 PIC 9(05) VALUE ZERO.
       01 WS-MAIOR             PIC 9(05) VALUE ZERO.
       01 WS-REC-CHEIA         PIC X     VALUE "N".
       01 WS-REC-TABLE.
          05 WS-REC-ENTRY OCCURS 5000 TIMES.
             10 WS-REC-CODIGO  PIC 9(06).
             10 WS-REC-VALOR   PIC 9(09)V99.
       01 WS-REC-TROCA.
          05 WS-TR-CODIGO      PIC 9(06).
          05 WS-TR-VALOR       PIC 9(09)V99.

       01 WS-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01 WS-ACUM              PIC 9(11)V99 VALUE ZERO.
       01 WS-PCT-ANTES         PIC 9(03)V99 VALUE ZERO.
       01 WS-PCT-ACUM          PIC 9(03)V99 VALUE ZERO.
       01 WS-CLASSE            PIC X(01) VALUE SPACE.
       01 WS-POSICAO           PIC 9(05) VALUE ZERO.
       01 WS-VALOR-CLI         PIC 9(09)V99 VALUE ZERO.

      *PER-CLASS SUMMARY - 1 = A, 2 = B, 3 = C
       01 WS-C                 PIC 9(01) VALUE ZERO.
       01 WS-CLASSES           PIC X(03) VALUE "ABC".
       01 WS-SUM-TABLE.
          05 WS-SUM-ENTRY OCCURS 3 TIMES.
             10 WS-SUM-CLIENTES PIC 9(07).
             10 WS-SUM-VALOR   PIC 9(11)V99.

      *CLASS CHANGES SINCE THE PREVIOUS RUN - PRINTED AFTER THE
      *RANKING
       01 WS-MUD-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-MUD-CHEIA         PIC X     VALUE "N".
       01 WS-MUD-TABLE.
          05 WS-MUD-ENTRY OCCURS 2000 TIMES.
             10 WS-MUD-CODIGO  PIC 9(06).
             10 WS-MUD-NOME    PIC X(30).
             10 WS-MUD-ANT     PIC X(01).
             10 WS-MUD-NOVA    PIC X(01).
             10 WS-MUD-VALOR   PIC 9(09)V99.

       01 WS-EDIT              PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-EDIT-TOT          PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDIT          PIC ZZ9,99.
       01 WS-NOME-CLI          PIC X(30) VALUE SPACES.

       01 COUNTERS.
          05 WS-CLIENTES       PIC 9(07) VALUE ZERO.
          05 WS-NOVOS          PIC 9(07) VALUE ZERO.
          05 WS-REMOVIDOS      PIC 9(07) VALUE ZERO.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "CLASSABC".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-HORA TO WS-START-TIME.
      *    THE ROLLING YEAR - THE SAME DAY A YEAR AGO IS OUTSIDE IT
           COMPUTE WS-DATA-DE = WS-DATA-SIS - 10000.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1 WS-PARM2
           END-UNSTRING.
           IF WS-PARM1 NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM1) TO WS-LIM-A
           END-IF.
           IF WS-PARM2 NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM2) TO WS-LIM-B
           END-IF.
           IF WS-LIM-A = ZERO OR WS-LIM-A > 100
              OR WS-LIM-B < WS-LIM-A OR WS-LIM-B > 100
              DISPLAY "LIMITES INVALIDOS: " WS-LIM-A " " WS-LIM-B
              MOVE 8 TO WS-RC
              GO TO FIM-PARA
           END-IF.
           INITIALIZE WS-SUM-TABLE.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM RECEITA-PARA THRU RECEITA-EXIT-PARA.
           PERFORM ORDENA-PARA THRU ORDENA-EXIT-PARA.
           PERFORM CLASSIFICA-PARA THRU CLASSIFICA-EXIT-PARA.
           PERFORM SEM-RECEITA-PARA THRU SEM-RECEITA-EXIT-PARA.
           PERFORM LIMPA-PARA THRU LIMPA-EXIT-PARA.
           PERFORM RESUMO-PARA THRU RESUMO-EXIT-PARA.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE ABC-FILE.
       FIM-PARA.
           MOVE WS-CLIENTES TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN I-O ABC-FILE.
           IF FS-ABC = "35" OR FS-ABC = "05"
              CLOSE ABC-FILE
              OPEN OUTPUT ABC-FILE
              CLOSE ABC-FILE
              OPEN I-O ABC-FILE
           END-IF.
           IF FS-ABC NOT = "00"
              DISPLAY "CLIABC.DAT OPEN FAILED: " FS-ABC
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           DISPLAY "CLASSIFICACAO ABC DE CLIENTES EM " WS-DATA-SIS.
           DISPLAY "FATURAMENTO DE " WS-DATA-DE " (EXCL.) A "
                   WS-DATA-SIS " - LIMITES A " WS-LIM-A
                   " PCT, B " WS-LIM-B " PCT".
       OPEN-EXIT-PARA.
           EXIT.

      *TWELVE MONTHS OF BILLING, ONE TABLE ENTRY PER CLIENT
       RECEITA-PARA.
           MOVE ZERO TO WS-CLI-ATUAL.
           MOVE ZERO TO WS-CLI-VALOR.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-CLI-ATUAL
                          PERFORM GUARDA-CLI-PARA
                             THRU GUARDA-CLI-EXIT-PARA
                          MOVE CR-CODIGO TO WS-CLI-ATUAL
                       END-IF
                       IF CR-DATA > WS-DATA-DE
                          AND CR-DATA <= WS-DATA-SIS
                          AND NOT CR-NOTA-CREDITO
                          ADD CR-VALOR TO WS-CLI-VALOR
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM GUARDA-CLI-PARA THRU GUARDA-CLI-EXIT-PARA.
       RECEITA-EXIT-PARA.
           EXIT.

       GUARDA-CLI-PARA.
           IF WS-CLI-VALOR = ZERO
              GO TO GUARDA-CLI-EXIT-PARA
           END-IF.
           IF WS-REC-COUNT >= 5000
              MOVE "S" TO WS-REC-CHEIA
              MOVE ZERO TO WS-CLI-VALOR
              GO TO GUARDA-CLI-EXIT-PARA
           END-IF.
           ADD 1 TO WS-REC-COUNT.
           MOVE WS-CLI-ATUAL TO WS-REC-CODIGO(WS-REC-COUNT).
           MOVE WS-CLI-VALOR TO WS-REC-VALOR(WS-REC-COUNT).
           ADD WS-CLI-VALOR TO WS-TOTAL.
           MOVE ZERO TO WS-CLI-VALOR.
       GUARDA-CLI-EXIT-PARA.
           EXIT.

      *RANK BY REVENUE, LARGEST FIRST - A SELECTION SORT, THE RELITEM
      *SHAPE
       ORDENA-PARA.
           PERFORM ORDENA-UM-PARA THRU ORDENA-UM-EXIT-PARA
               VARYING WS-R FROM 1 BY 1 UNTIL WS-R >= WS-REC-COUNT.
       ORDENA-EXIT-PARA.
           EXIT.

       ORDENA-UM-PARA.
           MOVE WS-R TO WS-MAIOR.
           PERFORM VARYING WS-J FROM WS-R BY 1
                   UNTIL WS-J > WS-REC-COUNT
               IF WS-REC-VALOR(WS-J) > WS-REC-VALOR(WS-MAIOR)
                  MOVE WS-J TO WS-MAIOR
               END-IF
           END-PERFORM.
           IF WS-MAIOR NOT = WS-R
              MOVE WS-REC-ENTRY(WS-R) TO WS-REC-TROCA
              MOVE WS-REC-ENTRY(WS-MAIOR) TO WS-REC-ENTRY(WS-R)
              MOVE WS-REC-TROCA TO WS-REC-ENTRY(WS-MAIOR)
           END-IF.
       ORDENA-UM-EXIT-PARA.
           EXIT.

      *WALK THE RANKING ACCUMULATING THE SHARE - THE CLASS IS
      *DECIDED ON THE SHARE BEFORE THE CLIENT IS ADDED
       CLASSIFICA-PARA.
           DISPLAY " ".
           DISPLAY "POS.  CODIGO NOME                           "
                   "     RECEITA 12M  % ACUM CL".
           MOVE ZERO TO WS-ACUM.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REC-COUNT
               COMPUTE WS-PCT-ANTES = WS-ACUM * 100 / WS-TOTAL
               ADD WS-REC-VALOR(WS-R) TO WS-ACUM
               COMPUTE WS-PCT-ACUM ROUNDED = WS-ACUM * 100 / WS-TOTAL
               EVALUATE TRUE
                  WHEN WS-PCT-ANTES < WS-LIM-A
                     MOVE "A" TO WS-CLASSE
                  WHEN WS-PCT-ANTES < WS-LIM-B
                     MOVE "B" TO WS-CLASSE
                  WHEN OTHER
                     MOVE "C" TO WS-CLASSE
               END-EVALUATE
               MOVE WS-REC-CODIGO(WS-R) TO CODIGO
               READ ARQCLI KEY IS FD-CODIGO
                  INVALID KEY
                     MOVE SPACES TO WS-NOME-CLI
                  NOT INVALID KEY
                     MOVE FD-NOME TO WS-NOME-CLI
               END-READ
      *        BILLING OF A CODIGO NO LONGER ON THE MASTER STILL
      *        COUNTS IN THE TOTAL, BUT GETS NO CLASS RECORD
               IF WS-NOME-CLI NOT = SPACES
                  MOVE WS-R TO WS-POSICAO
                  MOVE WS-REC-VALOR(WS-R) TO WS-VALOR-CLI
                  PERFORM GRAVA-CLASSE-PARA
                     THRU GRAVA-CLASSE-EXIT-PARA
                  MOVE WS-REC-VALOR(WS-R) TO WS-EDIT
                  MOVE WS-PCT-ACUM TO WS-PCT-EDIT
                  DISPLAY WS-R " " WS-REC-CODIGO(WS-R) " "
                          WS-NOME-CLI " " WS-EDIT " "
                          WS-PCT-EDIT " " WS-CLASSE
               END-IF
           END-PERFORM.
       CLASSIFICA-EXIT-PARA.
           EXIT.

      *EVERY CLIENT WITHOUT BILLING IN THE YEAR IS C
       SEM-RECEITA-PARA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO FD-CODIGO.
           START ARQCLI KEY IS NOT LESS FD-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ARQCLI NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CODIGO TO AB-CODIGO
                       READ ABC-FILE KEY IS AB-CODIGO
                          INVALID KEY
                             MOVE "N" TO WS-ACHOU
                          NOT INVALID KEY
                             MOVE "S" TO WS-ACHOU
                       END-READ
                       IF WS-ACHOU = "N"
                          OR AB-DATA NOT = WS-DATA-SIS
                          OR AB-HORA NOT = WS-HORA
                          MOVE "C" TO WS-CLASSE
                          MOVE ZERO TO WS-POSICAO
                          MOVE ZERO TO WS-VALOR-CLI
                          MOVE 100 TO WS-PCT-ACUM
                          MOVE FD-NOME TO WS-NOME-CLI
                          PERFORM GRAVA-CLASSE-PARA
                             THRU GRAVA-CLASSE-EXIT-PARA
                       END-IF
               END-READ
           END-PERFORM.
       SEM-RECEITA-EXIT-PARA.
           EXIT.

      *ONE CLASS RECORD - THE OLD CLASS MOVES TO AB-CLASSE-ANT AND A
      *CHANGE GOES ON THE MOVEMENT LIST. THE RUN'S DATE AND TIME
      *MARK THE RECORD AS CURRENT
       GRAVA-CLASSE-PARA.
           ADD 1 TO WS-CLIENTES.
           EVALUATE WS-CLASSE
              WHEN "A" MOVE 1 TO WS-C
              WHEN "B" MOVE 2 TO WS-C
              WHEN OTHER MOVE 3 TO WS-C
           END-EVALUATE.
           ADD 1 TO WS-SUM-CLIENTES(WS-C).
           ADD WS-VALOR-CLI TO WS-SUM-VALOR(WS-C).
           MOVE CODIGO TO AB-CODIGO.
           READ ABC-FILE KEY IS AB-CODIGO
              INVALID KEY
                 ADD 1 TO WS-NOVOS
                 MOVE SPACE TO AB-CLASSE
           END-READ.
           IF AB-CLASSE NOT = SPACE AND AB-CLASSE NOT = WS-CLASSE
              IF WS-MUD-COUNT < 2000
                 ADD 1 TO WS-MUD-COUNT
                 MOVE CODIGO TO WS-MUD-CODIGO(WS-MUD-COUNT)
                 MOVE WS-NOME-CLI TO WS-MUD-NOME(WS-MUD-COUNT)
                 MOVE AB-CLASSE TO WS-MUD-ANT(WS-MUD-COUNT)
                 MOVE WS-CLASSE TO WS-MUD-NOVA(WS-MUD-COUNT)
                 MOVE WS-VALOR-CLI TO WS-MUD-VALOR(WS-MUD-COUNT)
              ELSE
                 MOVE "S" TO WS-MUD-CHEIA
              END-IF
           END-IF.
           MOVE AB-CLASSE TO AB-CLASSE-ANT.
           MOVE WS-CLASSE TO AB-CLASSE.
           MOVE WS-VALOR-CLI TO AB-RECEITA.
           MOVE WS-POSICAO TO AB-POSICAO.
           MOVE WS-PCT-ACUM TO AB-PCT-ACUM.
           MOVE WS-DATA-SIS TO AB-DATA.
           MOVE WS-HORA TO AB-HORA.
           IF AB-CLASSE-ANT = SPACE
              WRITE REG-ABC
                 INVALID KEY
                    REWRITE REG-ABC
              END-WRITE
           ELSE
              REWRITE REG-ABC
           END-IF.
       GRAVA-CLASSE-EXIT-PARA.
           EXIT.

      *DROPS THE RECORDS THIS RUN DID NOT STAMP - CLIENTS EXCLUDED OR
      *ARCHIVED SINCE THE LAST RUN
       LIMPA-PARA.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AB-CODIGO.
           START ABC-FILE KEY IS NOT LESS AB-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ABC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF AB-DATA NOT = WS-DATA-SIS
                          OR AB-HORA NOT = WS-HORA
                          DELETE ABC-FILE
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO WS-REMOVIDOS
                          END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
       LIMPA-EXIT-PARA.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           DISPLAY "RESUMO POR CLASSE".
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
               MOVE WS-SUM-VALOR(WS-C) TO WS-EDIT-TOT
               IF WS-TOTAL > ZERO
                  COMPUTE WS-PCT-ACUM ROUNDED =
                      WS-SUM-VALOR(WS-C) * 100 / WS-TOTAL
               ELSE
                  MOVE ZERO TO WS-PCT-ACUM
               END-IF
               MOVE WS-PCT-ACUM TO WS-PCT-EDIT
               DISPLAY "  CLASSE " WS-CLASSES(WS-C:1) ": "
                       WS-SUM-CLIENTES(WS-C) " CLIENTES  "
                       WS-EDIT-TOT "  " WS-PCT-EDIT " PCT"
           END-PERFORM.
           MOVE WS-TOTAL TO WS-EDIT-TOT.
           DISPLAY "  FATURAMENTO TOTAL: " WS-EDIT-TOT.
           DISPLAY " ".
           DISPLAY "MUDANCAS DE CLASSE DESDE A ULTIMA EXECUCAO".
           IF WS-MUD-COUNT = ZERO
              DISPLAY "  NENHUMA"
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-MUD-COUNT
               MOVE WS-MUD-VALOR(WS-R) TO WS-EDIT
               DISPLAY "  " WS-MUD-CODIGO(WS-R) " "
                       WS-MUD-NOME(WS-R) " "
                       WS-MUD-ANT(WS-R) " -> " WS-MUD-NOVA(WS-R)
                       " " WS-EDIT
           END-PERFORM.
           IF WS-MUD-CHEIA = "S"
              DISPLAY "  (LISTA TRUNCADA EM 2000 MUDANCAS)"
           END-IF.
           DISPLAY " ".
           DISPLAY "CLIENTES CLASSIFICADOS: " WS-CLIENTES
                   "  NOVOS: " WS-NOVOS
                   "  REMOVIDOS: " WS-REMOVIDOS.
           IF WS-REC-CHEIA = "S"
              DISPLAY "AVISO: MAIS DE 5000 CLIENTES COM FATURAMENTO - "
                      "OS EXCEDENTES FICARAM COMO C"
              MOVE 4 TO WS-RC
           END-IF.
       RESUMO-EXIT-PARA.
           EXIT.
