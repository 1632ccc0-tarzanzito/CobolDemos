      ******************************************************************
      *DESC    : Supervisor decision on held out-of-territory sales -  *
      *        : SalesBatch holds a sale on TERRPEND.TXT when the      *
      *        : TERRREGRA.TAB rule is "R" (or there is no table).     *
      *        : Each held sale is shown with the territory owner and  *
      *        : the supervisor decides: V keeps the commission with   *
      *        : the seller, D pays the owner, S splits it, M keeps    *
      *        : the sale on hold. Decided sales go back onto          *
      *        : VENDAS.TXT, header and items, with the decision as an *
      *        : eighth header field, and the next SalesBatch run      *
      *        : processes them under that decision.                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Restricted to supervisors (OPERSIGN, OP-NIVEL "S").   *
      *        : Every decision is listed on TERRDEC.TXT with the      *
      *        : supervisor who took it. The sales still on hold are   *
      *        : written back to TERRPEND.TXT, so the file only ever   *
      *        : holds undecided sales. At most 2000 held lines are    *
      *        : taken per run; beyond that nothing is changed.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRDEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SAME HELD-SALE FILE SalesBatch WRITES
           SELECT OPTIONAL PEND-FILE ASSIGN TO "TERRPEND.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-PEND.
           SELECT OPTIONAL VENDAS-FILE ASSIGN TO "VENDAS.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-VENDAS.
           SELECT OPTIONAL REL-FILE ASSIGN TO "TERRDEC.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
      *CLIENT MASTER AND TERRITORIES - ONLY READ, TO SHOW THE OWNER
           SELECT OPTIONAL ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.
           SELECT OPTIONAL TERR-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              TE-CHAVE
           FILE STATUS             FS-TERR.

       DATA DIVISION.
       FILE SECTION.
       FD PEND-FILE.
       01 PEND-LINE            PIC X(60).

       FD VENDAS-FILE.
       01 VENDAS-LINE          PIC X(60).

       FD REL-FILE.
       01 REL-LINE             PIC X(100).

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
          02 FD-FILIAL        PIC 9(02).
          02 FD-TELEFONE      PIC X(15).
          02 FD-EMAIL         PIC X(40).
          02 FD-TIPO-DOC      PIC X(01).
          02 FD-CPF-CNPJ      PIC X(14).

      *SAME LAYOUT TERRMAINT (TerrMaint.cob) MAINTAINS
       FD TERR-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REG-TERR.
          02 TE-CHAVE.
             03 TE-TIPO       PIC X(01).
             03 TE-VALOR      PIC X(20).
          02 TE-VENDEDOR      PIC 9(05).
          02 TE-DESCRICAO     PIC X(30).
          02 TE-DATA-ALT      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-PEND              PIC X(02) VALUE SPACES.
       77 FS-VENDAS            PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-CLI               PIC X(02) VALUE SPACES.
       77 FS-TERR              PIC X(02) VALUE SPACES.
       77 WS-CLI-ATIVO         PIC X     VALUE "N".
       77 WS-TERR-ATIVO        PIC X     VALUE "N".
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CONF              PIC X     VALUE SPACE.
       77 WS-DECISAO           PIC X     VALUE SPACE.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *THE WHOLE HELD FILE IN CORE - A SALE IS ITS HEADER AND THE
      *NITENS ITEM LINES BEHIND IT; WS-PT-MANTER "S" MARKS THE LINES
      *WRITTEN BACK TO TERRPEND.TXT
       01 WS-PT-COUNT          PIC 9(04) VALUE ZERO.
       01 WS-PT-MAX            PIC 9(04) VALUE 2000.
       01 WS-PT-ESTOURO        PIC X     VALUE "N".
       01 WS-PEND-TABLE.
          05 WS-PT-ENTRY OCCURS 2000 TIMES.
             10 WS-PT-LINHA    PIC X(60).
             10 WS-PT-MANTER   PIC X(01).
       01 WS-P                 PIC 9(04) VALUE ZERO.
       01 WS-Q                 PIC 9(04) VALUE ZERO.
       01 WS-ULT               PIC 9(04) VALUE ZERO.
       01 WS-NITENS            PIC 9(02) VALUE ZERO.

      *HEADER FIELDS OF THE SALE ON SCREEN, SAME ORDER AS VENDAS.TXT
       01 WS-CAB.
          05 WS-C-VENDEDOR     PIC X(10) VALUE SPACES.
          05 WS-C-CODIGO       PIC X(06) VALUE SPACES.
          05 WS-C-VALOR        PIC X(05) VALUE SPACES.
          05 WS-C-DATA         PIC X(08) VALUE SPACES.
          05 WS-C-TIPO         PIC X(01) VALUE SPACES.
          05 WS-C-NITENS       PIC X(02) VALUE SPACES.
          05 WS-C-LOJA         PIC X(05) VALUE SPACES.
       01 WS-DONO              PIC 9(05) VALUE ZERO.
       01 WS-TERR-DESC         PIC X(30) VALUE SPACES.

       01 WS-RETIDAS           PIC 9(05) VALUE ZERO.
       01 WS-DECIDIDAS         PIC 9(05) VALUE ZERO.
       01 WS-MANTIDAS          PIC 9(05) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC NOT = "00"
              DISPLAY "DECISAO CANCELADA - SOMENTE SUPERVISOR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-OPS-ID TO WS-OPERADOR.
           PERFORM CARREGA-PARA THRU CARREGA-EXIT-PARA.
           IF WS-PT-ESTOURO = "S"
              DISPLAY "TERRPEND.TXT COM MAIS DE " WS-PT-MAX
                      " LINHAS - NADA ALTERADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-PT-COUNT = ZERO
              DISPLAY "NENHUMA VENDA RETIDA POR TERRITORIO"
              STOP RUN
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           MOVE 1 TO WS-P.
           PERFORM DECIDE-PARA THRU DECIDE-EXIT-PARA
               UNTIL WS-P > WS-PT-COUNT.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

      *READS TERRPEND.TXT INTO CORE AND CLOSES IT - IT IS REWRITTEN
      *AT THE END WITH THE SALES STILL ON HOLD
       CARREGA-PARA.
           OPEN INPUT PEND-FILE.
           IF FS-PEND NOT = "00" AND FS-PEND NOT = "05"
              DISPLAY "TERRPEND.TXT OPEN FAILED: " FS-PEND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "S"
               READ PEND-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       IF PEND-LINE NOT = SPACES
                          IF WS-PT-COUNT < WS-PT-MAX
                             ADD 1 TO WS-PT-COUNT
                             MOVE PEND-LINE TO WS-PT-LINHA(WS-PT-COUNT)
                             MOVE "N" TO WS-PT-MANTER(WS-PT-COUNT)
                          ELSE
                             MOVE "S" TO WS-PT-ESTOURO
                          END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
       CARREGA-EXIT-PARA.
           EXIT.

       OPEN-PARA.
           OPEN EXTEND VENDAS-FILE.
           IF FS-VENDAS NOT = "00" AND FS-VENDAS NOT = "05"
              DISPLAY "VENDAS.TXT OPEN FAILED: " FS-VENDAS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND REL-FILE.
           OPEN INPUT ARQCLI.
           IF FS-CLI = "00"
              MOVE "S" TO WS-CLI-ATIVO
           ELSE
              CLOSE ARQCLI
           END-IF.
           OPEN INPUT TERR-FILE.
           IF FS-TERR = "00"
              MOVE "S" TO WS-TERR-ATIVO
           ELSE
              CLOSE TERR-FILE
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING "DECISOES DE TERRITORIO EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-OPERADOR DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
       OPEN-EXIT-PARA.
           EXIT.

      *ONE HELD SALE, STARTING AT LINE WS-P - SHOWN, DECIDED AND
      *EITHER RELEASED TO VENDAS.TXT OR MARKED TO STAY ON HOLD.
      *WS-P IS LEFT ON THE NEXT SALE'S HEADER
       DECIDE-PARA.
           MOVE SPACES TO WS-CAB.
           UNSTRING WS-PT-LINHA(WS-P) DELIMITED BY ";"
               INTO WS-C-VENDEDOR
                    WS-C-CODIGO
                    WS-C-VALOR
                    WS-C-DATA
                    WS-C-TIPO
                    WS-C-NITENS
                    WS-C-LOJA
           END-UNSTRING.
           MOVE ZERO TO WS-NITENS.
           IF WS-C-NITENS IS NUMERIC
              MOVE WS-C-NITENS TO WS-NITENS
           END-IF.
           COMPUTE WS-ULT = WS-P + WS-NITENS.
           IF WS-ULT > WS-PT-COUNT
              MOVE WS-PT-COUNT TO WS-ULT
           END-IF.
           ADD 1 TO WS-RETIDAS.
           PERFORM BUSCA-DONO-PARA THRU BUSCA-DONO-EXIT-PARA.
           DISPLAY " ".
           DISPLAY "VENDA RETIDA: VENDEDOR " WS-C-VENDEDOR
                   " CLIENTE " WS-C-CODIGO " " FD-NOME.
           DISPLAY "  DATA " WS-C-DATA " TIPO " WS-C-TIPO
                   " VALOR " WS-C-VALOR " ITENS " WS-NITENS.
           IF WS-DONO = ZERO
              DISPLAY "  TERRITORIO SEM DONO HOJE - SERA PROCESSADA "
                      "NORMALMENTE"
           ELSE
              DISPLAY "  DONO DO TERRITORIO " WS-DONO " "
                      WS-TERR-DESC
           END-IF.
           DISPLAY "DECISAO: V=VENDEDOR D=DONO S=DIVIDIR "
                   "M=MANTER RETIDA".
           MOVE SPACE TO WS-DECISAO.
           ACCEPT WS-DECISAO FROM CONSOLE.
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO.
           IF WS-DECISAO NOT = "V" AND WS-DECISAO NOT = "D"
              AND WS-DECISAO NOT = "S"
              MOVE "M" TO WS-DECISAO
           END-IF.
           IF WS-DECISAO = "M"
              ADD 1 TO WS-MANTIDAS
              PERFORM VARYING WS-Q FROM WS-P BY 1 UNTIL WS-Q > WS-ULT
                  MOVE "S" TO WS-PT-MANTER(WS-Q)
              END-PERFORM
           ELSE
              ADD 1 TO WS-DECIDIDAS
              PERFORM LIBERA-PARA THRU LIBERA-EXIT-PARA
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING WS-DECISAO DELIMITED BY SIZE
                  " VENDEDOR " DELIMITED BY SIZE
                  WS-C-VENDEDOR DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  WS-C-CODIGO DELIMITED BY SIZE
                  " DATA " DELIMITED BY SIZE
                  WS-C-DATA DELIMITED BY SIZE
                  " TIPO " DELIMITED BY SIZE
                  WS-C-TIPO DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-C-VALOR DELIMITED BY SIZE
                  " DONO " DELIMITED BY SIZE
                  WS-DONO DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           COMPUTE WS-P = WS-ULT + 1.
       DECIDE-EXIT-PARA.
           EXIT.

      *THE HEADER GOES BACK WITH ALL SEVEN FIELDS AND THE DECISION
      *AS THE EIGHTH, THE ITEM LINES UNCHANGED BEHIND IT
       LIBERA-PARA.
           MOVE SPACES TO VENDAS-LINE.
           STRING WS-C-VENDEDOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-C-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-C-VALOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-C-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-C-TIPO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-C-NITENS DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-C-LOJA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DECISAO DELIMITED BY SIZE
                  INTO VENDAS-LINE
           END-STRING.
           WRITE VENDAS-LINE.
           COMPUTE WS-Q = WS-P + 1.
           PERFORM UNTIL WS-Q > WS-ULT
               MOVE WS-PT-LINHA(WS-Q) TO VENDAS-LINE
               WRITE VENDAS-LINE
               ADD 1 TO WS-Q
           END-PERFORM.
       LIBERA-EXIT-PARA.
           EXIT.

      *OWNER AS SalesBatch WILL SEE IT - HOUSE ACCOUNT FIRST, THEN THE
      *CLIENT'S CITY
       BUSCA-DONO-PARA.
           MOVE ZERO TO WS-DONO.
           MOVE SPACES TO WS-TERR-DESC.
           MOVE SPACES TO FD-NOME.
           MOVE SPACES TO FD-CIDADE.
           IF WS-CLI-ATIVO = "S" AND WS-C-CODIGO IS NUMERIC
              MOVE WS-C-CODIGO TO CODIGO
              READ ARQCLI KEY IS FD-CODIGO
                 INVALID KEY
                    MOVE SPACES TO FD-NOME
                    MOVE SPACES TO FD-CIDADE
              END-READ
           END-IF.
           IF WS-TERR-ATIVO NOT = "S"
              GO TO BUSCA-DONO-EXIT-PARA
           END-IF.
           MOVE "C" TO TE-TIPO.
           MOVE SPACES TO TE-VALOR.
           MOVE WS-C-CODIGO TO TE-VALOR(1:6).
           READ TERR-FILE KEY IS TE-CHAVE
              INVALID KEY
                 IF FD-CIDADE NOT = SPACES
                    MOVE "M" TO TE-TIPO
                    MOVE FUNCTION UPPER-CASE(FD-CIDADE) TO TE-VALOR
                    READ TERR-FILE KEY IS TE-CHAVE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE TE-VENDEDOR TO WS-DONO
                          MOVE TE-DESCRICAO TO WS-TERR-DESC
                    END-READ
                 END-IF
              NOT INVALID KEY
                 MOVE TE-VENDEDOR TO WS-DONO
                 MOVE TE-DESCRICAO TO WS-TERR-DESC
           END-READ.
       BUSCA-DONO-EXIT-PARA.
           EXIT.

      *TERRPEND.TXT IS REWRITTEN WITH ONLY THE SALES KEPT ON HOLD
       CLOSE-PARA.
           CLOSE VENDAS-FILE.
           OPEN OUTPUT PEND-FILE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-PT-COUNT
               IF WS-PT-MANTER(WS-Q) = "S"
                  MOVE WS-PT-LINHA(WS-Q) TO PEND-LINE
                  WRITE PEND-LINE
               END-IF
           END-PERFORM.
           CLOSE PEND-FILE.
           IF WS-CLI-ATIVO = "S"
              CLOSE ARQCLI
           END-IF.
           IF WS-TERR-ATIVO = "S"
              CLOSE TERR-FILE
           END-IF.
           MOVE SPACES TO REL-LINE.
           STRING "RETIDAS: " DELIMITED BY SIZE
                  WS-RETIDAS DELIMITED BY SIZE
                  "  DECIDIDAS: " DELIMITED BY SIZE
                  WS-DECIDIDAS DELIMITED BY SIZE
                  "  MANTIDAS: " DELIMITED BY SIZE
                  WS-MANTIDAS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           CLOSE REL-FILE.
           DISPLAY "VENDAS RETIDAS  : " WS-RETIDAS.
           DISPLAY "DECIDIDAS       : " WS-DECIDIDAS
                   " (VOLTAM NA PROXIMA SALESBATCH)".
           DISPLAY "MANTIDAS RETIDAS: " WS-MANTIDAS.
       CLOSE-EXIT-PARA.
           EXIT.
