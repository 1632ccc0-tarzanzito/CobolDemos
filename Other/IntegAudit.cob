      *        : dirty night so the scheduler sees it.                 *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : A missing optional file is not a finding - a shop    *
      *        : without receivables simply has no links to check.    *
      *        : Invoices archived by CTASARQ in CONTAS-HIST.DAT are   *
      *        : checked too: the client must exist, the item must be  *
      *        : settled (Q or P) and it must not still be in          *
      *        : CONTAS.DAT.                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUDIT.
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL CTHIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              HC-CHAVE
           FILE STATUS             FS-CTH.
           SELECT OPTIONAL NOTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
       01 REG-ARQCLI.
          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-RESTO         PIC X(198).

      *HISTORY FILE - SAME LAYOUT AS THE LIVE MASTER (CLIARCH)
       FD HIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI-HIST.DAT".
       01 REG-HIST.
          02 HIST-CODIGO      PIC 9(06).
          02 HIST-RESTO       PIC X(198).

      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             03 CR-FATURA     PIC 9(06).
          02 CR-RESTO          PIC X(61).

      *SETTLED INVOICES ARCHIVED BY CTASARQ - SAME LAYOUT AND KEY
       FD CTHIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS-HIST.DAT".
       01 REG-CTHIST.
          02 HC-CHAVE.
             03 HC-CODIGO     PIC 9(06).
             03 HC-FATURA     PIC 9(06).
          02 HC-DATA           PIC 9(08).
          02 HC-VALOR          PIC 9(07)V99.
          02 HC-PAGO           PIC 9(07)V99.
          02 HC-STATUS         PIC X(01).
             88 HC-LIQUIDADA   VALUE "Q" "P".
          02 HC-RESTO          PIC X(34).

      *SAME LAYOUT NOTE-CONVERT BUILDS
       FD NOTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NOTES.IDX".
          02 EM-GRADE         PIC X(01).
          02 EM-SALARIO       PIC 9(05).
          02 EM-SITUACAO      PIC X(01).
      *DEPENDANTS FOR THE IRRF DEDUCTION
          02 EM-DEPENDENTES   PIC 9(02).
      *HIRE DATE (CCYYMMDD) - THE 13TH SALARY IS PRORATED FROM IT
          02 EM-ADMISSAO      PIC 9(08).
      *COST CENTER (CCUSTO.DAT) - PAYROLL TOTALS LABOR COST BY IT
          02 EM-CENTRO        PIC X(04).

       FD COMM-FILE.
       01 COMM-LINE            PIC X(40).
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CTH               PIC X(02) VALUE SPACES.
       77 FS-NOTA              PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-COMM              PIC X(02) VALUE SPACES.

       01 COUNTERS.
          05 WS-CONTAS-ORFAS   PIC 9(07) VALUE ZERO.
          05 WS-HIST-ORFAS     PIC 9(07) VALUE ZERO.
          05 WS-HIST-DUPLAS    PIC 9(07) VALUE ZERO.
          05 WS-HIST-ABERTAS   PIC 9(07) VALUE ZERO.
          05 WS-NOTAS-ORFAS    PIC 9(05) VALUE ZERO.
          05 WS-COMM-ORFAS     PIC 9(05) VALUE ZERO.
          05 WS-CTL-BAIXO      PIC 9(01) VALUE ZERO.
              GO TO FECHA-PARA
           END-IF.
           PERFORM CHECA-CONTAS-PARA THRU CHECA-CONTAS-FIM.
           PERFORM CHECA-CTHIST-PARA THRU CHECA-CTHIST-FIM.
           PERFORM CHECA-NOTAS-PARA THRU CHECA-NOTAS-FIM.
           PERFORM CHECA-COMISSUM-PARA THRU CHECA-COMISSUM-FIM.
           PERFORM CHECA-CTL-PARA THRU CHECA-CTL-FIM.
       CHECA-CONTAS-FIM.
           EXIT.

      *ARCHIVED INVOICES - THE CLIENT MUST EXIST, THE ITEM MUST BE
      *SETTLED, AND IT MUST NOT BE IN CONTAS.DAT AS WELL (A CTASARQ
      *RUN THAT STOPPED BETWEEN THE COPY AND THE DELETE)
       CHECA-CTHIST-PARA.
           OPEN INPUT CTHIST-FILE.
           IF FS-CTH NOT = "00"
              CLOSE CTHIST-FILE
              GO TO CHECA-CTHIST-FIM
           END-IF.
           OPEN INPUT CONTAS-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CTHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECA-CTHIST-ITEM-PARA
                          THRU CHECA-CTHIST-ITEM-FIM
               END-READ
           END-PERFORM.
           CLOSE CONTAS-FILE.
           CLOSE CTHIST-FILE.
       CHECA-CTHIST-FIM.
           EXIT.

       CHECA-CTHIST-ITEM-PARA.
           MOVE HC-CODIGO TO CR-CODIGO.
           PERFORM EXISTE-CLIENTE-PARA THRU EXISTE-CLIENTE-FIM.
           IF WS-EXISTE = "N"
              ADD 1 TO WS-HIST-ORFAS
              ADD 1 TO WS-ACHADOS
              DISPLAY "FATURA ARQUIVADA ORFA: CLIENTE " HC-CODIGO
                      " FATURA " HC-FATURA
           END-IF.
           IF NOT HC-LIQUIDADA
              ADD 1 TO WS-HIST-ABERTAS
              ADD 1 TO WS-ACHADOS
              DISPLAY "FATURA ARQUIVADA NAO LIQUIDADA: CLIENTE "
                      HC-CODIGO " FATURA " HC-FATURA
                      " STATUS " HC-STATUS
           END-IF.
           IF FS-CR NOT = "00"
              GO TO CHECA-CTHIST-ITEM-FIM
           END-IF.
           MOVE HC-CHAVE TO CR-CHAVE.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-HIST-DUPLAS
                 ADD 1 TO WS-ACHADOS
                 DISPLAY "FATURA EM CONTAS.DAT E NO ARQUIVO: CLIENTE "
                         HC-CODIGO " FATURA " HC-FATURA
           END-READ.
       CHECA-CTHIST-ITEM-FIM.
           EXIT.

       CHECA-NOTAS-PARA.
           OPEN INPUT NOTAS-FILE.
           IF FS-NOTA NOT = "00"
           END-IF.
           DISPLAY " ".
           DISPLAY "FATURAS SEM CLIENTE       : " WS-CONTAS-ORFAS.
           DISPLAY "ARQUIVADAS SEM CLIENTE    : " WS-HIST-ORFAS.
           DISPLAY "ARQUIVADAS NAO LIQUIDADAS : " WS-HIST-ABERTAS.
           DISPLAY "ARQUIVADAS AINDA EM CONTAS: " WS-HIST-DUPLAS.
           DISPLAY "NOTAS SEM CLIENTE         : " WS-NOTAS-ORFAS.
           DISPLAY "COMISSOES SEM FUNCIONARIO : " WS-COMM-ORFAS.
           DISPLAY "CONTROLE DE CODIGO ATRASADO: " WS-CTL-BAIXO.
