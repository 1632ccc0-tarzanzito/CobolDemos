      ******************************************************************
      *DESC    : Monthly file growth and capacity forecast. VSAM-Stats *
      *        : looks at one file and EODSUM compares today with      *
      *        : yesterday, but nothing said when a master or journal  *
      *        : would outgrow its disk or its key. For ARQCLI.DAT,    *
      *        : ARQCLI-HIST.DAT, CONTAS.DAT, CONTAS-HIST.DAT,         *
      *        : NOTES.IDX, PAYHIST.DAT, EMPMAST.DAT and the journals  *
      *        : and logs this run takes the current record count and  *
      *        : size, works out the monthly growth from the history,  *
      *        : and projects the size at 3, 6 and 12 months. It also  *
      *        : watches the key spaces that cannot grow - CODIGO      *
      *        : 9(06), CR-FATURA 9(06), NOTA-ID 9(04), EM-ID 9(05).   *
      *        : The forecast goes to RELCAP.TXT; every warning is     *
      *        : raised as an ALERTS.DAT entry for ALERTMON.           *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Each run appends its figures to CAPHIST.DAT           *
      *        :   date;file;records;bytes;highest key                 *
      *        : and the growth rate of a file is measured from its    *
      *        : oldest figures of the last twelve months there. Until *
      *        : CAPHIST.DAT has a month of history the record counts  *
      *        : of ARQCLI.DAT and NOTES.IDX come from EODHIST.DAT     *
      *        : (EODSUM), and the size is taken to grow with the      *
      *        : records. Less than 28 days of history = no forecast.  *
      *        : A key space is flagged at 80% used or when the        *
      *        : highest key, at its growth rate, reaches the end of   *
      *        : its picture within 12 months (the highest CODIGO      *
      *        : counts ARQCLI-HIST.DAT and the CLICTL.DAT next code;  *
      *        : the highest CR-FATURA counts CONTAS-HIST.DAT).        *
      *        : Optional CAPLIM.TAB, one line per file:               *
      *        :   file;limit in MB                                    *
      *        : flags a file whose 12-month size passes its limit.    *
      *        : An alert still open for the same subject is not       *
      *        : raised again. RUNLOG code 4 when anything was         *
      *        : flagged, 8 when the report cannot be written; the     *
      *        : report is archived through RELCAT.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVCAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-ARQCLI.
           SELECT OPTIONAL HIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              HIST-CODIGO
           FILE STATUS             FS-HIST.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
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
           RECORD KEY              NOTA-ID
           FILE STATUS             FS-NOTA.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              PH-CHAVE
           FILE STATUS             FS-PAY.
           SELECT OPTIONAL EMP-MASTER ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              EM-ID
           FILE STATUS             FS-EMP.
           SELECT OPTIONAL CTL-FILE ASSIGN TO "CLICTL.DAT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-CTL.
      *A JOURNAL OR LOG BEING COUNTED
           SELECT LINHA-FILE ASSIGN DYNAMIC WS-LINHA-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-LINHA.
           SELECT OPTIONAL EOD-FILE ASSIGN TO "EODHIST.DAT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-EOD.
           SELECT OPTIONAL CAPHIST-FILE ASSIGN TO "CAPHIST.DAT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-CAPHIST.
           SELECT OPTIONAL LIM-FILE ASSIGN TO "CAPLIM.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-LIM.
           SELECT REL-FILE ASSIGN TO "RELCAP.TXT"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-REL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              ALR-ID
           FILE STATUS             FS-ALERT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ARQCLI.DAT".
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
             VALUE OF FILE-ID IS "CONTAS.DAT".
       01 REG-CONTA.
          02 CR-CHAVE.
             03 CR-CODIGO     PIC 9(06).
             03 CR-FATURA     PIC 9(06).
          02 CR-RESTO          PIC X(61).

      *SETTLED INVOICES ARCHIVED BY CTASARQ - SAME LAYOUT AND KEY
       FD CTHIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CONTAS-HIST.DAT".
       01 REG-CTHIST.
          02 HC-CHAVE.
             03 HC-CODIGO     PIC 9(06).
             03 HC-FATURA     PIC 9(06).
          02 HC-RESTO          PIC X(61).

      *SAME LAYOUT NOTE-CONVERT BUILDS
       FD NOTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NOTES.IDX".
       01 REG-NOTA.
          02 NOTA-ID          PIC 9(04).
          02 NOTA-RESTO       PIC X(178).

      *SAME LAYOUT PAYROLL WRITES
       FD PAYHIST-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "PAYHIST.DAT".
       01 REG-PAYHIST.
          02 PH-CHAVE.
             03 PH-ID         PIC 9(05).
             03 PH-PERIODO    PIC 9(06).
          02 PH-RESTO          PIC X(83).

      *SAME LAYOUT EMPCONV LOADS AND EMPMAINT MAINTAINS
       FD EMP-MASTER LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-RESTO         PIC X(53).

       FD CTL-FILE.
       01 CTL-REC.
          02 CTL-NEXT-CODIGO   PIC 9(06).

       FD LINHA-FILE.
       01 LINHA-REC            PIC X(512).

      *SAME LAYOUT EODSUM (EodSummary.cob) APPENDS
       FD EOD-FILE.
       01 EOD-REC.
          05 EOD-DATE          PIC 9(08).
          05 EOD-SEP1          PIC X(01).
          05 EOD-ARQCLI        PIC 9(07).
          05 EOD-SEP2          PIC X(01).
          05 EOD-VSAM          PIC 9(07).
          05 EOD-SEP3          PIC X(01).
          05 EOD-CPLX          PIC 9(07).
          05 EOD-SEP4          PIC X(01).
          05 EOD-NOTES         PIC 9(07).
          05 EOD-SEP5          PIC X(01).
          05 EOD-RESTO         PIC X(17).

      *date;file;records;bytes;highest key - ONE LINE PER FILE PER RUN
       FD CAPHIST-FILE.
       01 CAPHIST-REC.
          05 CH-DATA           PIC 9(08).
          05 CH-SEP1           PIC X(01).
          05 CH-ARQUIVO        PIC X(30).
          05 CH-SEP2           PIC X(01).
          05 CH-REGISTROS      PIC 9(09).
          05 CH-SEP3           PIC X(01).
          05 CH-BYTES          PIC 9(12).
          05 CH-SEP4           PIC X(01).
          05 CH-CHAVE          PIC 9(09).

       FD LIM-FILE.
       01 LIM-LINE             PIC X(60).

       FD REL-FILE.
       01 REL-LINE             PIC X(132).

      *SAME LAYOUT RUNLOG (RunLog.cob) WRITES
       FD ALERT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "ALERTS.DAT".
       01 REG-ALERTA.
          05 ALR-ID            PIC 9(05).
          05 ALR-DATA          PIC 9(08).
          05 ALR-HORA          PIC 9(06).
          05 ALR-PROGRAMA      PIC X(12).
          05 ALR-SEV           PIC 9(01).
          05 ALR-MSG           PIC X(40).
          05 ALR-STATUS        PIC X(01).
             88 ALR-ABERTO     VALUE "A".
          05 ALR-ACK-OPER      PIC X(08).
          05 ALR-ACK-DATA      PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-ARQCLI            PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-CTH               PIC X(02) VALUE SPACES.
       77 FS-NOTA              PIC X(02) VALUE SPACES.
       77 FS-PAY               PIC X(02) VALUE SPACES.
       77 FS-EMP               PIC X(02) VALUE SPACES.
       77 FS-CTL               PIC X(02) VALUE SPACES.
       77 FS-LINHA             PIC X(02) VALUE SPACES.
       77 FS-EOD               PIC X(02) VALUE SPACES.
       77 FS-CAPHIST           PIC X(02) VALUE SPACES.
       77 FS-LIM               PIC X(02) VALUE SPACES.
       77 FS-REL               PIC X(02) VALUE SPACES.
       77 FS-ALERT             PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-I                 PIC 9(02) VALUE ZERO.
       77 WS-A                 PIC 9(02) VALUE ZERO.
       77 WS-ITENS-QTD         PIC 9(02) VALUE 13.

      *WARNING THRESHOLDS FOR THE KEY SPACES
       77 WS-PCT-AVISO         PIC 9(03) VALUE 80.
       77 WS-MESES-AVISO       PIC 9(03) VALUE 12.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS          PIC 9(06) VALUE ZERO.
      *HISTORY OLDER THAN THIS IS NOT USED FOR THE RATE
       01 WS-DATA-JANELA       PIC 9(08) VALUE ZERO.

      *ONE ENTRY PER FILE WATCHED, LOADED IN INICIA-PARA:
      *  1 ARQCLI.DAT      2 CONTAS.DAT      3 NOTES.IDX
      *  4 PAYHIST.DAT     5 EMPMAST.DAT     6 CONTAS-HIST.DAT
      *  7 ARQCLI-HIST.DAT 8 VSAMJRNL.LOG    9 CTASJRNL.LOG
      * 10 RUNJRNL.LOG    11 EMPAUDIT.LOG   12 AUDIT.LOG
      * 13 RUNLOG.DAT
       01 WS-ITENS.
          05 WS-ITEM OCCURS 13 TIMES.
             10 IT-NOME        PIC X(30).
             10 IT-PRESENTE    PIC X(01).
             10 IT-REGISTROS   PIC 9(09).
             10 IT-BYTES       PIC 9(12).
             10 IT-CHAVE-NOME  PIC X(10).
             10 IT-CHAVE-CAP   PIC 9(09).
             10 IT-CHAVE-MAX   PIC 9(09).
             10 IT-LIMITE-MB   PIC 9(07).
      *       OLDEST FIGURES OF THE LAST TWELVE MONTHS - "H" FROM
      *       CAPHIST.DAT, "E" FROM EODHIST.DAT, SPACE = NONE
             10 IT-BASE-ORIGEM PIC X(01).
             10 IT-BASE-DATA   PIC 9(08).
             10 IT-BASE-REG    PIC 9(09).
             10 IT-BASE-BYTES  PIC 9(12).
             10 IT-BASE-CHAVE  PIC 9(09).
      *       GROWTH OF THE HIGHEST KEY PER MONTH
             10 IT-TX-CHAVE    PIC S9(09)V99.

      *FORECAST OF THE FILE BEING REPORTED
       01 WS-DIAS              PIC 9(05) VALUE ZERO.
       01 WS-MESES             PIC 9(03)V9(04) VALUE ZERO.
       01 WS-TX-REG            PIC S9(09)V99 VALUE ZERO.
       01 WS-TX-BYTES          PIC S9(13)V99 VALUE ZERO.
       01 WS-TX-CHAVE          PIC S9(09)V99 VALUE ZERO.
       01 WS-PROJ-3            PIC S9(13) VALUE ZERO.
       01 WS-PROJ-6            PIC S9(13) VALUE ZERO.
       01 WS-PROJ-12           PIC S9(13) VALUE ZERO.
       01 WS-PCT               PIC 9(03) VALUE ZERO.
       01 WS-MESES-FIM         PIC 9(05) VALUE ZERO.
       01 WS-LIMITE-BYTES      PIC 9(15) VALUE ZERO.
       01 WS-OBS               PIC X(13) VALUE SPACES.

      *WARNINGS RAISED THIS RUN - SUBJECT + DETAIL MAKE ALR-MSG; AN
      *OPEN ALERT WITH THE SAME SUBJECT IS NOT RAISED AGAIN
       01 WS-AVISOS            PIC 9(02) VALUE ZERO.
       01 WS-AVISO-TAB.
          05 WS-AVISO OCCURS 30 TIMES.
             10 AV-ASSUNTO     PIC X(20).
             10 AV-DETALHE     PIC X(20).
       01 WS-AV-ASSUNTO        PIC X(20) VALUE SPACES.
       01 WS-AV-DETALHE        PIC X(20) VALUE SPACES.
       01 WS-ABERTO            PIC X     VALUE "N".
       01 WS-MAX-ID            PIC 9(05) VALUE ZERO.
       01 WS-ALERTAS           PIC 9(02) VALUE ZERO.

       01 WS-LINHA-NOME        PIC X(30) VALUE SPACES.
       01 WS-IN-ARQUIVO        PIC X(30) VALUE SPACES.
       01 WS-IN-LIMITE         PIC X(10) VALUE SPACES.

       01 WS-CHECK-RC          PIC S9(09) COMP VALUE ZERO.
       01 WS-FILE-INFO.
          05 WS-FI-TAMANHO     PIC X(08) COMP-X.
          05 WS-FI-DATA        PIC X(04).
          05 WS-FI-HORA        PIC X(04).

       01 WS-ED-REG            PIC ZZZ.ZZZ.ZZ9.
       01 WS-ED-BYTES          PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 WS-ED-TAXA           PIC -ZZ.ZZZ.ZZ9.
       01 WS-ED-CAP            PIC ZZZ.ZZZ.ZZ9.
       01 WS-ED-MESES          PIC ZZ9.
       01 WS-ED-RESTAM         PIC ZZ.ZZ9.
       01 WS-ED-PCT            PIC ZZ9.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "PREVCAP".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "RELCAP.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "PREVCAP".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           MOVE WS-START-DATE TO WS-DATA-SIS.
           MOVE WS-START-TIME TO WS-HORA-SIS.
           OPEN OUTPUT REL-FILE.
           IF FS-REL NOT = "00"
              DISPLAY "RELCAP.TXT OPEN FAILED: " FS-REL
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           PERFORM INICIA-PARA THRU INICIA-FIM.
           PERFORM CONTA-ARQCLI-PARA THRU CONTA-ARQCLI-FIM.
           PERFORM CONTA-CONTAS-PARA THRU CONTA-CONTAS-FIM.
           PERFORM CONTA-NOTAS-PARA THRU CONTA-NOTAS-FIM.
           PERFORM CONTA-PAYHIST-PARA THRU CONTA-PAYHIST-FIM.
           PERFORM CONTA-EMP-PARA THRU CONTA-EMP-FIM.
           PERFORM VARYING WS-I FROM 8 BY 1 UNTIL WS-I > WS-ITENS-QTD
               PERFORM CONTA-LINHAS-PARA THRU CONTA-LINHAS-FIM
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               PERFORM TAMANHO-PARA THRU TAMANHO-FIM
           END-PERFORM.
           PERFORM CARREGA-LIMITES-PARA THRU CARREGA-LIMITES-FIM.
           PERFORM CARREGA-CAPHIST-PARA THRU CARREGA-CAPHIST-FIM.
           PERFORM CARREGA-EODHIST-PARA THRU CARREGA-EODHIST-FIM.
           PERFORM CABECALHO-PARA THRU CABECALHO-FIM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               PERFORM PROJETA-PARA THRU PROJETA-FIM
           END-PERFORM.
           PERFORM CHAVES-PARA THRU CHAVES-FIM.
           PERFORM GRAVA-CAPHIST-PARA THRU GRAVA-CAPHIST-FIM.
           PERFORM LEVANTA-ALERTAS-PARA THRU LEVANTA-ALERTAS-FIM.
           PERFORM FECHA-PARA THRU FECHA-FIM.
           IF WS-AVISOS > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       EXIT-PARA.
           MOVE WS-AVISOS TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

       INICIA-PARA.
           INITIALIZE WS-ITENS.
           MOVE "ARQCLI.DAT"      TO IT-NOME(1).
           MOVE "CONTAS.DAT"      TO IT-NOME(2).
           MOVE "NOTES.IDX"       TO IT-NOME(3).
           MOVE "PAYHIST.DAT"     TO IT-NOME(4).
           MOVE "EMPMAST.DAT"     TO IT-NOME(5).
           MOVE "CONTAS-HIST.DAT" TO IT-NOME(6).
           MOVE "ARQCLI-HIST.DAT" TO IT-NOME(7).
           MOVE "VSAMJRNL.LOG"    TO IT-NOME(8).
           MOVE "CTASJRNL.LOG"    TO IT-NOME(9).
           MOVE "RUNJRNL.LOG"     TO IT-NOME(10).
           MOVE "EMPAUDIT.LOG"    TO IT-NOME(11).
           MOVE "AUDIT.LOG"       TO IT-NOME(12).
           MOVE "RUNLOG.DAT"      TO IT-NOME(13).
           MOVE "CODIGO"          TO IT-CHAVE-NOME(1).
           MOVE 999999            TO IT-CHAVE-CAP(1).
           MOVE "CR-FATURA"       TO IT-CHAVE-NOME(2).
           MOVE 999999            TO IT-CHAVE-CAP(2).
           MOVE "NOTA-ID"         TO IT-CHAVE-NOME(3).
           MOVE 9999              TO IT-CHAVE-CAP(3).
           MOVE "EM-ID"           TO IT-CHAVE-NOME(5).
           MOVE 99999             TO IT-CHAVE-CAP(5).
           COMPUTE WS-DATA-JANELA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SIS) - 366).
       INICIA-FIM.
           EXIT.

      *CLIENTS - LIVE MASTER, ARCHIVE AND THE NEXT-CODE CONTROL ALL
      *SPEND THE SAME CODIGO SPACE
       CONTA-ARQCLI-PARA.
           OPEN INPUT ARQCLI.
           IF FS-ARQCLI = "00"
              MOVE "S" TO IT-PRESENTE(1)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ ARQCLI NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(1)
                          IF CODIGO > IT-CHAVE-MAX(1)
                             MOVE CODIGO TO IT-CHAVE-MAX(1)
                          END-IF
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE ARQCLI.
           OPEN INPUT HIST-FILE.
           IF FS-HIST = "00"
              MOVE "S" TO IT-PRESENTE(7)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ HIST-FILE NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(7)
                          IF HIST-CODIGO > IT-CHAVE-MAX(1)
                             MOVE HIST-CODIGO TO IT-CHAVE-MAX(1)
                          END-IF
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE HIST-FILE.
           OPEN INPUT CTL-FILE.
           IF FS-CTL = "00"
              READ CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-NEXT-CODIGO IS NUMERIC
                       AND CTL-NEXT-CODIGO > ZERO
                       AND CTL-NEXT-CODIGO - 1 > IT-CHAVE-MAX(1)
                       COMPUTE IT-CHAVE-MAX(1) = CTL-NEXT-CODIGO - 1
                    END-IF
              END-READ
           END-IF.
           CLOSE CTL-FILE.
       CONTA-ARQCLI-FIM.
           EXIT.

      *INVOICES - OPEN AND ARCHIVED SHARE THE CR-FATURA SPACE
       CONTA-CONTAS-PARA.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR = "00"
              MOVE "S" TO IT-PRESENTE(2)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ CONTAS-FILE NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(2)
                          IF CR-FATURA > IT-CHAVE-MAX(2)
                             MOVE CR-FATURA TO IT-CHAVE-MAX(2)
                          END-IF
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE CONTAS-FILE.
           OPEN INPUT CTHIST-FILE.
           IF FS-CTH = "00"
              MOVE "S" TO IT-PRESENTE(6)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ CTHIST-FILE NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(6)
                          IF HC-FATURA > IT-CHAVE-MAX(2)
                             MOVE HC-FATURA TO IT-CHAVE-MAX(2)
                          END-IF
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE CTHIST-FILE.
       CONTA-CONTAS-FIM.
           EXIT.

       CONTA-NOTAS-PARA.
           OPEN INPUT NOTAS-FILE.
           IF FS-NOTA = "00"
              MOVE "S" TO IT-PRESENTE(3)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ NOTAS-FILE NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(3)
                          MOVE NOTA-ID TO IT-CHAVE-MAX(3)
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE NOTAS-FILE.
       CONTA-NOTAS-FIM.
           EXIT.

       CONTA-PAYHIST-PARA.
           OPEN INPUT PAYHIST-FILE.
           IF FS-PAY = "00"
              MOVE "S" TO IT-PRESENTE(4)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ PAYHIST-FILE NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(4)
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE PAYHIST-FILE.
       CONTA-PAYHIST-FIM.
           EXIT.

       CONTA-EMP-PARA.
           OPEN INPUT EMP-MASTER.
           IF FS-EMP = "00"
              MOVE "S" TO IT-PRESENTE(5)
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "S"
                  READ EMP-MASTER NEXT RECORD
                      AT END
                          MOVE "S" TO WS-EOF
                      NOT AT END
                          ADD 1 TO IT-REGISTROS(5)
                          MOVE EM-ID TO IT-CHAVE-MAX(5)
                  END-READ
              END-PERFORM
           END-IF.
           CLOSE EMP-MASTER.
       CONTA-EMP-FIM.
           EXIT.

      *JOURNALS AND LOGS - ONE ENTRY PER LINE
       CONTA-LINHAS-PARA.
           MOVE IT-NOME(WS-I) TO WS-LINHA-NOME.
           OPEN INPUT LINHA-FILE.
           IF FS-LINHA NOT = "00"
              GO TO CONTA-LINHAS-FIM
           END-IF.
           MOVE "S" TO IT-PRESENTE(WS-I).
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ LINHA-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       ADD 1 TO IT-REGISTROS(WS-I)
               END-READ
           END-PERFORM.
           CLOSE LINHA-FILE.
       CONTA-LINHAS-FIM.
           EXIT.

      *SIZE ON DISK OF A FILE THAT WAS FOUND
       TAMANHO-PARA.
           IF IT-PRESENTE(WS-I) NOT = "S"
              GO TO TAMANHO-FIM
           END-IF.
           MOVE IT-NOME(WS-I) TO WS-LINHA-NOME.
           MOVE ZERO TO WS-FI-TAMANHO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LINHA-NOME
               WS-FILE-INFO RETURNING WS-CHECK-RC.
           IF WS-CHECK-RC = ZERO
              MOVE WS-FI-TAMANHO TO IT-BYTES(WS-I)
           END-IF.
       TAMANHO-FIM.
           EXIT.

      *file;limit in MB LINES OF CAPLIM.TAB
       CARREGA-LIMITES-PARA.
           OPEN INPUT LIM-FILE.
           IF FS-LIM NOT = "00"
              CLOSE LIM-FILE
              GO TO CARREGA-LIMITES-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ LIM-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM LIMITE-LINHA-PARA THRU LIMITE-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE LIM-FILE.
       CARREGA-LIMITES-FIM.
           EXIT.

       LIMITE-LINHA-PARA.
           IF LIM-LINE = SPACES OR LIM-LINE(1:1) = "#"
              GO TO LIMITE-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-IN-ARQUIVO WS-IN-LIMITE.
           UNSTRING LIM-LINE DELIMITED BY ";"
               INTO WS-IN-ARQUIVO WS-IN-LIMITE
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(WS-IN-LIMITE) NOT = ZERO
              DISPLAY "CAPLIM.TAB: LIMITE INVALIDO - " LIM-LINE
              GO TO LIMITE-LINHA-FIM
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ITENS-QTD
               IF IT-NOME(WS-A) = FUNCTION TRIM(WS-IN-ARQUIVO)
                  COMPUTE IT-LIMITE-MB(WS-A) =
                          FUNCTION NUMVAL(WS-IN-LIMITE)
               END-IF
           END-PERFORM.
       LIMITE-LINHA-FIM.
           EXIT.

      *OLDEST FIGURES OF THE LAST TWELVE MONTHS PER FILE - TODAY'S
      *OWN LINES (A RERUN) DO NOT COUNT
       CARREGA-CAPHIST-PARA.
           OPEN INPUT CAPHIST-FILE.
           IF FS-CAPHIST NOT = "00"
              CLOSE CAPHIST-FILE
              GO TO CARREGA-CAPHIST-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ CAPHIST-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM CAPHIST-LINHA-PARA
                          THRU CAPHIST-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE CAPHIST-FILE.
       CARREGA-CAPHIST-FIM.
           EXIT.

       CAPHIST-LINHA-PARA.
           IF CH-DATA IS NOT NUMERIC OR CH-REGISTROS IS NOT NUMERIC
              OR CH-BYTES IS NOT NUMERIC OR CH-CHAVE IS NOT NUMERIC
              GO TO CAPHIST-LINHA-FIM
           END-IF.
           IF CH-DATA < WS-DATA-JANELA OR CH-DATA NOT < WS-DATA-SIS
              GO TO CAPHIST-LINHA-FIM
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-ITENS-QTD
               IF IT-NOME(WS-A) = CH-ARQUIVO
                  AND (IT-BASE-ORIGEM(WS-A) NOT = "H"
                       OR CH-DATA < IT-BASE-DATA(WS-A))
                  MOVE "H" TO IT-BASE-ORIGEM(WS-A)
                  MOVE CH-DATA TO IT-BASE-DATA(WS-A)
                  MOVE CH-REGISTROS TO IT-BASE-REG(WS-A)
                  MOVE CH-BYTES TO IT-BASE-BYTES(WS-A)
                  MOVE CH-CHAVE TO IT-BASE-CHAVE(WS-A)
               END-IF
           END-PERFORM.
       CAPHIST-LINHA-FIM.
           EXIT.

      *EODSUM'S DAILY COUNTS STAND IN FOR ARQCLI.DAT AND NOTES.IDX
      *UNTIL CAPHIST.DAT HAS HISTORY OF ITS OWN
       CARREGA-EODHIST-PARA.
           IF IT-BASE-ORIGEM(1) = "H" AND IT-BASE-ORIGEM(3) = "H"
              GO TO CARREGA-EODHIST-FIM
           END-IF.
           OPEN INPUT EOD-FILE.
           IF FS-EOD NOT = "00"
              CLOSE EOD-FILE
              GO TO CARREGA-EODHIST-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ EOD-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM EODHIST-LINHA-PARA
                          THRU EODHIST-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE EOD-FILE.
       CARREGA-EODHIST-FIM.
           EXIT.

       EODHIST-LINHA-PARA.
           IF EOD-DATE IS NOT NUMERIC OR EOD-ARQCLI IS NOT NUMERIC
              OR EOD-NOTES IS NOT NUMERIC
              GO TO EODHIST-LINHA-FIM
           END-IF.
           IF EOD-DATE < WS-DATA-JANELA OR EOD-DATE NOT < WS-DATA-SIS
              GO TO EODHIST-LINHA-FIM
           END-IF.
           IF IT-BASE-ORIGEM(1) = SPACE
              OR (IT-BASE-ORIGEM(1) = "E"
                  AND EOD-DATE < IT-BASE-DATA(1))
              MOVE "E" TO IT-BASE-ORIGEM(1)
              MOVE EOD-DATE TO IT-BASE-DATA(1)
              MOVE EOD-ARQCLI TO IT-BASE-REG(1)
           END-IF.
           IF IT-BASE-ORIGEM(3) = SPACE
              OR (IT-BASE-ORIGEM(3) = "E"
                  AND EOD-DATE < IT-BASE-DATA(3))
              MOVE "E" TO IT-BASE-ORIGEM(3)
              MOVE EOD-DATE TO IT-BASE-DATA(3)
              MOVE EOD-NOTES TO IT-BASE-REG(3)
           END-IF.
       EODHIST-LINHA-FIM.
           EXIT.

       CABECALHO-PARA.
           DISPLAY "PREVISAO DE CRESCIMENTO E CAPACIDADE - "
                   WS-DATA-SIS.
           MOVE SPACES TO REL-LINE.
           STRING "PREVISAO DE CRESCIMENTO E CAPACIDADE DOS ARQUIVOS"
                  DELIMITED BY SIZE
                  " - EM " DELIMITED BY SIZE
                  WS-DATA-SIS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           MOVE "ARQUIVO" TO REL-LINE(1:7).
           MOVE "REGISTROS" TO REL-LINE(24:9).
           MOVE "BYTES HOJE" TO REL-LINE(39:10).
           MOVE "REG/MES" TO REL-LINE(55:7).
           MOVE "BYTES 3 MESES" TO REL-LINE(65:13).
           MOVE "BYTES 6 MESES" TO REL-LINE(81:13).
           MOVE "BYTES 12 MESES" TO REL-LINE(96:14).
           MOVE "BASE" TO REL-LINE(111:4).
           MOVE "OBS" TO REL-LINE(120:3).
           WRITE REL-LINE.
       CABECALHO-FIM.
           EXIT.

      *GROWTH RATE PER MONTH FROM THE BASE FIGURES AND THE SIZE AT
      *3, 6 AND 12 MONTHS
       PROJETA-PARA.
           MOVE ZERO TO WS-TX-REG WS-TX-BYTES WS-TX-CHAVE WS-MESES.
           MOVE IT-BYTES(WS-I) TO WS-PROJ-3 WS-PROJ-6 WS-PROJ-12.
           MOVE SPACES TO WS-OBS.
           MOVE SPACES TO REL-LINE.
           MOVE IT-NOME(WS-I) TO REL-LINE(1:20).
           IF IT-PRESENTE(WS-I) NOT = "S"
              MOVE "AUSENTE" TO REL-LINE(120:7)
              WRITE REL-LINE
              GO TO PROJETA-FIM
           END-IF.
           IF IT-BASE-ORIGEM(WS-I) = SPACE
              MOVE "SEM HISTORICO" TO WS-OBS
              GO TO PROJETA-LINHA
           END-IF.
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE(WS-DATA-SIS)
                   - FUNCTION INTEGER-OF-DATE(IT-BASE-DATA(WS-I)).
           IF WS-DIAS < 28
              MOVE "HIST. CURTO" TO WS-OBS
              GO TO PROJETA-LINHA
           END-IF.
           COMPUTE WS-MESES ROUNDED = WS-DIAS / 30,4375.
           COMPUTE WS-TX-REG ROUNDED =
                   (IT-REGISTROS(WS-I) - IT-BASE-REG(WS-I)) / WS-MESES.
           IF IT-BASE-ORIGEM(WS-I) = "H"
              COMPUTE WS-TX-BYTES ROUNDED =
                      (IT-BYTES(WS-I) - IT-BASE-BYTES(WS-I)) / WS-MESES
              COMPUTE WS-TX-CHAVE ROUNDED =
                      (IT-CHAVE-MAX(WS-I) - IT-BASE-CHAVE(WS-I))
                      / WS-MESES
           ELSE
              IF IT-REGISTROS(WS-I) > ZERO
                 COMPUTE WS-TX-BYTES ROUNDED = WS-TX-REG
                         * IT-BYTES(WS-I) / IT-REGISTROS(WS-I)
              END-IF
              MOVE WS-TX-REG TO WS-TX-CHAVE
           END-IF.
           COMPUTE WS-PROJ-3 = IT-BYTES(WS-I) + WS-TX-BYTES * 3.
           COMPUTE WS-PROJ-6 = IT-BYTES(WS-I) + WS-TX-BYTES * 6.
           COMPUTE WS-PROJ-12 = IT-BYTES(WS-I) + WS-TX-BYTES * 12.
           IF WS-PROJ-3 < ZERO
              MOVE ZERO TO WS-PROJ-3
           END-IF.
           IF WS-PROJ-6 < ZERO
              MOVE ZERO TO WS-PROJ-6
           END-IF.
           IF WS-PROJ-12 < ZERO
              MOVE ZERO TO WS-PROJ-12
           END-IF.
           PERFORM LIMITE-DISCO-PARA THRU LIMITE-DISCO-FIM.
       PROJETA-LINHA.
           MOVE IT-REGISTROS(WS-I) TO WS-ED-REG.
           MOVE WS-ED-REG TO REL-LINE(22:11).
           MOVE IT-BYTES(WS-I) TO WS-ED-BYTES.
           MOVE WS-ED-BYTES TO REL-LINE(34:15).
           MOVE WS-TX-REG TO WS-ED-TAXA.
           MOVE WS-ED-TAXA TO REL-LINE(51:11).
           MOVE WS-PROJ-3 TO WS-ED-BYTES.
           MOVE WS-ED-BYTES TO REL-LINE(63:15).
           MOVE WS-PROJ-6 TO WS-ED-BYTES.
           MOVE WS-ED-BYTES TO REL-LINE(79:15).
           MOVE WS-PROJ-12 TO WS-ED-BYTES.
           MOVE WS-ED-BYTES TO REL-LINE(95:15).
           IF IT-BASE-ORIGEM(WS-I) NOT = SPACE
              MOVE IT-BASE-DATA(WS-I) TO REL-LINE(111:8)
           END-IF.
           MOVE WS-OBS TO REL-LINE(120:13).
           WRITE REL-LINE.
           MOVE WS-TX-CHAVE TO IT-TX-CHAVE(WS-I).
       PROJETA-FIM.
           EXIT.

      *A FILE WITH A CAPLIM.TAB LIMIT THAT PASSES IT WITHIN A YEAR
       LIMITE-DISCO-PARA.
           IF IT-LIMITE-MB(WS-I) = ZERO
              GO TO LIMITE-DISCO-FIM
           END-IF.
           COMPUTE WS-LIMITE-BYTES = IT-LIMITE-MB(WS-I) * 1048576.
           IF WS-PROJ-12 NOT > WS-LIMITE-BYTES
              GO TO LIMITE-DISCO-FIM
           END-IF.
           MOVE IT-NOME(WS-I) TO WS-AV-ASSUNTO.
           MOVE SPACES TO WS-AV-DETALHE.
           IF IT-BYTES(WS-I) NOT < WS-LIMITE-BYTES
              MOVE "ACIMA DO LIMITE" TO WS-AV-DETALHE
              MOVE "ACIMA LIMITE" TO WS-OBS
           ELSE
              COMPUTE WS-MESES-FIM =
                      (WS-LIMITE-BYTES - IT-BYTES(WS-I)) / WS-TX-BYTES
                 ON SIZE ERROR
                    MOVE 999 TO WS-MESES-FIM
              END-COMPUTE
              MOVE WS-MESES-FIM TO WS-ED-MESES
              STRING "LIMITE EM " DELIMITED BY SIZE
                     WS-ED-MESES DELIMITED BY SIZE
                     " MESES" DELIMITED BY SIZE
                     INTO WS-AV-DETALHE
              END-STRING
              MOVE "LIMITE 12M" TO WS-OBS
           END-IF.
           PERFORM AVISO-PARA THRU AVISO-FIM.
       LIMITE-DISCO-FIM.
           EXIT.

      *KEY SPACES - HIGHEST KEY AGAINST THE PICTURE'S CEILING AND
      *MONTHS LEFT AT THE KEY'S GROWTH RATE
       CHAVES-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           MOVE "CHAVE" TO REL-LINE(1:5).
           MOVE "ARQUIVO" TO REL-LINE(12:7).
           MOVE "MAIOR CHAVE" TO REL-LINE(33:11).
           MOVE "CAPACIDADE" TO REL-LINE(46:10).
           MOVE "USO%" TO REL-LINE(58:4).
           MOVE "CHAVES/MES" TO REL-LINE(64:10).
           MOVE "MESES RESTANTES" TO REL-LINE(76:15).
           WRITE REL-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               IF IT-CHAVE-CAP(WS-I) > ZERO
                  PERFORM CHAVE-UMA-PARA THRU CHAVE-UMA-FIM
               END-IF
           END-PERFORM.
       CHAVES-FIM.
           EXIT.

       CHAVE-UMA-PARA.
           MOVE IT-TX-CHAVE(WS-I) TO WS-TX-CHAVE.
           COMPUTE WS-PCT = IT-CHAVE-MAX(WS-I) * 100
                          / IT-CHAVE-CAP(WS-I).
           MOVE SPACES TO REL-LINE.
           MOVE IT-CHAVE-NOME(WS-I) TO REL-LINE(1:10).
           MOVE IT-NOME(WS-I) TO REL-LINE(12:20).
           MOVE IT-CHAVE-MAX(WS-I) TO WS-ED-CAP.
           MOVE WS-ED-CAP TO REL-LINE(33:11).
           MOVE IT-CHAVE-CAP(WS-I) TO WS-ED-CAP.
           MOVE WS-ED-CAP TO REL-LINE(45:11).
           MOVE WS-PCT TO WS-ED-PCT.
           MOVE WS-ED-PCT TO REL-LINE(59:3).
           MOVE WS-TX-CHAVE TO WS-ED-TAXA.
           MOVE WS-ED-TAXA TO REL-LINE(63:11).
           MOVE 99999 TO WS-MESES-FIM.
           IF WS-TX-CHAVE > ZERO
              COMPUTE WS-MESES-FIM =
                      (IT-CHAVE-CAP(WS-I) - IT-CHAVE-MAX(WS-I))
                      / WS-TX-CHAVE
                 ON SIZE ERROR
                    MOVE 99999 TO WS-MESES-FIM
              END-COMPUTE
              MOVE WS-MESES-FIM TO WS-ED-RESTAM
              MOVE WS-ED-RESTAM TO REL-LINE(80:6)
           ELSE
              MOVE "-" TO REL-LINE(85:1)
           END-IF.
           WRITE REL-LINE.
           IF WS-PCT < WS-PCT-AVISO
              AND WS-MESES-FIM > WS-MESES-AVISO
              GO TO CHAVE-UMA-FIM
           END-IF.
           MOVE SPACES TO WS-AV-ASSUNTO WS-AV-DETALHE.
           STRING "CHAVE " DELIMITED BY SIZE
                  IT-CHAVE-NOME(WS-I) DELIMITED BY SPACE
                  INTO WS-AV-ASSUNTO
           END-STRING.
           IF WS-MESES-FIM > 999
              STRING "USO " DELIMITED BY SIZE
                     WS-ED-PCT DELIMITED BY SIZE
                     "%" DELIMITED BY SIZE
                     INTO WS-AV-DETALHE
              END-STRING
           ELSE
              MOVE WS-MESES-FIM TO WS-ED-MESES
              STRING "USO " DELIMITED BY SIZE
                     WS-ED-PCT DELIMITED BY SIZE
                     "% - " DELIMITED BY SIZE
                     WS-ED-MESES DELIMITED BY SIZE
                     " MESES" DELIMITED BY SIZE
                     INTO WS-AV-DETALHE
              END-STRING
           END-IF.
           PERFORM AVISO-PARA THRU AVISO-FIM.
       CHAVE-UMA-FIM.
           EXIT.

      *QUEUES A WARNING FOR ALERTS.DAT AND LISTS IT ON THE REPORT
       AVISO-PARA.
           IF WS-AVISOS < 30
              ADD 1 TO WS-AVISOS
              MOVE WS-AV-ASSUNTO TO AV-ASSUNTO(WS-AVISOS)
              MOVE WS-AV-DETALHE TO AV-DETALHE(WS-AVISOS)
           END-IF.
           DISPLAY "*** AVISO: " WS-AV-ASSUNTO " " WS-AV-DETALHE.
       AVISO-FIM.
           EXIT.

      *TODAY'S FIGURES FOR THE NEXT RUN'S GROWTH RATES
       GRAVA-CAPHIST-PARA.
           OPEN EXTEND CAPHIST-FILE.
           IF FS-CAPHIST NOT = "00" AND FS-CAPHIST NOT = "05"
              DISPLAY "CAPHIST.DAT NAO ATUALIZADO: " FS-CAPHIST
              GO TO GRAVA-CAPHIST-FIM
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITENS-QTD
               IF IT-PRESENTE(WS-I) = "S"
                  MOVE WS-DATA-SIS TO CH-DATA
                  MOVE IT-NOME(WS-I) TO CH-ARQUIVO
                  MOVE IT-REGISTROS(WS-I) TO CH-REGISTROS
                  MOVE IT-BYTES(WS-I) TO CH-BYTES
                  MOVE IT-CHAVE-MAX(WS-I) TO CH-CHAVE
                  MOVE ";" TO CH-SEP1 CH-SEP2 CH-SEP3 CH-SEP4
                  WRITE CAPHIST-REC
               END-IF
           END-PERFORM.
           CLOSE CAPHIST-FILE.
       GRAVA-CAPHIST-FIM.
           EXIT.

      *ONE ALERTS.DAT ENTRY PER WARNING, NUMBERED AS RUNLOG DOES -
      *SKIPPED WHILE AN OPEN ALERT OF THIS PROGRAM HAS THE SUBJECT
       LEVANTA-ALERTAS-PARA.
           IF WS-AVISOS = ZERO
              GO TO LEVANTA-ALERTAS-FIM
           END-IF.
           OPEN I-O ALERT-FILE.
           IF FS-ALERT = "35" OR FS-ALERT = "05"
              CLOSE ALERT-FILE
              OPEN OUTPUT ALERT-FILE
              CLOSE ALERT-FILE
              OPEN I-O ALERT-FILE
           END-IF.
           IF FS-ALERT NOT = "00"
              DISPLAY "ALERTS.DAT OPEN FAILED: " FS-ALERT
              GO TO LEVANTA-ALERTAS-FIM
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AVISOS
               PERFORM ALERTA-UM-PARA THRU ALERTA-UM-FIM
           END-PERFORM.
           CLOSE ALERT-FILE.
           DISPLAY "ALERTAS LEVANTADOS: " WS-ALERTAS.
       LEVANTA-ALERTAS-FIM.
           EXIT.

       ALERTA-UM-PARA.
           MOVE ZERO TO WS-MAX-ID.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO ALR-ID.
           START ALERT-FILE KEY IS NOT LESS ALR-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "S"
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE ALR-ID TO WS-MAX-ID
                       IF ALR-ABERTO AND ALR-PROGRAMA = WS-RUN-PGM
                          AND ALR-MSG(1:20) = AV-ASSUNTO(WS-A)
                          MOVE "S" TO WS-ABERTO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ABERTO = "S"
              GO TO ALERTA-UM-FIM
           END-IF.
           INITIALIZE REG-ALERTA.
           COMPUTE ALR-ID = WS-MAX-ID + 1.
           MOVE WS-DATA-SIS TO ALR-DATA.
           MOVE WS-HORA-SIS TO ALR-HORA.
           MOVE WS-RUN-PGM TO ALR-PROGRAMA.
           MOVE 4 TO ALR-SEV.
           MOVE AV-ASSUNTO(WS-A) TO ALR-MSG(1:20).
           MOVE AV-DETALHE(WS-A) TO ALR-MSG(21:20).
           MOVE "A" TO ALR-STATUS.
           WRITE REG-ALERTA
              INVALID KEY
                 DISPLAY "ALERTA NAO GRAVADO: " ALR-ID
              NOT INVALID KEY
                 ADD 1 TO WS-ALERTAS
           END-WRITE.
       ALERTA-UM-FIM.
           EXIT.

       FECHA-PARA.
           MOVE SPACES TO REL-LINE.
           WRITE REL-LINE.
           MOVE SPACES TO REL-LINE.
           STRING "AVISOS: " DELIMITED BY SIZE
                  WS-AVISOS DELIMITED BY SIZE
                  INTO REL-LINE
           END-STRING.
           WRITE REL-LINE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AVISOS
               MOVE SPACES TO REL-LINE
               STRING "  " DELIMITED BY SIZE
                      AV-ASSUNTO(WS-A) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AV-DETALHE(WS-A) DELIMITED BY SIZE
                      INTO REL-LINE
               END-STRING
               WRITE REL-LINE
           END-PERFORM.
           CLOSE REL-FILE.
           DISPLAY "AVISOS: " WS-AVISOS.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
       FECHA-FIM.
           EXIT.
