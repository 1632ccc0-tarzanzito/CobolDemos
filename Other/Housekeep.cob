      ******************************************************************
      *DESC    : Central retention housekeeping. The logs and journals *
      *        : (RUNLOG.DAT, ALERTS.DAT, VSAMJRNL.LOG, CTASJRNL.LOG,  *
      *        : EMPAUDIT.LOG, GRADRATE.LOG, VSAMMENU.LOG,             *
      *        : EODHIST.DAT, VSAMSTAT.HIS, RUNJRNL.LOG) and the dated *
      *        : AUDIT / MEMOARCH archives only ever grew, and each    *
      *        : was trimmed by hand, if at all. This job applies one  *
      *        : retention table, RETENCAO.TAB, to all of them: how    *
      *        : many days each keeps and whether the expired entries  *
      *        : are archived or deleted. Nothing outside the table is *
      *        : touched, nothing inside a legal hold is removed, and  *
      *        : every file handled is logged in HOUSEKEEP.LOG with    *
      *        : the entries removed, those kept by a hold and the     *
      *        : space freed.                                          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : RETENCAO.TAB, one line per file ("#" = comment):      *
      *        :   arquivo;tipo;dias;acao;posicao                      *
      *        : tipo L = line file with a CCYYMMDD date at column     *
      *        : "posicao" of every entry; J = the same for a journal  *
      *        : (VSAMJRNL, CTASJRNL, RUNJRNL); I = ALERTS.DAT, where  *
      *        : only acknowledged alerts go; C = catalog of dated     *
      *        : archive files (AUDITARQ.LST, MEMOARQ.LST,             *
      *        : HSKARQ.LST), "posicao" being where the date sits in   *
      *        : the archive name - expired archives are deleted and   *
      *        : dropped from the catalog. An entry is expired when    *
      *        : its date is more than "dias" days before today. acao  *
      *        : A = append the expired entries to HSK-CCYYMMDD-<file> *
      *        : (catalogued in HSKARQ.LST) before removing them, D =  *
      *        : delete; a C line takes D only.                        *
      *        : LEGALHOLD.TAB, one hold per line:                     *
      *        :   arquivo or *;from CCYYMMDD;to CCYYMMDD;reference    *
      *        : (to blank = open-ended) - no entry dated inside a     *
      *        : hold for its file is removed.                         *
      *        : A journal (J) is only trimmed up to the backup moment *
      *        : of the latest set BKPVERIFY passed (BKPVERIF.LOG):    *
      *        : with no verified set, or one older than the cutoff,   *
      *        : the journal is refused whole.                         *
      *        : A line file is trimmed through HOUSEKEEP.TMP and      *
      *        : rewritten only when something expired. Space freed is *
      *        : the bytes of the lines or records removed, or the     *
      *        : size of the archive files deleted.                    *
      *        : RUNLOG code 4 when a line of the table is invalid, a  *
      *        : journal is refused or a file cannot be trimmed; 8     *
      *        : when HOUSEKEEP.LOG cannot be opened (nothing is then  *
      *        : trimmed) or a file could not be rewritten.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAB-FILE ASSIGN TO "RETENCAO.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-TAB.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "LEGALHOLD.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-HOLD.
           SELECT OPTIONAL VERIF-FILE ASSIGN TO "BKPVERIF.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-VERIF.
      *THE FILE BEING TRIMMED AND ITS SCRATCH COPY
           SELECT ALVO-FILE ASSIGN DYNAMIC WS-ALVO-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-ALVO.
           SELECT TEMP-FILE ASSIGN TO "HOUSEKEEP.TMP"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-TEMP.
      *HSK-CCYYMMDD-<FILE> - WHERE ACAO A PUTS THE EXPIRED ENTRIES
           SELECT OPTIONAL ARQ-FILE ASSIGN DYNAMIC WS-ARQ-NOME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-ARQ.
           SELECT OPTIONAL HSKCAT-FILE ASSIGN TO "HSKARQ.LST"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-HSKCAT.
           SELECT OPTIONAL LOG-FILE ASSIGN TO "HOUSEKEEP.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-LOG.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              ALR-ID
           FILE STATUS             FS-ALERT.

       DATA DIVISION.
       FILE SECTION.
       FD TAB-FILE.
       01 TAB-LINE             PIC X(80).

       FD HOLD-FILE.
       01 HOLD-LINE            PIC X(80).

      *set;backup date;backup time;verify date;verify time
       FD VERIF-FILE.
       01 VERIF-LINE           PIC X(60).

       FD ALVO-FILE.
       01 ALVO-LINE            PIC X(512).

       FD TEMP-FILE.
       01 TEMP-LINE            PIC X(512).

       FD ARQ-FILE.
       01 ARQ-LINE             PIC X(512).

       FD HSKCAT-FILE.
       01 HSKCAT-LINE          PIC X(44).

      *ONE LINE PER FILE HANDLED, AND ONE PER ARCHIVE FILE DELETED
       FD LOG-FILE.
       01 LOG-REC.
          05 LG-DATA           PIC 9(08).
          05 LG-SEP1           PIC X(01).
          05 LG-HORA           PIC 9(06).
          05 LG-SEP2           PIC X(01).
          05 LG-ARQUIVO        PIC X(30).
          05 LG-SEP3           PIC X(01).
          05 LG-TIPO           PIC X(01).
          05 LG-SEP4           PIC X(01).
          05 LG-ACAO           PIC X(01).
          05 LG-SEP5           PIC X(01).
          05 LG-CORTE          PIC 9(08).
          05 LG-SEP6           PIC X(01).
          05 LG-REMOVIDOS      PIC 9(07).
          05 LG-SEP7           PIC X(01).
          05 LG-RETIDOS        PIC 9(07).
          05 LG-SEP8           PIC X(01).
          05 LG-BYTES          PIC 9(12).
          05 LG-SEP9           PIC X(01).
          05 LG-SITUACAO       PIC X(50).

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
       77 FS-TAB               PIC X(02) VALUE SPACES.
       77 FS-HOLD              PIC X(02) VALUE SPACES.
       77 FS-VERIF             PIC X(02) VALUE SPACES.
       77 FS-ALVO              PIC X(02) VALUE SPACES.
       77 FS-TEMP              PIC X(02) VALUE SPACES.
       77 FS-ARQ               PIC X(02) VALUE SPACES.
       77 FS-HSKCAT            PIC X(02) VALUE SPACES.
       77 FS-LOG               PIC X(02) VALUE SPACES.
       77 FS-ALERT             PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-ALVO-EOF          PIC X     VALUE "N".
       77 WS-REMOVE            PIC X     VALUE "N".
       77 WS-RETIDO            PIC X     VALUE "N".
       77 WS-ARQ-ABERTO        PIC X     VALUE "N".
       77 WS-ARQ-FALHOU        PIC X     VALUE "N".
       77 WS-H                 PIC 9(03) VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS          PIC 9(06) VALUE ZERO.

      *arquivo;tipo;dias;acao;posicao LINE OF RETENCAO.TAB
       01 WS-IN-ARQUIVO        PIC X(30) VALUE SPACES.
       01 WS-IN-TIPO           PIC X(01) VALUE SPACES.
       01 WS-IN-DIAS           PIC X(06) VALUE SPACES.
       01 WS-IN-ACAO           PIC X(01) VALUE SPACES.
       01 WS-IN-POS            PIC X(04) VALUE SPACES.

      *THE RULE BEING APPLIED
       01 WS-REGRA.
          05 WS-R-ARQUIVO      PIC X(30) VALUE SPACES.
          05 WS-R-TIPO         PIC X(01) VALUE SPACES.
             88 WS-R-LINHAS    VALUE "L" "J".
             88 WS-R-JORNAL    VALUE "J".
             88 WS-R-ALERTAS   VALUE "I".
             88 WS-R-CATALOGO  VALUE "C".
          05 WS-R-DIAS         PIC 9(05) VALUE ZERO.
          05 WS-R-ACAO         PIC X(01) VALUE SPACES.
             88 WS-R-ARQUIVA   VALUE "A".
             88 WS-R-APAGA     VALUE "D".
          05 WS-R-POS          PIC 9(03) VALUE ZERO.
       01 WS-CORTE             PIC 9(08) VALUE ZERO.

      *PER-FILE TOTALS, REPORTED ON ITS HOUSEKEEP.LOG LINE
       01 WS-F-REMOVIDOS       PIC 9(07) VALUE ZERO.
       01 WS-F-RETIDOS         PIC 9(07) VALUE ZERO.
       01 WS-F-BYTES           PIC 9(12) VALUE ZERO.
       01 WS-SITUACAO          PIC X(50) VALUE SPACES.
       01 WS-DET-SITUACAO      PIC X(50) VALUE SPACES.

      *RUN TOTALS
       01 WS-ARQUIVOS          PIC 9(05) VALUE ZERO.
       01 WS-REMOVIDOS         PIC 9(09) VALUE ZERO.
       01 WS-BYTES             PIC 9(15) VALUE ZERO.
       01 WS-RECUSADOS         PIC 9(05) VALUE ZERO.

      *DATE OF THE ENTRY BEING LOOKED AT
       01 WS-ENT-DATA-X        PIC X(08) VALUE SPACES.
       01 WS-ENT-DATA REDEFINES WS-ENT-DATA-X
                               PIC 9(08).
       01 WS-TAM               PIC 9(05) VALUE ZERO.

      *LEGAL HOLDS FROM LEGALHOLD.TAB
       01 WS-HOLDS             PIC 9(03) VALUE ZERO.
       01 WS-HOLD-TAB.
          05 WS-HOLD OCCURS 100 TIMES.
             10 HD-ARQUIVO     PIC X(30).
             10 HD-DE          PIC 9(08).
             10 HD-ATE         PIC 9(08).
       01 WS-IN-DE             PIC X(08) VALUE SPACES.
       01 WS-IN-ATE            PIC X(08) VALUE SPACES.
       01 WS-IN-REF            PIC X(30) VALUE SPACES.

      *BACKUP MOMENT OF THE LATEST SET BKPVERIFY PASSED - ZERO WHEN
      *THERE IS NONE
       01 WS-BKP-SET           PIC X(10) VALUE SPACES.
       01 WS-BKP-MOMENTO.
          05 WS-BKP-DATA       PIC 9(08) VALUE ZERO.
          05 WS-BKP-HORA       PIC 9(06) VALUE ZERO.
       01 WS-VF-MOMENTO.
          05 WS-VF-DATA        PIC 9(08) VALUE ZERO.
          05 WS-VF-HORA        PIC 9(06) VALUE ZERO.
       01 WS-VF-SET            PIC X(10) VALUE SPACES.
       01 WS-VF-DATA-X         PIC X(08) VALUE SPACES.
       01 WS-VF-HORA-X         PIC X(06) VALUE SPACES.

       01 WS-ALVO-NOME         PIC X(30) VALUE SPACES.
       01 WS-ARQ-NOME          PIC X(44) VALUE SPACES.

      *ARCHIVE FILES NAMED IN A CATALOG - SIZE BEFORE THE DELETE
       01 WS-APAGA-NOME        PIC X(44) VALUE SPACES.
       01 WS-DELETE-RC         PIC S9(09) COMP VALUE ZERO.
       01 WS-CHECK-RC          PIC S9(09) COMP VALUE ZERO.
       01 WS-FILE-INFO.
          05 WS-FI-TAMANHO     PIC X(08) COMP-X.
          05 WS-FI-DATA        PIC X(04).
          05 WS-FI-HORA        PIC X(04).

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "HOUSEKEEP".
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
      *    NO LOG, NO TRIM - WHAT GOES MUST BE ON RECORD
           OPEN EXTEND LOG-FILE.
           IF FS-LOG NOT = "00" AND FS-LOG NOT = "05"
              DISPLAY "HOUSEKEEP.LOG OPEN FAILED: " FS-LOG
              DISPLAY "NADA FOI REMOVIDO"
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN INPUT TAB-FILE.
           IF FS-TAB NOT = "00"
              DISPLAY "RETENCAO.TAB AUSENTE - NADA FOI REMOVIDO"
              CLOSE TAB-FILE
              CLOSE LOG-FILE
              MOVE 4 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           PERFORM CARREGA-HOLD-PARA THRU CARREGA-HOLD-FIM.
           PERFORM CARREGA-BKP-PARA THRU CARREGA-BKP-FIM.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ TAB-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM REGRA-PARA THRU REGRA-FIM
               END-READ
           END-PERFORM.
           CLOSE TAB-FILE.
           CLOSE LOG-FILE.
           DISPLAY "ARQUIVOS TRATADOS  : " WS-ARQUIVOS.
           DISPLAY "ENTRADAS REMOVIDAS : " WS-REMOVIDOS.
           DISPLAY "BYTES LIBERADOS    : " WS-BYTES.
           DISPLAY "RECUSADOS/FALHAS   : " WS-RECUSADOS.
           IF WS-RECUSADOS > ZERO AND WS-RC < 4
              MOVE 4 TO WS-RC
           END-IF.
       EXIT-PARA.
           IF WS-REMOVIDOS > 9999999
              MOVE 9999999 TO WS-LOG-COUNT
           ELSE
              MOVE WS-REMOVIDOS TO WS-LOG-COUNT
           END-IF.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

      *LEGAL HOLDS - arquivo or *;from;to;reference
       CARREGA-HOLD-PARA.
           MOVE ZERO TO WS-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF FS-HOLD NOT = "00"
              CLOSE HOLD-FILE
              GO TO CARREGA-HOLD-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ HOLD-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-LINHA-PARA THRU HOLD-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           DISPLAY "RETENCOES LEGAIS ATIVAS: " WS-HOLDS.
       CARREGA-HOLD-FIM.
           EXIT.

      *A HOLD THAT CANNOT BE READ STILL HOLDS - A BAD FROM DATE IS
      *TAKEN AS THE BEGINNING OF TIME, A BAD TO DATE AS NO END
       HOLD-LINHA-PARA.
           IF HOLD-LINE = SPACES OR HOLD-LINE(1:1) = "#"
              GO TO HOLD-LINHA-FIM
           END-IF.
           IF WS-HOLDS = 100
              DISPLAY "LEGALHOLD.TAB: MAIS DE 100 RETENCOES - "
                      "TRATAMENTO SUSPENSO"
              MOVE 1 TO WS-HOLDS
              MOVE "*" TO HD-ARQUIVO(1)
              MOVE ZERO TO HD-DE(1)
              MOVE 99999999 TO HD-ATE(1)
              MOVE "S" TO WS-EOF
              GO TO HOLD-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-IN-ARQUIVO WS-IN-DE WS-IN-ATE WS-IN-REF.
           UNSTRING HOLD-LINE DELIMITED BY ";"
               INTO WS-IN-ARQUIVO WS-IN-DE WS-IN-ATE WS-IN-REF
           END-UNSTRING.
           ADD 1 TO WS-HOLDS.
           MOVE FUNCTION TRIM(WS-IN-ARQUIVO) TO HD-ARQUIVO(WS-HOLDS).
           IF WS-IN-DE IS NUMERIC
              MOVE WS-IN-DE TO HD-DE(WS-HOLDS)
           ELSE
              MOVE ZERO TO HD-DE(WS-HOLDS)
           END-IF.
           IF WS-IN-ATE IS NUMERIC AND WS-IN-ATE NOT = ZERO
              MOVE WS-IN-ATE TO HD-ATE(WS-HOLDS)
           ELSE
              MOVE 99999999 TO HD-ATE(WS-HOLDS)
           END-IF.
       HOLD-LINHA-FIM.
           EXIT.

      *LATEST BACKUP MOMENT AMONG THE SETS BKPVERIFY PASSED
       CARREGA-BKP-PARA.
           OPEN INPUT VERIF-FILE.
           IF FS-VERIF NOT = "00"
              CLOSE VERIF-FILE
              GO TO CARREGA-BKP-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S"
               READ VERIF-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM BKP-LINHA-PARA THRU BKP-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE VERIF-FILE.
           IF WS-BKP-DATA = ZERO
              DISPLAY "NENHUM BACKUP VERIFICADO - DIARIOS NAO SERAO "
                      "TRATADOS"
           ELSE
              DISPLAY "ULTIMO BACKUP VERIFICADO: " WS-BKP-SET " DE "
                      WS-BKP-DATA " " WS-BKP-HORA
           END-IF.
       CARREGA-BKP-FIM.
           EXIT.

       BKP-LINHA-PARA.
           MOVE SPACES TO WS-VF-SET WS-VF-DATA-X WS-VF-HORA-X.
           UNSTRING VERIF-LINE DELIMITED BY ";"
               INTO WS-VF-SET WS-VF-DATA-X WS-VF-HORA-X
           END-UNSTRING.
           IF WS-VF-DATA-X IS NOT NUMERIC
              OR WS-VF-HORA-X IS NOT NUMERIC
              GO TO BKP-LINHA-FIM
           END-IF.
           MOVE WS-VF-DATA-X TO WS-VF-DATA.
           MOVE WS-VF-HORA-X TO WS-VF-HORA.
           IF WS-VF-DATA NOT = ZERO
              AND WS-VF-MOMENTO > WS-BKP-MOMENTO
              MOVE WS-VF-MOMENTO TO WS-BKP-MOMENTO
              MOVE WS-VF-SET TO WS-BKP-SET
           END-IF.
       BKP-LINHA-FIM.
           EXIT.

      *ONE LINE OF RETENCAO.TAB - VALIDATED, THEN APPLIED BY TYPE
       REGRA-PARA.
           IF TAB-LINE = SPACES OR TAB-LINE(1:1) = "#"
              GO TO REGRA-FIM
           END-IF.
           MOVE SPACES TO WS-IN-ARQUIVO WS-IN-TIPO WS-IN-DIAS
                          WS-IN-ACAO WS-IN-POS.
           UNSTRING TAB-LINE DELIMITED BY ";"
               INTO WS-IN-ARQUIVO WS-IN-TIPO WS-IN-DIAS
                    WS-IN-ACAO WS-IN-POS
           END-UNSTRING.
           INITIALIZE WS-REGRA.
           MOVE ZERO TO WS-F-REMOVIDOS WS-F-RETIDOS WS-F-BYTES
                        WS-CORTE.
           MOVE FUNCTION TRIM(WS-IN-ARQUIVO) TO WS-R-ARQUIVO.
           MOVE FUNCTION UPPER-CASE(WS-IN-TIPO) TO WS-R-TIPO.
           MOVE FUNCTION UPPER-CASE(WS-IN-ACAO) TO WS-R-ACAO.
           IF WS-R-ARQUIVO = SPACES
              OR FUNCTION TEST-NUMVAL(WS-IN-DIAS) NOT = ZERO
              MOVE "LINHA INVALIDA" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           COMPUTE WS-R-DIAS = FUNCTION NUMVAL(WS-IN-DIAS).
      *    A ZERO RETENTION WOULD EMPTY THE FILE - NEVER TAKEN
           IF WS-R-DIAS = ZERO
              MOVE "DIAS ZERO - NAO APLICADO" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           IF NOT WS-R-LINHAS AND NOT WS-R-ALERTAS
              AND NOT WS-R-CATALOGO
              MOVE "TIPO INVALIDO" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           IF NOT WS-R-ARQUIVA AND NOT WS-R-APAGA
              MOVE "ACAO INVALIDA" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           IF WS-R-CATALOGO AND WS-R-ARQUIVA
              MOVE "CATALOGO SO ACEITA ACAO D" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           IF WS-R-ALERTAS AND WS-R-ARQUIVO NOT = "ALERTS.DAT"
              MOVE "TIPO I SO PARA ALERTS.DAT" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           IF WS-IN-POS = SPACES
              MOVE 1 TO WS-R-POS
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-IN-POS) NOT = ZERO
                 MOVE "POSICAO INVALIDA" TO WS-SITUACAO
                 GO TO REGRA-RECUSA
              END-IF
              COMPUTE WS-R-POS = FUNCTION NUMVAL(WS-IN-POS)
           END-IF.
           IF WS-R-POS < 1 OR WS-R-POS > 505
              MOVE "POSICAO INVALIDA" TO WS-SITUACAO
              GO TO REGRA-RECUSA
           END-IF.
           COMPUTE WS-CORTE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SIS) - WS-R-DIAS).
      *    A JOURNAL GIVES UP ONLY WHAT A VERIFIED BACKUP ALREADY HOLDS
           IF WS-R-JORNAL
              IF WS-BKP-DATA = ZERO
                 MOVE "RECUSADO - NENHUM BACKUP VERIFICADO"
                      TO WS-SITUACAO
                 GO TO REGRA-RECUSA
              END-IF
              IF WS-CORTE > WS-BKP-DATA
                 MOVE SPACES TO WS-SITUACAO
                 STRING "RECUSADO - MAIS NOVO QUE O BACKUP "
                        DELIMITED BY SIZE
                        WS-BKP-SET DELIMITED BY SPACE
                        INTO WS-SITUACAO
                 END-STRING
                 GO TO REGRA-RECUSA
              END-IF
           END-IF.
           ADD 1 TO WS-ARQUIVOS.
           MOVE "OK" TO WS-SITUACAO.
           IF WS-R-ALERTAS
              PERFORM ALERTAS-PARA THRU ALERTAS-FIM
           ELSE
              PERFORM LINHAS-PARA THRU LINHAS-FIM
           END-IF.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
           ADD WS-F-REMOVIDOS TO WS-REMOVIDOS.
           ADD WS-F-BYTES TO WS-BYTES.
           DISPLAY WS-R-ARQUIVO " " WS-F-REMOVIDOS " REMOVIDAS, "
                   WS-F-RETIDOS " RETIDAS, " WS-F-BYTES " BYTES - "
                   WS-SITUACAO.
           GO TO REGRA-FIM.
       REGRA-RECUSA.
           ADD 1 TO WS-RECUSADOS.
           PERFORM GRAVA-LOG-PARA THRU GRAVA-LOG-FIM.
           DISPLAY WS-R-ARQUIVO " " WS-SITUACAO.
       REGRA-FIM.
           EXIT.

      *LINE FILES AND CATALOGS - KEPT LINES GO TO THE SCRATCH COPY,
      *WHICH REPLACES THE FILE ONLY WHEN SOMETHING EXPIRED
       LINHAS-PARA.
           MOVE WS-R-ARQUIVO TO WS-ALVO-NOME.
           OPEN INPUT ALVO-FILE.
           IF FS-ALVO = "35"
              MOVE "AUSENTE" TO WS-SITUACAO
              GO TO LINHAS-FIM
           END-IF.
           IF FS-ALVO NOT = "00"
              MOVE SPACES TO WS-SITUACAO
              STRING "FALHA NA ABERTURA " FS-ALVO DELIMITED BY SIZE
                     INTO WS-SITUACAO
              END-STRING
              ADD 1 TO WS-RECUSADOS
              GO TO LINHAS-FIM
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           IF FS-TEMP NOT = "00"
              MOVE "HOUSEKEEP.TMP NAO ABRIU" TO WS-SITUACAO
              CLOSE ALVO-FILE
              ADD 1 TO WS-RECUSADOS
              GO TO LINHAS-FIM
           END-IF.
           MOVE "N" TO WS-ARQ-ABERTO WS-ARQ-FALHOU.
           MOVE "N" TO WS-ALVO-EOF.
           PERFORM UNTIL WS-ALVO-EOF = "S"
               READ ALVO-FILE
                   AT END
                       MOVE "S" TO WS-ALVO-EOF
                   NOT AT END
                       PERFORM LINHA-PARA THRU LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE ALVO-FILE.
           CLOSE TEMP-FILE.
           PERFORM FECHA-ARQ-PARA THRU FECHA-ARQ-FIM.
           IF WS-F-REMOVIDOS = ZERO
              GO TO LINHAS-FIM
           END-IF.
           PERFORM REGRAVA-PARA THRU REGRAVA-FIM.
       LINHAS-FIM.
           EXIT.

      *AN UNDATED LINE (HEADER, BLANK) IS ALWAYS KEPT
       LINHA-PARA.
           MOVE "N" TO WS-REMOVE.
           MOVE ALVO-LINE(WS-R-POS:8) TO WS-ENT-DATA-X.
           IF WS-ENT-DATA-X IS NUMERIC AND WS-ENT-DATA < WS-CORTE
              PERFORM RETIDO-PARA THRU RETIDO-FIM
              IF WS-RETIDO = "S"
                 ADD 1 TO WS-F-RETIDOS
              ELSE
                 MOVE "S" TO WS-REMOVE
              END-IF
           END-IF.
           IF WS-REMOVE = "S"
              IF WS-R-CATALOGO
                 PERFORM APAGA-ARQUIVO-PARA THRU APAGA-ARQUIVO-FIM
              ELSE
                 IF WS-R-ARQUIVA
                    MOVE ALVO-LINE TO ARQ-LINE
                    PERFORM ARQUIVA-PARA THRU ARQUIVA-FIM
                 END-IF
              END-IF
           END-IF.
           IF WS-REMOVE = "S"
              ADD 1 TO WS-F-REMOVIDOS
              IF NOT WS-R-CATALOGO
                 COMPUTE WS-TAM = FUNCTION LENGTH(
                         FUNCTION TRIM(ALVO-LINE TRAILING)) + 1
                 ADD WS-TAM TO WS-F-BYTES
              END-IF
           ELSE
              WRITE TEMP-LINE FROM ALVO-LINE
           END-IF.
       LINHA-FIM.
           EXIT.

      *THE ARCHIVE FILE NAMED ON AN EXPIRED CATALOG LINE - ITS SIZE
      *COUNTS AS FREED; ONE ALREADY GONE JUST LEAVES THE CATALOG, ONE
      *THAT WILL NOT DELETE STAYS IN IT
       APAGA-ARQUIVO-PARA.
           MOVE ALVO-LINE TO WS-APAGA-NOME.
           MOVE ZERO TO WS-FI-TAMANHO.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-APAGA-NOME
               WS-FILE-INFO RETURNING WS-CHECK-RC.
           IF WS-CHECK-RC NOT = ZERO
              MOVE ZERO TO WS-FI-TAMANHO
              MOVE "JA AUSENTE - RETIRADO DO CATALOGO"
                   TO WS-DET-SITUACAO
              PERFORM LOG-ARQUIVO-PARA THRU LOG-ARQUIVO-FIM
              GO TO APAGA-ARQUIVO-FIM
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-APAGA-NOME
               RETURNING WS-DELETE-RC.
           IF WS-DELETE-RC NOT = ZERO
              MOVE "N" TO WS-REMOVE
              ADD 1 TO WS-RECUSADOS
              MOVE "FALHA AO APAGAR - MANTIDO NO CATALOGO"
                   TO WS-DET-SITUACAO
              MOVE ZERO TO WS-FI-TAMANHO
              PERFORM LOG-ARQUIVO-PARA THRU LOG-ARQUIVO-FIM
              GO TO APAGA-ARQUIVO-FIM
           END-IF.
           ADD WS-FI-TAMANHO TO WS-F-BYTES.
           MOVE "APAGADO" TO WS-DET-SITUACAO.
           PERFORM LOG-ARQUIVO-PARA THRU LOG-ARQUIVO-FIM.
       APAGA-ARQUIVO-FIM.
           EXIT.

      *DETAIL LINE FOR ONE ARCHIVE FILE - THE CALLER FILLS
      *WS-DET-SITUACAO
       LOG-ARQUIVO-PARA.
           PERFORM MONTA-LOG-PARA THRU MONTA-LOG-FIM.
           MOVE WS-APAGA-NOME TO LG-ARQUIVO.
           MOVE 1 TO LG-REMOVIDOS.
           IF WS-REMOVE NOT = "S"
              MOVE ZERO TO LG-REMOVIDOS
           END-IF.
           MOVE WS-FI-TAMANHO TO LG-BYTES.
           MOVE WS-DET-SITUACAO TO LG-SITUACAO.
           WRITE LOG-REC.
       LOG-ARQUIVO-FIM.
           EXIT.

      *REPLACES THE FILE WITH ITS SCRATCH COPY
       REGRAVA-PARA.
           OPEN INPUT TEMP-FILE.
           IF FS-TEMP NOT = "00"
              MOVE "HOUSEKEEP.TMP ILEGIVEL - NAO REGRAVADO"
                   TO WS-SITUACAO
              MOVE ZERO TO WS-F-REMOVIDOS WS-F-BYTES
              MOVE 8 TO WS-RC
              GO TO REGRAVA-FIM
           END-IF.
           OPEN OUTPUT ALVO-FILE.
           IF FS-ALVO NOT = "00"
              MOVE SPACES TO WS-SITUACAO
              STRING "NAO REGRAVADO " FS-ALVO
                     " - COPIA EM HOUSEKEEP.TMP" DELIMITED BY SIZE
                     INTO WS-SITUACAO
              END-STRING
              CLOSE TEMP-FILE
              MOVE 8 TO WS-RC
              GO TO REGRAVA-FIM
           END-IF.
           MOVE "N" TO WS-ALVO-EOF.
           PERFORM UNTIL WS-ALVO-EOF = "S"
               READ TEMP-FILE
                   AT END
                       MOVE "S" TO WS-ALVO-EOF
                   NOT AT END
                       WRITE ALVO-LINE FROM TEMP-LINE
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE ALVO-FILE.
       REGRAVA-FIM.
           EXIT.

      *ACKNOWLEDGED ALERTS PAST THE CUTOFF - OPEN ONES NEVER GO
       ALERTAS-PARA.
           OPEN I-O ALERT-FILE.
           IF FS-ALERT = "35" OR FS-ALERT = "05"
              CLOSE ALERT-FILE
              MOVE "AUSENTE" TO WS-SITUACAO
              GO TO ALERTAS-FIM
           END-IF.
           IF FS-ALERT NOT = "00"
              MOVE SPACES TO WS-SITUACAO
              STRING "FALHA NA ABERTURA " FS-ALERT DELIMITED BY SIZE
                     INTO WS-SITUACAO
              END-STRING
              ADD 1 TO WS-RECUSADOS
              GO TO ALERTAS-FIM
           END-IF.
           MOVE "N" TO WS-ARQ-ABERTO WS-ARQ-FALHOU.
           MOVE "N" TO WS-ALVO-EOF.
           MOVE LOW-VALUES TO ALR-ID.
           START ALERT-FILE KEY IS NOT LESS ALR-ID
               INVALID KEY
                   MOVE "S" TO WS-ALVO-EOF
           END-START.
           PERFORM UNTIL WS-ALVO-EOF = "S"
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-ALVO-EOF
                   NOT AT END
                       PERFORM ALERTA-PARA THRU ALERTA-FIM
               END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.
           PERFORM FECHA-ARQ-PARA THRU FECHA-ARQ-FIM.
       ALERTAS-FIM.
           EXIT.

       ALERTA-PARA.
           IF ALR-ABERTO OR ALR-DATA NOT < WS-CORTE
              GO TO ALERTA-FIM
           END-IF.
           MOVE ALR-DATA TO WS-ENT-DATA.
           PERFORM RETIDO-PARA THRU RETIDO-FIM.
           IF WS-RETIDO = "S"
              ADD 1 TO WS-F-RETIDOS
              GO TO ALERTA-FIM
           END-IF.
           MOVE "S" TO WS-REMOVE.
           IF WS-R-ARQUIVA
              MOVE REG-ALERTA TO ARQ-LINE
              PERFORM ARQUIVA-PARA THRU ARQUIVA-FIM
              IF WS-REMOVE NOT = "S"
                 GO TO ALERTA-FIM
              END-IF
           END-IF.
           DELETE ALERT-FILE
               INVALID KEY
                   DISPLAY "ALERTS.DAT: ALERTA " ALR-ID
                           " NAO REMOVIDO"
               NOT INVALID KEY
                   ADD 1 TO WS-F-REMOVIDOS
                   ADD LENGTH OF REG-ALERTA TO WS-F-BYTES
           END-DELETE.
       ALERTA-FIM.
           EXIT.

      *IS WS-ENT-DATA INSIDE A LEGAL HOLD FOR THIS FILE?
       RETIDO-PARA.
           MOVE "N" TO WS-RETIDO.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOLDS OR WS-RETIDO = "S"
               IF (HD-ARQUIVO(WS-H) = "*"
                   OR HD-ARQUIVO(WS-H) = WS-R-ARQUIVO)
                  AND WS-ENT-DATA NOT < HD-DE(WS-H)
                  AND WS-ENT-DATA NOT > HD-ATE(WS-H)
                  MOVE "S" TO WS-RETIDO
               END-IF
           END-PERFORM.
       RETIDO-FIM.
           EXIT.

      *APPENDS ARQ-LINE TO HSK-CCYYMMDD-<FILE>, OPENED ON THE FIRST
      *EXPIRED ENTRY - WHEN IT CANNOT BE WRITTEN THE ENTRY STAYS
       ARQUIVA-PARA.
           IF WS-ARQ-FALHOU = "S"
              MOVE "N" TO WS-REMOVE
              GO TO ARQUIVA-FIM
           END-IF.
           IF WS-ARQ-ABERTO = "N"
              MOVE SPACES TO WS-ARQ-NOME
              STRING "HSK-" DELIMITED BY SIZE
                     WS-DATA-SIS DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-R-ARQUIVO DELIMITED BY SPACE
                     INTO WS-ARQ-NOME
              END-STRING
              OPEN EXTEND ARQ-FILE
              IF FS-ARQ NOT = "00" AND FS-ARQ NOT = "05"
                 MOVE "S" TO WS-ARQ-FALHOU
                 MOVE "N" TO WS-REMOVE
                 MOVE SPACES TO WS-SITUACAO
                 STRING WS-ARQ-NOME DELIMITED BY SPACE
                        " NAO ABRIU - NADA REMOVIDO" DELIMITED BY SIZE
                        INTO WS-SITUACAO
                 END-STRING
                 ADD 1 TO WS-RECUSADOS
                 GO TO ARQUIVA-FIM
              END-IF
      *       NEW TODAY - ENTERED IN HSKARQ.LST SO A C LINE OF THE
      *       TABLE CAN RETIRE IT IN TURN
              IF FS-ARQ = "05"
                 PERFORM CATALOGA-PARA THRU CATALOGA-FIM
              END-IF
              MOVE "S" TO WS-ARQ-ABERTO
           END-IF.
           WRITE ARQ-LINE.
       ARQUIVA-FIM.
           EXIT.

       CATALOGA-PARA.
           OPEN EXTEND HSKCAT-FILE.
           IF FS-HSKCAT = "00" OR FS-HSKCAT = "05"
              MOVE WS-ARQ-NOME TO HSKCAT-LINE
              WRITE HSKCAT-LINE
              CLOSE HSKCAT-FILE
           ELSE
              DISPLAY "HSKARQ.LST NAO ATUALIZADO: " FS-HSKCAT
           END-IF.
       CATALOGA-FIM.
           EXIT.

       FECHA-ARQ-PARA.
           IF WS-ARQ-ABERTO = "S"
              CLOSE ARQ-FILE
              MOVE "N" TO WS-ARQ-ABERTO
              IF WS-SITUACAO = "OK"
                 MOVE SPACES TO WS-SITUACAO
                 STRING "OK - ARQUIVADO EM " DELIMITED BY SIZE
                        WS-ARQ-NOME DELIMITED BY SPACE
                        INTO WS-SITUACAO
                 END-STRING
              END-IF
           END-IF.
       FECHA-ARQ-FIM.
           EXIT.

      *COMMON PART OF A HOUSEKEEP.LOG LINE
       MONTA-LOG-PARA.
           MOVE SPACES TO LOG-REC.
           MOVE WS-DATA-SIS TO LG-DATA.
           MOVE WS-HORA-SIS TO LG-HORA.
           MOVE WS-R-ARQUIVO TO LG-ARQUIVO.
           MOVE WS-R-TIPO TO LG-TIPO.
           MOVE WS-R-ACAO TO LG-ACAO.
           MOVE WS-CORTE TO LG-CORTE.
           MOVE ZERO TO LG-REMOVIDOS LG-RETIDOS LG-BYTES.
           MOVE ";" TO LG-SEP1 LG-SEP2 LG-SEP3 LG-SEP4 LG-SEP5
                       LG-SEP6 LG-SEP7 LG-SEP8 LG-SEP9.
       MONTA-LOG-FIM.
           EXIT.

      *SUMMARY LINE FOR THE FILE OF THE CURRENT RULE
       GRAVA-LOG-PARA.
           PERFORM MONTA-LOG-PARA THRU MONTA-LOG-FIM.
           MOVE WS-F-REMOVIDOS TO LG-REMOVIDOS.
           MOVE WS-F-RETIDOS TO LG-RETIDOS.
           MOVE WS-F-BYTES TO LG-BYTES.
           MOVE WS-SITUACAO TO LG-SITUACAO.
           WRITE LOG-REC.
       GRAVA-LOG-FIM.
           EXIT.
