      ******************************************************************
      *DESC    : Aged report of the unapplied-cash suspense account    *
      *        : (SUSPENSO.DAT) - every bank receipt BANCORET could    *
      *        : not match that still has money left to apply, with    *
      *        : its age bucketed the RELAGING way (ATE 30, 31-60,     *
      *        : 61-90, MAIS DE 90 DIAS) and the bucket totals, so     *
      *        : the receivables clerk knows what to work in EXCTAS.   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-24                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Age runs from the payment date the bank reported      *
      *        : (SU-DATA) to the run date. A receipt partly applied   *
      *        : shows its original value and what is still left;      *
      *        : only the remainder is aged and totalled.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSUSP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
           FUNCTION FunctionDateDiff.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSP-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              SU-CHAVE
           FILE STATUS             FS-SU.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT BANCORET WRITES AND EXCTAS APPLIES
       FD SUSP-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "SUSPENSO.DAT".
       01 REG-SUSP.
          02 SU-CHAVE.
             03 SU-DATA-ENT    PIC 9(08).
             03 SU-HORA-ENT    PIC 9(06).
             03 SU-SEQ         PIC 9(05).
          02 SU-DATA           PIC 9(08).
          02 SU-VALOR          PIC 9(07)V99.
          02 SU-APLICADO       PIC 9(07)V99.
          02 SU-STATUS         PIC X(01).
             88 SU-PENDENTE    VALUE "P".
             88 SU-APLICADA    VALUE "A".
          02 SU-REF-CODIGO     PIC X(06).
          02 SU-REF-FATURA     PIC X(06).
          02 SU-MOTIVO         PIC X(30).
          02 SU-DATA-APLIC     PIC 9(08).
          02 SU-OPER-APLIC     PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-SU                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-RESTA             PIC 9(07)V99 VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

       01 WS-TOT-BUCKETS.
          05 WS-TOT-B30        PIC 9(09)V99 VALUE ZERO.
          05 WS-TOT-B60        PIC 9(09)V99 VALUE ZERO.
          05 WS-TOT-B90        PIC 9(09)V99 VALUE ZERO.
          05 WS-TOT-BMAIS      PIC 9(09)V99 VALUE ZERO.

       01 COUNTERS.
          05 WS-PENDENTES      PIC 9(07) VALUE ZERO.
          05 WS-TOT-RESTA      PIC 9(09)V99 VALUE ZERO.

       01 WS-DIAS-EDIT         PIC ZZZZ9.
       01 WS-VALOR-EDIT        PIC Z.ZZZ.ZZ9,99.
       01 WS-RESTA-EDIT        PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-FIM.
           IF FS-SU = "00"
              PERFORM PROCESS-PARA THRU PROCESS-FIM
              CLOSE SUSP-FILE
           END-IF.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "CREDITOS NAO APLICADOS EM " WS-DATA-SIS.
           OPEN INPUT SUSP-FILE.
           IF FS-SU NOT = "00"
              DISPLAY "SUSPENSO.DAT AUSENTE (" FS-SU ")"
              CLOSE SUSP-FILE
              GO TO OPEN-FIM
           END-IF.
           DISPLAY "DATA PGTO  DIAS      ORIGINAL      RESTANTE"
                   " REFERENCIA    MOTIVO".
       OPEN-FIM.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ SUSP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-PENDENTE
                          PERFORM TRATA-ITEM-PARA THRU TRATA-ITEM-FIM
                       END-IF
               END-READ
           END-PERFORM.
       PROCESS-FIM.
           EXIT.

      *ONE LINE PER RECEIPT STILL HOLDING MONEY, AGED ON WHAT IS LEFT
       TRATA-ITEM-PARA.
           COMPUTE WS-RESTA = SU-VALOR - SU-APLICADO.
           IF WS-RESTA = ZERO
              GO TO TRATA-ITEM-FIM
           END-IF.
           ADD 1 TO WS-PENDENTES.
           ADD WS-RESTA TO WS-TOT-RESTA.
           COMPUTE WS-DIAS =
               FunctionDateDiff(SU-DATA, WS-DATA-SIS).
           EVALUATE TRUE
              WHEN WS-DIAS <= 30
                 ADD WS-RESTA TO WS-TOT-B30
              WHEN WS-DIAS <= 60
                 ADD WS-RESTA TO WS-TOT-B60
              WHEN WS-DIAS <= 90
                 ADD WS-RESTA TO WS-TOT-B90
              WHEN OTHER
                 ADD WS-RESTA TO WS-TOT-BMAIS
           END-EVALUATE.
           MOVE WS-DIAS TO WS-DIAS-EDIT.
           MOVE SU-VALOR TO WS-VALOR-EDIT.
           MOVE WS-RESTA TO WS-RESTA-EDIT.
           DISPLAY SU-DATA " " WS-DIAS-EDIT " " WS-VALOR-EDIT
                   " " WS-RESTA-EDIT " " SU-REF-CODIGO "/"
                   SU-REF-FATURA " " SU-MOTIVO.
       TRATA-ITEM-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-PENDENTES = ZERO
              DISPLAY "NENHUM CREDITO PENDENTE DE APLICACAO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "CREDITOS PENDENTES: " WS-PENDENTES.
           MOVE WS-TOT-B30 TO WS-EDIT.
           DISPLAY "TOTAL ATE 30 DIAS : " WS-EDIT.
           MOVE WS-TOT-B60 TO WS-EDIT.
           DISPLAY "TOTAL 31-60 DIAS  : " WS-EDIT.
           MOVE WS-TOT-B90 TO WS-EDIT.
           DISPLAY "TOTAL 61-90 DIAS  : " WS-EDIT.
           MOVE WS-TOT-BMAIS TO WS-EDIT.
           DISPLAY "TOTAL MAIS DE 90  : " WS-EDIT.
           MOVE WS-TOT-RESTA TO WS-EDIT.
           DISPLAY "TOTAL EM SUSPENSO : " WS-EDIT.
       RESUMO-FIM.
           EXIT.
