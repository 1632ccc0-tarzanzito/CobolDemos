      ******************************************************************
      *DESC    : Shared read-access log appender. AUDIT.LOG records    *
      *        : who changed a client, but nothing recorded who only   *
      *        : looked at one, and under LGPD that question has to be *
      *        : answered. The inquiry screens (EXCLI CONSULTA,        *
      *        : CONSULTA-NOME, SALDO and NOTAS; EXCTAS and CTASREC    *
      *        : balance consultations) CALL this routine for every    *
      *        : client they put on screen, and it appends one line    *
      *        : to ACESSO.LOG:                                        *
      *        :   date;time;operator;operator branch;program;         *
      *        :   function;CODIGO;client branch                       *
      *        : The date and time are stamped here; the caller passes *
      *        : everything else.                                      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-17                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Both branches are kept on the line as they were at    *
      *        : the time of the view, so a later transfer of the      *
      *        : client or the operator does not change what the       *
      *        : RELACESSO report says about the past. ACESSCON lists  *
      *        : who viewed one CODIGO. A failed open is shown on the  *
      *        : console and the inquiry carries on - the log must not *
      *        : stop the desk.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSLOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACESSO-FILE ASSIGN TO "ACESSO.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACESSO-FILE.
       01  ACESSO-REC.
           05 AC-DATA           PIC 9(08).
           05 AC-SEP1           PIC X(01).
           05 AC-HORA           PIC 9(06).
           05 AC-SEP2           PIC X(01).
           05 AC-OPERADOR       PIC X(08).
           05 AC-SEP3           PIC X(01).
           05 AC-OP-FILIAL      PIC 9(02).
           05 AC-SEP4           PIC X(01).
           05 AC-PROGRAMA       PIC X(08).
           05 AC-SEP5           PIC X(01).
           05 AC-FUNCAO         PIC X(12).
           05 AC-SEP6           PIC X(01).
           05 AC-CODIGO         PIC 9(06).
           05 AC-SEP7           PIC X(01).
           05 AC-CLI-FILIAL     PIC 9(02).
      *
       WORKING-STORAGE SECTION.
      *SYSTEM TIME COMES BACK AS HHMMSSss - ACCEPTING IT STRAIGHT
      *INTO A 9(6) FIELD DROPS THE HOURS, SO IT LANDS HERE FIRST
      *AND THE HHMMSS PART IS TAKEN FROM THE FRONT
       01 WS-TIME-RAW PIC 9(08) VALUE ZERO.
       01 WS-ACESSO-STATUS      PIC X(02).
      *
       LINKAGE SECTION.
       01 LNK-ACESSO.
          05 LNK-OPERADOR       PIC X(08).
          05 LNK-OP-FILIAL      PIC 9(02).
          05 LNK-PROGRAMA       PIC X(08).
          05 LNK-FUNCAO         PIC X(12).
          05 LNK-CODIGO         PIC 9(06).
          05 LNK-CLI-FILIAL     PIC 9(02).
      *
       PROCEDURE DIVISION USING LNK-ACESSO.
       MAIN-PARA.
      *STATUS 05 = OPTIONAL FILE CREATED ON FIRST USE - STILL OPEN
           OPEN EXTEND ACESSO-FILE.
           IF WS-ACESSO-STATUS NOT = "00"
              AND WS-ACESSO-STATUS NOT = "05"
               DISPLAY "ACESSO.LOG OPEN FAILED: " WS-ACESSO-STATUS
               GOBACK
           END-IF.
           ACCEPT AC-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO AC-HORA.
           MOVE ";"            TO AC-SEP1 AC-SEP2 AC-SEP3 AC-SEP4
                                  AC-SEP5 AC-SEP6 AC-SEP7.
           MOVE LNK-OPERADOR   TO AC-OPERADOR.
           MOVE LNK-OP-FILIAL  TO AC-OP-FILIAL.
           MOVE LNK-PROGRAMA   TO AC-PROGRAMA.
           MOVE LNK-FUNCAO     TO AC-FUNCAO.
           MOVE LNK-CODIGO     TO AC-CODIGO.
           MOVE LNK-CLI-FILIAL TO AC-CLI-FILIAL.
           WRITE ACESSO-REC.
           CLOSE ACESSO-FILE.
           GOBACK.
