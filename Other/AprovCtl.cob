      ******************************************************************
      *DESC    : Shared dual-control routine - a write-off in          *
      *        : BAIXAPERDA, a credit limit raise in CREDMAINT, a      *
      *        : deduction percentage change in GRADMAINT or a period  *
      *        : reopen in PERMAINT took effect on one supervisor's    *
      *        : word. Those programs now ask this routine first:      *
      *        : above the threshold for the action the change is not  *
      *        : applied but queued in APROVQ.DAT with the requester   *
      *        : and the reason, and waits there until a second,       *
      *        : different supervisor approves it in APROVA (which     *
      *        : then applies it) or rejects it.                       *
      *        :   CALL "APROVCTL" USING APQ-PEDIDO, APQ-RESPOSTA      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Function "V" compares APQ-VALOR with the threshold    *
      *        : for APQ-TIPO: "00" = at or below it, apply at once;   *
      *        : "10" = above it, queue for approval. APQ-LIMITE       *
      *        : returns the threshold. Thresholds come from           *
      *        : APROVLIM.TAB, one line per action type, whole units:  *
      *        :   BAIXA;valor     open balance written off (R$)       *
      *        :   CREDITO;valor   raise in the credit limit (R$)      *
      *        :   GRADE;pontos    change in a deduction percentage    *
      *        :   PERIODO;0       reopening a closed period           *
      *        :   DIAS;n          age at which RELAPROV lists an item *
      *        : An action type with no line has threshold 0, so       *
      *        : every such change goes through approval.              *
      *        : Function "I" queues the change: "00" queued, APQ-ID   *
      *        : is its number; "20" the same type and key is already  *
      *        : pending (APQ-ID is that item); "99" the queue could   *
      *        : not be written. "96" unknown function.                *
      *        : APQ-ANTES / APQ-NOVO carry the value before and the   *
      *        : value requested, laid out per action type. APROVA     *
      *        : applies the change only while the current value is    *
      *        : still APQ-ANTES.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIM-FILE ASSIGN TO "APROVLIM.TAB"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-LIM.
           SELECT OPTIONAL FILA-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              AQ-ID
           FILE STATUS             FS-FILA.

       DATA DIVISION.
       FILE SECTION.
       FD LIM-FILE.
       01 LIM-LINE             PIC X(40).

      *ONE ENTRY PER REQUESTED CHANGE - APROVA DECIDES AND APPLIES
      *IT, RELAPROV LISTS THE ONES LEFT WAITING
       FD FILA-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "APROVQ.DAT".
       01 REG-FILA.
          02 AQ-ID             PIC 9(06).
          02 AQ-TIPO           PIC X(08).
          02 AQ-CHAVE          PIC X(20).
          02 AQ-VALOR          PIC 9(09)V99.
          02 AQ-ANTES          PIC X(40).
          02 AQ-NOVO           PIC X(40).
          02 AQ-SOLICITANTE    PIC X(08).
          02 AQ-DATA-SOL       PIC 9(08).
          02 AQ-HORA-SOL       PIC 9(06).
          02 AQ-MOTIVO         PIC X(60).
      *"P" = PENDING, "A" = APPROVED AND APPLIED, "R" = REJECTED
          02 AQ-STATUS         PIC X(01).
          02 AQ-APROVADOR      PIC X(08).
          02 AQ-DATA-DEC       PIC 9(08).
          02 AQ-HORA-DEC       PIC 9(06).
          02 AQ-MOTIVO-REJ     PIC X(60).

       WORKING-STORAGE SECTION.
       77 FS-LIM               PIC X(02) VALUE SPACES.
       77 FS-FILA              PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-ACHOU             PIC X     VALUE "N".
       77 WS-MAX-ID            PIC 9(06) VALUE ZERO.
       77 WS-PENDENTE          PIC 9(06) VALUE ZERO.

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA-SIS          PIC 9(06) VALUE ZERO.

      *tipo;valor LINE FROM APROVLIM.TAB
       01 WS-IN-TIPO           PIC X(08) VALUE SPACES.
       01 WS-IN-VALOR          PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       01 APQ-PEDIDO.
          05 APQ-FUNC          PIC X(01).
          05 APQ-TIPO          PIC X(08).
          05 APQ-CHAVE         PIC X(20).
          05 APQ-VALOR         PIC 9(09)V99.
          05 APQ-ANTES         PIC X(40).
          05 APQ-NOVO          PIC X(40).
          05 APQ-SOLICITANTE   PIC X(08).
          05 APQ-MOTIVO        PIC X(60).
       01 APQ-RESPOSTA.
          05 APQ-RC            PIC X(02).
          05 APQ-ID            PIC 9(06).
          05 APQ-LIMITE        PIC 9(09)V99.

       PROCEDURE DIVISION USING APQ-PEDIDO, APQ-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO APQ-RC.
           MOVE ZERO TO APQ-ID.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA-SIS.
           EVALUATE APQ-FUNC
              WHEN "V"
                 PERFORM LIMITE-PARA THRU LIMITE-FIM
                 IF APQ-VALOR > APQ-LIMITE
                    MOVE "10" TO APQ-RC
                 END-IF
              WHEN "I"
                 PERFORM INCLUI-PARA THRU INCLUI-FIM
              WHEN OTHER
                 MOVE "96" TO APQ-RC
           END-EVALUATE.
           GOBACK.

      *THRESHOLD FOR APQ-TIPO FROM APROVLIM.TAB - ZERO WHEN THE TABLE
      *OR THE LINE IS MISSING
       LIMITE-PARA.
           MOVE ZERO TO APQ-LIMITE.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT LIM-FILE.
           IF FS-LIM NOT = "00"
              CLOSE LIM-FILE
              GO TO LIMITE-FIM
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "S" OR WS-ACHOU = "S"
               READ LIM-FILE
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       PERFORM LIMITE-LINHA-PARA
                          THRU LIMITE-LINHA-FIM
               END-READ
           END-PERFORM.
           CLOSE LIM-FILE.
       LIMITE-FIM.
           EXIT.

       LIMITE-LINHA-PARA.
           IF LIM-LINE = SPACES OR LIM-LINE(1:1) = "#"
              GO TO LIMITE-LINHA-FIM
           END-IF.
           MOVE SPACES TO WS-IN-TIPO WS-IN-VALOR.
           UNSTRING LIM-LINE DELIMITED BY ";"
               INTO WS-IN-TIPO WS-IN-VALOR
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-IN-TIPO) TO WS-IN-TIPO.
           IF WS-IN-TIPO NOT = APQ-TIPO
              GO TO LIMITE-LINHA-FIM
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-IN-VALOR) NOT = ZERO
              DISPLAY "APROVLIM.TAB: VALOR INVALIDO - " LIM-LINE
              GO TO LIMITE-LINHA-FIM
           END-IF.
           COMPUTE APQ-LIMITE = FUNCTION NUMVAL(WS-IN-VALOR).
           MOVE "S" TO WS-ACHOU.
       LIMITE-LINHA-FIM.
           EXIT.

      *OPENS THE QUEUE, REFUSES A SECOND PENDING ITEM FOR THE SAME
      *TYPE AND KEY, AND WRITES THE NEW ONE UNDER THE NEXT NUMBER
       INCLUI-PARA.
           OPEN I-O FILA-FILE.
           IF FS-FILA = "35" OR FS-FILA = "05"
              CLOSE FILA-FILE
              OPEN OUTPUT FILA-FILE
              CLOSE FILA-FILE
              OPEN I-O FILA-FILE
           END-IF.
           IF FS-FILA NOT = "00"
              DISPLAY "APROVQ.DAT OPEN FAILED: " FS-FILA
              MOVE "99" TO APQ-RC
              GO TO INCLUI-FIM
           END-IF.
           PERFORM VARRE-PARA THRU VARRE-FIM.
           IF WS-PENDENTE NOT = ZERO
              MOVE WS-PENDENTE TO APQ-ID
              MOVE "20" TO APQ-RC
              CLOSE FILA-FILE
              GO TO INCLUI-FIM
           END-IF.
           INITIALIZE REG-FILA.
           COMPUTE AQ-ID = WS-MAX-ID + 1.
           MOVE APQ-TIPO TO AQ-TIPO.
           MOVE APQ-CHAVE TO AQ-CHAVE.
           MOVE APQ-VALOR TO AQ-VALOR.
           MOVE APQ-ANTES TO AQ-ANTES.
           MOVE APQ-NOVO TO AQ-NOVO.
           MOVE APQ-SOLICITANTE TO AQ-SOLICITANTE.
           MOVE WS-DATA-SIS TO AQ-DATA-SOL.
           MOVE WS-HORA-SIS TO AQ-HORA-SOL.
           MOVE APQ-MOTIVO TO AQ-MOTIVO.
           MOVE "P" TO AQ-STATUS.
           WRITE REG-FILA
              INVALID KEY
                 DISPLAY "APROVCTL: SOLICITACAO NAO GRAVADA " AQ-ID
                 MOVE "99" TO APQ-RC
           END-WRITE.
           IF APQ-RC = "00"
              MOVE AQ-ID TO APQ-ID
           END-IF.
           CLOSE FILA-FILE.
       INCLUI-FIM.
           EXIT.

      *HIGHEST NUMBER IN THE QUEUE AND ANY ITEM STILL PENDING FOR
      *THE SAME TYPE AND KEY
       VARRE-PARA.
           MOVE ZERO TO WS-MAX-ID WS-PENDENTE.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO AQ-ID.
           START FILA-FILE KEY IS NOT LESS AQ-ID
               INVALID KEY
                   MOVE "S" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "S"
               READ FILA-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-EOF
                   NOT AT END
                       MOVE AQ-ID TO WS-MAX-ID
                       IF AQ-STATUS = "P"
                          AND AQ-TIPO = APQ-TIPO
                          AND AQ-CHAVE = APQ-CHAVE
                          MOVE AQ-ID TO WS-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
       VARRE-FIM.
           EXIT.
