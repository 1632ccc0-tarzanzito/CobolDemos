      ******************************************************************
      *DESC    : Client credit balance report - every client we owe    *
      *        : money: the open credit notes in CONTAS.DAT            *
      *        : (CR-STATUS "C", from overpayments and billed returns) *
      *        : with how many there are and the date of the oldest,   *
      *        : so the credit desk knows what to apply or refund in   *
      *        : CREDCLI.                                              *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Only what is left on a note is reported. A QUITADA    *
      *        : invoice still carrying a surplus from before credit   *
      *        : notes existed (CR-PAGO above CR-VALOR) is shown in a  *
      *        : column of its own - CREDCLI turns it into a note the  *
      *        : first time the client is worked. Name and CPF/CNPJ    *
      *        : come from ARQCLI.DAT.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCRED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       REPOSITORY.
           FUNCTION FunctionDateDiff.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT OPTIONAL ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.

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
             88 CR-ABERTA      VALUE "A".
             88 CR-QUITADA     VALUE "Q".
      *CREDIT NOTE - "C" WHILE SOME IS LEFT, "U" ONCE ALL IS USED
             88 CR-NOTA-ABERTA VALUE "C".
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

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-CLI-ATIVO         PIC X     VALUE "N".
       77 WS-DIAS              PIC S9(05) VALUE ZERO.
       77 WS-RESTA             PIC 9(07)V99 VALUE ZERO.

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *THE CLIENT BEING ADDED UP - CONTAS.DAT COMES IN KEY ORDER, SO
      *A CHANGE OF CR-CODIGO CLOSES THE CLIENT
       01 WS-CLI-CODIGO        PIC 9(06) VALUE ZERO.
       01 WS-CLI-NOTAS         PIC 9(05) VALUE ZERO.
       01 WS-CLI-CREDITO       PIC 9(09)V99 VALUE ZERO.
       01 WS-CLI-EXCESSO       PIC 9(09)V99 VALUE ZERO.
       01 WS-CLI-MAIS-ANTIGA   PIC 9(08) VALUE ZERO.
       01 WS-CLI-NOME          PIC X(30) VALUE SPACES.
       01 WS-CLI-DOC           PIC X(14) VALUE SPACES.

       01 COUNTERS.
          05 WS-CLIENTES       PIC 9(07) VALUE ZERO.
          05 WS-TOT-NOTAS      PIC 9(07) VALUE ZERO.
          05 WS-TOT-CREDITO    PIC 9(11)V99 VALUE ZERO.
          05 WS-TOT-EXCESSO    PIC 9(11)V99 VALUE ZERO.

       01 WS-DIAS-EDIT         PIC ZZZZ9.
       01 WS-NOTAS-EDIT        PIC ZZZ9.
       01 WS-CREDITO-EDIT      PIC Z.ZZZ.ZZ9,99.
       01 WS-EXCESSO-EDIT      PIC Z.ZZZ.ZZ9,99.
       01 WS-EDIT              PIC Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-FIM.
           IF FS-CR = "00"
              PERFORM PROCESS-PARA THRU PROCESS-FIM
              CLOSE CONTAS-FILE
           END-IF.
           IF WS-CLI-ATIVO = "S"
              CLOSE ARQCLI
           END-IF.
           PERFORM RESUMO-PARA THRU RESUMO-FIM.
           STOP RUN.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           DISPLAY "CREDITO DE CLIENTES EM " WS-DATA-SIS.
           OPEN INPUT ARQCLI.
           IF FS = "00"
              MOVE "S" TO WS-CLI-ATIVO
           END-IF.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT AUSENTE (" FS-CR ")"
              CLOSE CONTAS-FILE
              GO TO OPEN-FIM
           END-IF.
           DISPLAY "CODIGO NOME                           CPF/CNPJ"
                   "       NOTAS      CREDITO MAIS ANTIGA  DIAS"
                   "   EXCESSO ANTIGO".
       OPEN-FIM.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CR-CODIGO NOT = WS-CLI-CODIGO
                          PERFORM FECHA-CLIENTE-PARA
                             THRU FECHA-CLIENTE-FIM
                          MOVE CR-CODIGO TO WS-CLI-CODIGO
                       END-IF
                       PERFORM TRATA-ITEM-PARA THRU TRATA-ITEM-FIM
               END-READ
           END-PERFORM.
           PERFORM FECHA-CLIENTE-PARA THRU FECHA-CLIENTE-FIM.
       PROCESS-FIM.
           EXIT.

      *WHAT ONE RECORD OWES THE CLIENT - THE REST OF A NOTE, OR THE
      *SURPLUS LEFT ON A QUITADA INVOICE
       TRATA-ITEM-PARA.
           IF CR-NOTA-ABERTA
              COMPUTE WS-RESTA = CR-VALOR - CR-PAGO
              IF WS-RESTA > ZERO
                 ADD 1 TO WS-CLI-NOTAS
                 ADD WS-RESTA TO WS-CLI-CREDITO
                 IF WS-CLI-MAIS-ANTIGA = ZERO
                    OR CR-DATA < WS-CLI-MAIS-ANTIGA
                    MOVE CR-DATA TO WS-CLI-MAIS-ANTIGA
                 END-IF
              END-IF
           END-IF.
           IF CR-QUITADA AND CR-PAGO > CR-VALOR
              COMPUTE WS-CLI-EXCESSO =
                  WS-CLI-EXCESSO + CR-PAGO - CR-VALOR
           END-IF.
       TRATA-ITEM-FIM.
           EXIT.

      *ONE LINE PER CLIENT OWED ANYTHING, THEN THE CLIENT IS CLEARED
       FECHA-CLIENTE-PARA.
           IF WS-CLI-CREDITO = ZERO AND WS-CLI-EXCESSO = ZERO
              GO TO FECHA-CLIENTE-LIMPA
           END-IF.
           MOVE SPACES TO WS-CLI-NOME.
           MOVE SPACES TO WS-CLI-DOC.
           IF WS-CLI-ATIVO = "S"
              MOVE WS-CLI-CODIGO TO CODIGO
              READ ARQCLI KEY IS FD-CODIGO
                 INVALID KEY
                    MOVE "*** CLIENTE NAO CADASTRADO" TO WS-CLI-NOME
                 NOT INVALID KEY
                    MOVE FD-NOME TO WS-CLI-NOME
                    MOVE FD-CPF-CNPJ TO WS-CLI-DOC
              END-READ
           END-IF.
           ADD 1 TO WS-CLIENTES.
           ADD WS-CLI-NOTAS TO WS-TOT-NOTAS.
           ADD WS-CLI-CREDITO TO WS-TOT-CREDITO.
           ADD WS-CLI-EXCESSO TO WS-TOT-EXCESSO.
           MOVE ZERO TO WS-DIAS.
           IF WS-CLI-MAIS-ANTIGA > ZERO
              COMPUTE WS-DIAS =
                  FunctionDateDiff(WS-CLI-MAIS-ANTIGA, WS-DATA-SIS)
           END-IF.
           MOVE WS-DIAS TO WS-DIAS-EDIT.
           MOVE WS-CLI-NOTAS TO WS-NOTAS-EDIT.
           MOVE WS-CLI-CREDITO TO WS-CREDITO-EDIT.
           MOVE WS-CLI-EXCESSO TO WS-EXCESSO-EDIT.
           DISPLAY WS-CLI-CODIGO " " WS-CLI-NOME " " WS-CLI-DOC " "
                   WS-NOTAS-EDIT " " WS-CREDITO-EDIT " "
                   WS-CLI-MAIS-ANTIGA " " WS-DIAS-EDIT " "
                   WS-EXCESSO-EDIT.
       FECHA-CLIENTE-LIMPA.
           MOVE ZERO TO WS-CLI-NOTAS.
           MOVE ZERO TO WS-CLI-CREDITO.
           MOVE ZERO TO WS-CLI-EXCESSO.
           MOVE ZERO TO WS-CLI-MAIS-ANTIGA.
       FECHA-CLIENTE-FIM.
           EXIT.

       RESUMO-PARA.
           DISPLAY " ".
           IF WS-CLIENTES = ZERO
              DISPLAY "NENHUM CLIENTE COM CREDITO"
              GO TO RESUMO-FIM
           END-IF.
           DISPLAY "CLIENTES COM CREDITO : " WS-CLIENTES.
           DISPLAY "NOTAS EM ABERTO      : " WS-TOT-NOTAS.
           MOVE WS-TOT-CREDITO TO WS-EDIT.
           DISPLAY "CREDITO EM NOTAS     : " WS-EDIT.
           MOVE WS-TOT-EXCESSO TO WS-EDIT.
           DISPLAY "EXCESSO EM QUITADAS  : " WS-EDIT.
           ADD WS-TOT-EXCESSO TO WS-TOT-CREDITO.
           MOVE WS-TOT-CREDITO TO WS-EDIT.
           DISPLAY "TOTAL DEVIDO A CLIENTES: " WS-EDIT.
       RESUMO-FIM.
           EXIT.
