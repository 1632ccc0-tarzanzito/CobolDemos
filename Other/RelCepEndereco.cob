      ******************************************************************
      *DESC    : One-off client address versus CEP base listing. Reads *
      *        : every ARQCLI.DAT client and checks its street, bairro *
      *        : and city against the CEP address base (CEP.DAT, via   *
      *        : CEPREF), listing each client whose address disagrees  *
      *        : with its CEP next to the address the base holds, so   *
      *        : the desk can clean up the master once the base is     *
      *        : loaded. From then on CLIUPD warns at entry time.      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Uses the same comparison CLIUPD does (CEPREF "C"):    *
      *        : the typed street only has to open with the base's     *
      *        : street, bairro and city must be equal. Clients whose  *
      *        : CEP is malformed or not in the base are counted, and  *
      *        : listed, but not as mismatches. Needs CEPCARGA to have *
      *        : loaded the base first - with no base it stops.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCEPEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FD-CODIGO
           FILE STATUS FS-ARQCLI.

       DATA DIVISION.
       FILE SECTION.
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
               88 FD-INATIVO   VALUE "I".
           02 FD-FILIAL        PIC 9(02).
      *CONTACT BLOCK - DUNNING AND THE CRM USED TO REACH CLIENTS
      *ONLY BY POST. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 55 BYTES, SO AN
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
           02 FD-TELEFONE      PIC X(15).
           02 FD-EMAIL         PIC X(40).
      *TAXPAYER DOCUMENT - FD-TIPO-DOC "F" = CPF (11 DIGITS), "J" =
      *CNPJ (14 DIGITS); FD-CPF-CNPJ HOLDS THE DIGITS ONLY, LEFT-
      *JUSTIFIED. BLANK ON RECORDS WRITTEN BEFORE THE FIELDS
      *EXISTED. THE RECORD GREW BY 15 BYTES, SO AN
      *EXISTING ARQCLI.DAT NEEDS A ONE-TIME RELOAD AT CUTOVER
           02 FD-TIPO-DOC      PIC X(01).
              88 FD-DOC-CPF    VALUE "F".
              88 FD-DOC-CNPJ   VALUE "J".
           02 FD-CPF-CNPJ      PIC X(14).

       WORKING-STORAGE SECTION.
       01 FS-ARQCLI PIC X(02) VALUE SPACES.
           88 FS-ARQCLI-OK VALUE '00'.
           88 FS-ARQCLI-EOF VALUE '10'.
       01 WS-FIM                PIC X     VALUE "N".
      *REQUEST/RESPONSE AREAS FOR CEPREF (CepRef.cob)
       01 WS-CEP-PEDIDO.
          05 WS-CEP-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CEP-CEP        PIC X(09) VALUE SPACES.
          05 WS-CEP-END        PIC X(30) VALUE SPACES.
          05 WS-CEP-BAIRRO     PIC X(20) VALUE SPACES.
          05 WS-CEP-CIDADE     PIC X(20) VALUE SPACES.
       01 WS-CEP-RESPOSTA.
          05 WS-CEP-RC         PIC X(02) VALUE SPACES.
          05 WS-CEP-CAMPO      PIC X(08) VALUE SPACES.
          05 WS-CEP-REF-LOGR   PIC X(40) VALUE SPACES.
          05 WS-CEP-REF-BAIRRO PIC X(20) VALUE SPACES.
          05 WS-CEP-REF-CIDADE PIC X(20) VALUE SPACES.
          05 WS-CEP-REF-UF     PIC X(02) VALUE SPACES.
       01 COUNTERS.
           05 LIDOS-COUNT        PIC 9(05) VALUE ZERO.
           05 CONFERE-COUNT      PIC 9(05) VALUE ZERO.
           05 DIVERGE-COUNT      PIC 9(05) VALUE ZERO.
           05 FORA-BASE-COUNT    PIC 9(05) VALUE ZERO.
           05 CEP-INVALIDO-COUNT PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-FIM = "S"
              GO TO EXIT-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
           STOP RUN.

      *THE FIRST CEPREF CALL TELLS WHETHER A BASE IS LOADED AT ALL -
      *"05" (NO BASE) OR "30" (FILE ERROR) ENDS THE RUN HERE
       OPEN-PARA.
           OPEN INPUT ARQCLI.
           IF NOT FS-ARQCLI-OK
              DISPLAY "FILE OPEN FAILED: " FS-ARQCLI
              MOVE "S" TO WS-FIM
              GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE "B" TO WS-CEP-FUNC.
           MOVE "00000000" TO WS-CEP-CEP.
           CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA.
           IF WS-CEP-RC = "05" OR WS-CEP-RC = "30"
              DISPLAY "CEP.DAT VAZIO OU ILEGIVEL (" WS-CEP-RC ")"
              DISPLAY "CARREGUE A BASE DE CEP COM CEPCARGA ANTES DE "
                      "RODAR ESTE RELATORIO"
              CLOSE ARQCLI
              MOVE "X" TO WS-CEP-FUNC
              CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA
              MOVE "S" TO WS-FIM
              GO TO OPEN-EXIT-PARA
           END-IF.
           DISPLAY "CLIENTES COM ENDERECO DIFERENTE DO CEP".
           DISPLAY "CODIGO CEP       CAMPO    ENDERECO / BAIRRO / "
                   "CIDADE".
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL FS-ARQCLI-EOF
               READ ARQCLI
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM CHECA-CLIENTE-PARA
                      THRU CHECA-CLIENTE-EXIT-PARA
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE CLIENT - THE TYPED ADDRESS ON ONE LINE, THE BASE'S ON THE
      *NEXT, SO THE DESK SEES WHAT TO CORRECT
       CHECA-CLIENTE-PARA.
           ADD 1 TO LIDOS-COUNT.
           MOVE "C" TO WS-CEP-FUNC.
           MOVE FD-CEP TO WS-CEP-CEP.
           MOVE FD-END TO WS-CEP-END.
           MOVE FD-BAIRRO TO WS-CEP-BAIRRO.
           MOVE FD-CIDADE TO WS-CEP-CIDADE.
           CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA.
           EVALUATE WS-CEP-RC
              WHEN "00"
                 ADD 1 TO CONFERE-COUNT
              WHEN "41"
                 ADD 1 TO DIVERGE-COUNT
                 DISPLAY CODIGO " " FD-CEP " " WS-CEP-CAMPO " "
                         FD-END " / " FD-BAIRRO " / " FD-CIDADE
                 DISPLAY "       BASE DO CEP:      "
                         WS-CEP-REF-LOGR(1:30) " / "
                         WS-CEP-REF-BAIRRO " / "
                         WS-CEP-REF-CIDADE " " WS-CEP-REF-UF
              WHEN "10"
                 ADD 1 TO FORA-BASE-COUNT
                 DISPLAY CODIGO " " FD-CEP " CEP FORA DA BASE"
              WHEN OTHER
                 ADD 1 TO CEP-INVALIDO-COUNT
                 DISPLAY CODIGO " " FD-CEP " CEP SEM FORMA NUMERICA"
           END-EVALUATE.
       CHECA-CLIENTE-EXIT-PARA.
           EXIT.

       CLOSE-PARA.
           CLOSE ARQCLI.
           MOVE "X" TO WS-CEP-FUNC.
           CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA.
           DISPLAY " ".
           DISPLAY "CLIENTES LIDOS          : " LIDOS-COUNT.
           DISPLAY "ENDERECO CONFERE        : " CONFERE-COUNT.
           DISPLAY "ENDERECO DIFERENTE      : " DIVERGE-COUNT.
           DISPLAY "CEP FORA DA BASE        : " FORA-BASE-COUNT.
           DISPLAY "CEP SEM FORMA NUMERICA  : " CEP-INVALIDO-COUNT.
       CLOSE-EXIT-PARA.
           EXIT.

       EXIT-PARA.
           EXIT PROGRAM.
