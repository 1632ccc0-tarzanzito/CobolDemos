      ******************************************************************
      *DESC    : Shared CEP address lookup - CEP.DAT holds the postal  *
      *        : service's address base (one record per full CEP with  *
      *        : street, bairro, city and UF), loaded by CEPCARGA.     *
      *        : EXCLI fills the address from it when the desk keys    *
      *        : the CEP, CLIUPD checks every typed address against it *
      *        : and RELCEPEND lists the clients that disagree.        *
      *        :   CALL "CEPREF" USING CEP-PEDIDO, CEP-RESPOSTA        *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Functions: "B" look up the CEP, "C" look up and       *
      *        : compare the address passed, "X" close the file (the   *
      *        : NFEMITE convention - the file stays open between      *
      *        : calls of a run). The CEP may come as NNNNN-NNN or as  *
      *        : 8 digits. CEP-RC: "00" found (and, for "C", the       *
      *        : address agrees), "10" CEP not in the base, "20" CEP   *
      *        : malformed, "41" the address disagrees - CEP-CAMPO     *
      *        : names the first field that does (ENDERECO, BAIRRO,    *
      *        : CIDADE), "05" no base loaded, "30" file error. Like   *
      *        : CIDADE.DAT the base only arms once it holds a record, *
      *        : so a shop that never loads it sees "05" everywhere.   *
      *        : The street only has to open the typed address (the    *
      *        : desk adds the number and complement after it); a      *
      *        : blank street or bairro in the base (single-CEP towns) *
      *        : is not compared. Everything is compared upper-case.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *POSTAL ADDRESS BASE, ONE RECORD PER FULL CEP
           SELECT OPTIONAL CEP-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CP-CEP
           FILE STATUS             FS-CP.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT CEPCARGA (CepCarga.cob) LOADS - NAMES UPPER-CASE
       FD CEP-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CEP.DAT".
       01 REG-CEP.
          02 CP-CEP           PIC X(08).
          02 CP-LOGRADOURO    PIC X(40).
          02 CP-BAIRRO        PIC X(20).
          02 CP-CIDADE        PIC X(20).
          02 CP-UF            PIC X(02).
          02 CP-DATA-CARGA    PIC 9(08).

       WORKING-STORAGE SECTION.
       77 FS-CP                PIC X(02) VALUE SPACES.
       77 WS-ABERTO            PIC X     VALUE "N".
       77 WS-FALHOU            PIC X     VALUE "N".
       77 WS-VAZIO             PIC X     VALUE "N".
       77 WS-TAM               PIC 9(02) VALUE ZERO.
       01 WS-CEP-DIG           PIC X(08) VALUE SPACES.
      *TYPED ADDRESS, UPPER-CASED FOR THE COMPARISON
       01 WS-END-UP            PIC X(30) VALUE SPACES.
       01 WS-BAIRRO-UP         PIC X(20) VALUE SPACES.
       01 WS-CIDADE-UP         PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 CEP-PEDIDO.
          05 CEP-FUNC          PIC X(01).
          05 CEP-CEP           PIC X(09).
      *TYPED ADDRESS - ONLY READ BY A "C" CALL
          05 CEP-END           PIC X(30).
          05 CEP-BAIRRO        PIC X(20).
          05 CEP-CIDADE        PIC X(20).
       01 CEP-RESPOSTA.
          05 CEP-RC            PIC X(02).
          05 CEP-CAMPO         PIC X(08).
          05 CEP-REF-LOGR      PIC X(40).
          05 CEP-REF-BAIRRO    PIC X(20).
          05 CEP-REF-CIDADE    PIC X(20).
          05 CEP-REF-UF        PIC X(02).

       PROCEDURE DIVISION USING CEP-PEDIDO, CEP-RESPOSTA.
       TRATA-PEDIDO.
           MOVE "00" TO CEP-RC.
           MOVE SPACES TO CEP-CAMPO.
           MOVE SPACES TO CEP-REF-LOGR.
           MOVE SPACES TO CEP-REF-BAIRRO.
           MOVE SPACES TO CEP-REF-CIDADE.
           MOVE SPACES TO CEP-REF-UF.
           IF CEP-FUNC = "X"
              PERFORM FECHA-PARA THRU FECHA-FIM
              GOBACK
           END-IF.
           IF WS-ABERTO NOT = "S" AND WS-FALHOU NOT = "S"
              PERFORM ABRE-PARA THRU ABRE-FIM
           END-IF.
           IF WS-FALHOU = "S"
              MOVE "30" TO CEP-RC
              GOBACK
           END-IF.
           IF WS-VAZIO = "S"
              MOVE "05" TO CEP-RC
              GOBACK
           END-IF.
           EVALUATE CEP-FUNC
              WHEN "B"
                 PERFORM BUSCA-PARA THRU BUSCA-FIM
              WHEN "C"
                 PERFORM BUSCA-PARA THRU BUSCA-FIM
                 IF CEP-RC = "00"
                    PERFORM CONFERE-PARA THRU CONFERE-FIM
                 END-IF
              WHEN OTHER
                 MOVE "30" TO CEP-RC
           END-EVALUATE.
           GOBACK.

      *STATUS 05 = OPTIONAL FILE NOT THERE - NO BASE LOADED YET. AN
      *EMPTY FILE COUNTS THE SAME. A FILE THAT WILL NOT OPEN FAILS
      *EVERY CALL OF THE RUN WITH "30"
       ABRE-PARA.
           MOVE "S" TO WS-VAZIO.
           OPEN INPUT CEP-FILE.
           IF FS-CP NOT = "00" AND FS-CP NOT = "05"
              DISPLAY "CEPREF: CEP.DAT STATUS " FS-CP
              MOVE "S" TO WS-FALHOU
              GO TO ABRE-FIM
           END-IF.
           MOVE "S" TO WS-ABERTO.
           MOVE LOW-VALUES TO CP-CEP.
           START CEP-FILE KEY IS NOT LESS CP-CEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CEP-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "N" TO WS-VAZIO
                   END-READ
           END-START.
       ABRE-FIM.
           EXIT.

       FECHA-PARA.
           IF WS-ABERTO = "S"
              CLOSE CEP-FILE
           END-IF.
           MOVE "N" TO WS-ABERTO.
           MOVE "N" TO WS-FALHOU.
           MOVE "N" TO WS-VAZIO.
       FECHA-FIM.
           EXIT.

      *REDUCES THE CEP TO ITS 8 DIGITS AND READS THE BASE - THE
      *REFERENCE ADDRESS COMES BACK IN CEP-RESPOSTA
       BUSCA-PARA.
           MOVE SPACES TO WS-CEP-DIG.
           IF CEP-CEP(6:1) = "-"
              STRING CEP-CEP(1:5) DELIMITED BY SIZE
                     CEP-CEP(7:3) DELIMITED BY SIZE
                     INTO WS-CEP-DIG
              END-STRING
           ELSE
              MOVE CEP-CEP(1:8) TO WS-CEP-DIG
           END-IF.
           IF WS-CEP-DIG IS NOT NUMERIC
              MOVE "20" TO CEP-RC
              GO TO BUSCA-FIM
           END-IF.
           MOVE WS-CEP-DIG TO CP-CEP.
           READ CEP-FILE KEY IS CP-CEP
               INVALID KEY
                   MOVE "10" TO CEP-RC
                   GO TO BUSCA-FIM
           END-READ.
           MOVE CP-LOGRADOURO TO CEP-REF-LOGR.
           MOVE CP-BAIRRO TO CEP-REF-BAIRRO.
           MOVE CP-CIDADE TO CEP-REF-CIDADE.
           MOVE CP-UF TO CEP-REF-UF.
       BUSCA-FIM.
           EXIT.

      *THE TYPED STREET MUST OPEN WITH THE BASE'S STREET (AS MUCH OF
      *IT AS FITS IN THE 30-BYTE ADDRESS); BAIRRO AND CITY MUST BE
      *EQUAL. THE FIRST FIELD THAT DISAGREES IS NAMED IN CEP-CAMPO
       CONFERE-PARA.
           MOVE FUNCTION UPPER-CASE(CEP-END) TO WS-END-UP.
           MOVE FUNCTION UPPER-CASE(CEP-BAIRRO) TO WS-BAIRRO-UP.
           MOVE FUNCTION UPPER-CASE(CEP-CIDADE) TO WS-CIDADE-UP.
           IF CP-LOGRADOURO NOT = SPACES
              MOVE 30 TO WS-TAM
              PERFORM UNTIL WS-TAM = 1
                         OR CP-LOGRADOURO(WS-TAM:1) NOT = SPACE
                  SUBTRACT 1 FROM WS-TAM
              END-PERFORM
              IF WS-END-UP(1:WS-TAM) NOT = CP-LOGRADOURO(1:WS-TAM)
                 MOVE "41" TO CEP-RC
                 MOVE "ENDERECO" TO CEP-CAMPO
                 GO TO CONFERE-FIM
              END-IF
           END-IF.
           IF CP-BAIRRO NOT = SPACES AND WS-BAIRRO-UP NOT = CP-BAIRRO
              MOVE "41" TO CEP-RC
              MOVE "BAIRRO" TO CEP-CAMPO
              GO TO CONFERE-FIM
           END-IF.
           IF WS-CIDADE-UP NOT = CP-CIDADE
              MOVE "41" TO CEP-RC
              MOVE "CIDADE" TO CEP-CAMPO
           END-IF.
       CONFERE-FIM.
           EXIT.
