      *        : change lands in all front ends at the same time.      *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.3.0                                                 *
      *NOTES   : The city rule lives here too: when CIDADE.DAT is      *
      *        : populated, FD-CIDADE must match a registered city     *
      *        : (RC 40 otherwise). The screens keep their             *
      *        : The contact block (FD-TELEFONE, FD-EMAIL) is          *
      *        : optional; a non-blank e-mail must contain "@"        *
      *        : (RC 40 otherwise).                                    *
      *        : The taxpayer document (FD-TIPO-DOC/FD-CPF-CNPJ) is    *
      *        : optional too, but one that is typed must carry good   *
      *        : CPF/CNPJ check digits and must not already sit on     *
      *        : another CODIGO (RC 40 either way). Only ATIVO codes   *
      *        : count for that: an INATIVO record (FD-STATUS "I") -   *
      *        : typically a duplicate CLIMERGE retired - keeps its    *
      *        : document for the history but never blocks the same   *
      *        : document on the survivor or on a new code. An "S"    *
      *        : reactivation is not re-checked; DUPCLI reports the    *
      *        : pair if one comes back. Dots, dashes and slashes are  *
      *        : stripped and the type is inferred from the digit      *
      *        : count when left blank.                                *
      *        : Contact consent (LGPD) per channel - post, e-mail,    *
      *        : phone - lives in CLICONS.DAT, also owned here: "K"    *
      *        : returns the client's consent record (RC 23 when none  *
      *        : is on file), "C" records the S/N flags passed (a      *
      *        : blank flag keeps the stored one), stamping date and   *
      *        : source (CLI-ACAO) on each channel that changed and    *
      *        : writing a CONSENTE line with the before/after consent *
      *        : images to AUDIT.LOG. An EXCLUSAO drops the consent    *
      *        : record with the client.                               *
      *        : When the CEP address base (CEP.DAT, via CEPREF) holds *
      *        : the client's CEP, a typed street, bairro or city that *
      *        : disagrees with it is warned: RC stays 00 and CLI-MSG  *
      *        : reads AVISO: <field> DIFERE DO CEP, which the screens *
      *        : show. The base lags behind new streets, so it never   *
      *        : refuses a record.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CLIUPD".
           ACCESS MODE             DYNAMIC
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.
      *CONTACT CONSENT PER CHANNEL (LGPD) - WRITTEN ONLY HERE, SO
      *EVERY CHANGE GETS ITS AUDIT LINE
           SELECT OPTIONAL CONSENT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CS-CODIGO
           FILE STATUS             FS-CS.

       DATA DIVISION.
       FILE SECTION.
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

      *SAME AUDIT TRAIL LAYOUT THE FRONT ENDS USED TO WRITE DIRECTLY
       FD AUDIT-FILE.
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X VALUE SPACE.
      *SIGNED-ON OPERATOR WHO MADE THE CHANGE - THE COMPLIANCE
      *REVIEW FLAGGED THE ANONYMOUS AUDIT TRAIL SPECIFICALLY
          02 FIL-CODIGO       PIC 9(02).
          02 FIL-NOME         PIC X(30).

      *ONE RECORD PER CLIENT THAT HAS EVER GIVEN OR REFUSED CONSENT -
      *CHANNEL 1 = CORREIO, 2 = E-MAIL, 3 = TELEFONE. CS-FLAG "S" =
      *CONSENTED, "N" = REFUSED OR WITHDRAWN, SPACE = NEVER ASKED;
      *A CLIENT WITH NO RECORD HAS NOT CONSENTED ON ANY CHANNEL.
      *CS-DATA/CS-ORIGEM STAMP THE LAST CHANGE OF THE CHANNEL
       FD CONSENT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICONS.DAT".
       01 REG-CONSENT.
          02 CS-CODIGO        PIC 9(06).
          02 CS-CANAL OCCURS 3 TIMES.
             03 CS-FLAG       PIC X(01).
             03 CS-DATA       PIC 9(08).
             03 CS-ORIGEM     PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-AUDIT             PIC X(02) VALUE SPACES.
       77 WS-CID-ATIVO         PIC X     VALUE "N".
       77 FS-FIL               PIC X(02) VALUE SPACES.
       77 WS-FIL-ATIVO         PIC X     VALUE "N".
       77 FS-CS                PIC X(02) VALUE SPACES.
       77 WS-CS-ATIVO          PIC X     VALUE "N".
       77 WS-CS-EXISTE         PIC X     VALUE "N".
       77 WS-CS-MUDOU          PIC X     VALUE "N".
       77 WS-CS-I              PIC 9     VALUE ZERO.
      *CONSENT IMAGE PASSED IN CLI-REG FOR A "C" CALL, AND THE STORED
      *IMAGE BEFORE THE CHANGE FOR THE AUDIT LINE
       01 WS-CS-NOVO.
          02 WS-CSN-CODIGO     PIC 9(06).
          02 WS-CSN-CANAL OCCURS 3 TIMES.
             03 WS-CSN-FLAG    PIC X(01).
             03 WS-CSN-DATA    PIC 9(08).
             03 WS-CSN-ORIGEM  PIC X(08).
       01 WS-CS-ANTES          PIC X(57) VALUE SPACES.

      *FULL CCYYMMDD SYSTEM DATE - TWO-DIGIT YEARS CANNOT SORT OR
      *COMPARE ACROSS A CENTURY BOUNDARY
          02 MENSA7    PIC X(30) VALUE "CODIGO 000000 RESERVADO".
          02 MENSA8    PIC X(30) VALUE "EMAIL INVALIDO".
          02 MENSA10   PIC X(30) VALUE "FILIAL NÃO CADASTRADA".
          02 MENSA11   PIC X(30) VALUE "CPF/CNPJ INVALIDO".
          02 MENSA13   PIC X(30) VALUE "CONSENTIMENTO INVALIDO (S/N)".
          02 MENSA14   PIC X(30) VALUE "SEM REGISTRO DE CONSENTIMENTO".
          02 MENSA12.
             03 FILLER PIC X(24) VALUE "CPF/CNPJ JA NO CODIGO ".
             03 MENSA12-CODIGO PIC 9(06) VALUE ZERO.

       01 WS-CEP-VALIDO.
          02 WS-CEP-NUM       PIC 9(05).
          02 WS-CEP-COMP      PIC 9(03).
       77 WS-ARROBA            PIC 9(02) VALUE ZERO.

      *CPF/CNPJ CHECK-DIGIT WORK AREA - THE TYPED DOCUMENT IS
      *REDUCED TO ITS DIGITS HERE, THEN BOTH CHECK DIGITS ARE
      *RECOMPUTED (MODULO 11) AND COMPARED WITH THE TYPED ONES
       01 WS-DOC-AREA.
          02 WS-DOC-DIG        PIC X(14) VALUE SPACES.
          02 WS-DOC-NUM REDEFINES WS-DOC-DIG.
             03 WS-DOC-D       PIC 9 OCCURS 14 TIMES.
      *CNPJ WEIGHTS - THE FIRST CHECK DIGIT USES THE LAST 12, THE
      *SECOND ALL 13
       01 WS-PESOS-CNPJ        PIC X(13) VALUE "6543298765432".
       01 FILLER REDEFINES WS-PESOS-CNPJ.
          02 WS-PESO-CNPJ      PIC 9 OCCURS 13 TIMES.
       77 WS-DOC-LEN           PIC 9(02) VALUE ZERO.
       77 WS-DOC-I             PIC 9(02) VALUE ZERO.
       77 WS-DOC-BASE          PIC 9(02) VALUE ZERO.
       77 WS-DOC-SOMA          PIC 9(05) VALUE ZERO.
       77 WS-DOC-QUOC          PIC 9(05) VALUE ZERO.
       77 WS-DOC-RESTO         PIC 9(02) VALUE ZERO.
       77 WS-DOC-DV            PIC 9(01) VALUE ZERO.
       77 WS-DOC-IGUAIS        PIC 9(02) VALUE ZERO.
       77 WS-DOC-OK            PIC X     VALUE "N".
       77 WS-DOC-EOF           PIC X     VALUE "N".
       01 WS-REG-VALIDA        PIC X(204) VALUE SPACES.

      *CEP ADDRESS BASE LOOKUP (CepRef.cob) - A TYPED ADDRESS THAT
      *DISAGREES WITH THE BASE ONLY WARNS: THE BASE LAGS BEHIND NEW
      *STREETS AND RENAMINGS, SO IT CANNOT REFUSE THE RECORD
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
       77 WS-CEP-USADO         PIC X     VALUE "N".

       LINKAGE SECTION.
       01 CLI-PEDIDO.
          05 CLI-FUNC          PIC X(01).
      *AUDIT ACTION FOR "A"/"S" CALLS - BLANK MEANS "ALTERACAO".
      *ON A "C" CALL IT CARRIES THE SOURCE OF THE CONSENT (EXCLI,
      *CRMIN) STAMPED ON THE CHANNELS THAT CHANGED
          05 CLI-ACAO          PIC X(09).
      *SIGNED-ON OPERATOR - RECORDED ON EVERY AUDIT LINE
          05 CLI-OPERADOR      PIC X(08).
      *RECORD IMAGE TO APPLY (THE AFTER STATE FOR I/A/S, THE KEYED
      *RECORD FOR E) IN THE REG-ARQCLI LAYOUT - FOR "C"/"K" THE
      *REG-CONSENT LAYOUT IN THE FIRST 57 BYTES
          05 CLI-REG           PIC X(204).
      *BEFORE IMAGE FOR A/S/E CALLS - WHAT THE CALLER READ
          05 CLI-REG-ANTES     PIC X(204).
       01 CLI-RESPOSTA.
          05 CLI-RC            PIC X(02).
          05 CLI-MSG           PIC X(30).
      *THE RECORD AS ACTUALLY WRITTEN (DATES AND STATUS STAMPED)
          05 CLI-REG-SAIDA     PIC X(204).

       PROCEDURE DIVISION USING CLI-PEDIDO, CLI-RESPOSTA.
       TRATA-PEDIDO.
                 PERFORM REGRAVA-PARA THRU REGRAVA-FIM
              WHEN "E"
                 PERFORM EXCLUI-PARA THRU EXCLUI-FIM
              WHEN "C"
                 PERFORM CONSENTE-PARA THRU CONSENTE-FIM
              WHEN "K"
                 PERFORM LE-CONSENT-PARA THRU LE-CONSENT-FIM
                 MOVE REG-CONSENT TO CLI-REG-SAIDA
                 IF WS-CS-EXISTE NOT = "S" AND CLI-RC = "00"
                    MOVE "23" TO CLI-RC
                    MOVE MENSA14 TO CLI-MSG
                 END-IF
              WHEN OTHER
                 MOVE "90" TO CLI-RC
                 MOVE "FUNCAO DESCONHECIDA" TO CLI-MSG
           IF WS-FIL-ATIVO NOT = "S"
              CLOSE FILIAL-FILE
           END-IF.
      *    THE CONSENT FILE IS CREATED ON FIRST USE; WHEN IT CANNOT
      *    BE OPENED ONLY THE "C"/"K" CALLS ARE REFUSED
           OPEN I-O CONSENT-FILE.
           IF FS-CS = "35" OR FS-CS = "05"
              CLOSE CONSENT-FILE
              OPEN OUTPUT CONSENT-FILE
              CLOSE CONSENT-FILE
              OPEN I-O CONSENT-FILE
           END-IF.
           IF FS-CS = "00"
              MOVE "S" TO WS-CS-ATIVO
           END-IF.
           MOVE "S" TO WS-ABERTO.
       ABRE-FIM.
           EXIT.
                 CLOSE FILIAL-FILE
                 MOVE "N" TO WS-FIL-ATIVO
              END-IF
              IF WS-CS-ATIVO = "S"
                 CLOSE CONSENT-FILE
                 MOVE "N" TO WS-CS-ATIVO
              END-IF
              IF WS-CEP-USADO = "S"
                 MOVE "X" TO WS-CEP-FUNC
                 CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA
                 MOVE "N" TO WS-CEP-USADO
              END-IF
              MOVE "N" TO WS-ABERTO
           END-IF.
       FECHA-FIM.
                 GO TO VALIDA-FIM
              END-IF
           END-IF.
      *    THE TAXPAYER DOCUMENT IS OPTIONAL (OLD RECORDS HAVE NONE),
      *    BUT ONE THAT IS TYPED MUST PASS THE CHECK DIGITS AND MUST
      *    NOT ALREADY BELONG TO ANOTHER CODIGO. THE NORMALIZED
      *    DIGITS AND TYPE GO BACK INTO THE IMAGE LIKE THE CITY DOES
           IF FD-CPF-CNPJ = SPACES
              MOVE SPACE TO FD-TIPO-DOC
              MOVE REG-ARQCLI TO CLI-REG
           ELSE
              PERFORM VALIDA-DOC-PARA THRU VALIDA-DOC-FIM
              IF WS-DOC-OK NOT = "S"
                 MOVE "40" TO CLI-RC
                 MOVE MENSA11 TO CLI-MSG
                 GO TO VALIDA-FIM
              END-IF
              MOVE REG-ARQCLI TO CLI-REG
              PERFORM DOC-DUPLICADO-PARA THRU DOC-DUPLICADO-FIM
              IF CLI-RC NOT = "00"
                 GO TO VALIDA-FIM
              END-IF
           END-IF.
      *    FILIAL 00 MEANS "NO BRANCH" AND IS ALWAYS LEGAL - A REAL
      *    BRANCH NUMBER MUST EXIST ON THE BRANCH MASTER
           IF WS-FIL-ATIVO = "S" AND FD-FILIAL > ZERO
                    MOVE REG-ARQCLI TO CLI-REG
              END-READ
           END-IF.
           IF CLI-RC = "00"
              PERFORM CONFERE-CEP-PARA THRU CONFERE-CEP-FIM
           END-IF.
       VALIDA-FIM.
           EXIT.

      *COMPARES THE TYPED ADDRESS WITH THE CEP BASE (CEP.DAT) - ON A
      *MISMATCH THE RECORD STILL GOES THROUGH WITH RC 00 AND CLI-MSG
      *CARRIES THE WARNING FOR THE SCREENS TO SHOW. A CEP MISSING
      *FROM THE BASE, OR NO BASE LOADED, IS NOT WARNED
       CONFERE-CEP-PARA.
           MOVE "C" TO WS-CEP-FUNC.
           MOVE FD-CEP TO WS-CEP-CEP.
           MOVE FD-END TO WS-CEP-END.
           MOVE FD-BAIRRO TO WS-CEP-BAIRRO.
           MOVE FD-CIDADE TO WS-CEP-CIDADE.
           CALL "CEPREF" USING WS-CEP-PEDIDO, WS-CEP-RESPOSTA.
           MOVE "S" TO WS-CEP-USADO.
           IF WS-CEP-RC = "41"
              STRING "AVISO: " DELIMITED BY SIZE
                     WS-CEP-CAMPO DELIMITED BY SPACE
                     " DIFERE DO CEP" DELIMITED BY SIZE
                     INTO CLI-MSG
              END-STRING
           END-IF.
       CONFERE-CEP-FIM.
           EXIT.

      *REDUCES FD-CPF-CNPJ TO ITS DIGITS, SETTLES THE TYPE (11
      *DIGITS = CPF, 14 = CNPJ) AND CHECKS BOTH CHECK DIGITS.
      *WS-DOC-OK = "S" WHEN THE DOCUMENT IS GOOD - REG-ARQCLI THEN
      *HOLDS THE NORMALIZED FORM
       VALIDA-DOC-PARA.
           MOVE "N" TO WS-DOC-OK.
           MOVE SPACES TO WS-DOC-DIG.
           MOVE ZERO TO WS-DOC-LEN.
           PERFORM VARYING WS-DOC-I FROM 1 BY 1 UNTIL WS-DOC-I > 14
               EVALUATE TRUE
                  WHEN FD-CPF-CNPJ(WS-DOC-I:1) IS NUMERIC
                     ADD 1 TO WS-DOC-LEN
                     MOVE FD-CPF-CNPJ(WS-DOC-I:1)
                         TO WS-DOC-DIG(WS-DOC-LEN:1)
                  WHEN FD-CPF-CNPJ(WS-DOC-I:1) = "." OR "-" OR "/"
                       OR SPACE
                     CONTINUE
                  WHEN OTHER
                     GO TO VALIDA-DOC-FIM
               END-EVALUATE
           END-PERFORM.
           IF FD-TIPO-DOC = SPACE
              IF WS-DOC-LEN = 11
                 MOVE "F" TO FD-TIPO-DOC
              END-IF
              IF WS-DOC-LEN = 14
                 MOVE "J" TO FD-TIPO-DOC
              END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FD-TIPO-DOC) TO FD-TIPO-DOC.
           IF NOT (FD-DOC-CPF AND WS-DOC-LEN = 11)
              AND NOT (FD-DOC-CNPJ AND WS-DOC-LEN = 14)
              GO TO VALIDA-DOC-FIM
           END-IF.
      *    A RUN OF ONE REPEATED DIGIT (000.000.000-00 AND FRIENDS)
      *    PASSES THE ARITHMETIC BUT IS NEVER A REAL DOCUMENT
           MOVE ZERO TO WS-DOC-IGUAIS.
           INSPECT WS-DOC-DIG(1:WS-DOC-LEN) TALLYING WS-DOC-IGUAIS
               FOR ALL WS-DOC-DIG(1:1).
           IF WS-DOC-IGUAIS = WS-DOC-LEN
              GO TO VALIDA-DOC-FIM
           END-IF.
           COMPUTE WS-DOC-BASE = WS-DOC-LEN - 2.
           PERFORM CALC-DV-PARA THRU CALC-DV-FIM.
           IF WS-DOC-DV NOT = WS-DOC-D(WS-DOC-BASE + 1)
              GO TO VALIDA-DOC-FIM
           END-IF.
           ADD 1 TO WS-DOC-BASE.
           PERFORM CALC-DV-PARA THRU CALC-DV-FIM.
           IF WS-DOC-DV NOT = WS-DOC-D(WS-DOC-BASE + 1)
              GO TO VALIDA-DOC-FIM
           END-IF.
           MOVE WS-DOC-DIG TO FD-CPF-CNPJ.
           MOVE "S" TO WS-DOC-OK.
       VALIDA-DOC-FIM.
           EXIT.

      *ONE MODULO-11 CHECK DIGIT OVER THE FIRST WS-DOC-BASE DIGITS -
      *CPF WEIGHTS RUN DOWN FROM BASE+1 TO 2, CNPJ WEIGHTS COME
      *FROM THE 5432/98765432 TABLE. REMAINDER 0 OR 1 GIVES 0.
       CALC-DV-PARA.
           MOVE ZERO TO WS-DOC-SOMA.
           PERFORM VARYING WS-DOC-I FROM 1 BY 1
                   UNTIL WS-DOC-I > WS-DOC-BASE
               IF FD-DOC-CPF
                  COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                      WS-DOC-D(WS-DOC-I) * (WS-DOC-BASE + 2 - WS-DOC-I)
               ELSE
                  COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                      WS-DOC-D(WS-DOC-I) *
                      WS-PESO-CNPJ(WS-DOC-I + 13 - WS-DOC-BASE)
               END-IF
           END-PERFORM.
           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
               REMAINDER WS-DOC-RESTO.
           IF WS-DOC-RESTO < 2
              MOVE ZERO TO WS-DOC-DV
           ELSE
              COMPUTE WS-DOC-DV = 11 - WS-DOC-RESTO
           END-IF.
       CALC-DV-FIM.
           EXIT.

      *THE SAME DOCUMENT ON TWO CODIGOS IS ONE TAXPAYER KEYED TWICE -
      *ARQCLI IS KEYED ON CODIGO ONLY, SO THIS IS A FULL SCAN (THE
      *CONSULTA-NOME SHAPE). THE IMAGE UNDER VALIDATION IS PARKED
      *IN WS-REG-VALIDA WHILE THE SCAN USES THE RECORD AREA. INATIVO
      *RECORDS (RETIRED BY A MERGE OR DORMANT) ARE PASSED OVER
       DOC-DUPLICADO-PARA.
           MOVE REG-ARQCLI TO WS-REG-VALIDA.
           MOVE LOW-VALUES TO FD-CODIGO.
           START ARQCLI KEY IS NOT LESS FD-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-DOC-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-DOC-EOF
           END-START.
           PERFORM UNTIL WS-DOC-EOF = "Y"
               READ ARQCLI NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DOC-EOF
                   NOT AT END
                       IF FD-CPF-CNPJ = WS-DOC-DIG
                          AND CODIGO NOT = CLI-REG(1:6)
                          AND FD-STATUS NOT = "I"
                          MOVE CODIGO TO MENSA12-CODIGO
                          MOVE "40" TO CLI-RC
                          MOVE MENSA12 TO CLI-MSG
                          MOVE "Y" TO WS-DOC-EOF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-REG-VALIDA TO REG-ARQCLI.
       DOC-DUPLICADO-FIM.
           EXIT.

       INCLUI-PARA.
           PERFORM VALIDA-PARA THRU VALIDA-FIM.
           IF CLI-RC NOT = "00"
                 MOVE SPACES TO REG-ARQCLI
                 PERFORM GRAVA-AUDIT-PARA THRU GRAVA-AUDIT-FIM
                 MOVE SPACES TO CLI-REG-SAIDA
      *          A CODIGO RE-USED LATER MUST NOT INHERIT THE CONSENT
                 IF WS-CS-ATIVO = "S"
                    MOVE CLI-REG(1:6) TO CS-CODIGO
                    DELETE CONSENT-FILE
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                 END-IF
           END-DELETE.
       EXCLUI-FIM.
           EXIT.
           WRITE AUDIT-RECORD.
       GRAVA-AUDIT-FIM.
           EXIT.

      *READS THE CONSENT RECORD OF THE CODIGO IN CLI-REG - A CLIENT
      *WITH NONE GETS A BLANK RECORD (NOTHING CONSENTED) AND
      *WS-CS-EXISTE "N"
       LE-CONSENT-PARA.
           MOVE "N" TO WS-CS-EXISTE.
           MOVE SPACES TO REG-CONSENT.
           MOVE CLI-REG(1:6) TO CS-CODIGO.
           IF WS-CS-ATIVO NOT = "S"
              MOVE "90" TO CLI-RC
              MOVE "CLICONS.DAT INDISPONIVEL" TO CLI-MSG
              GO TO LE-CONSENT-FIM
           END-IF.
           READ CONSENT-FILE KEY IS CS-CODIGO
              INVALID KEY
                 MOVE SPACES TO REG-CONSENT
                 MOVE CLI-REG(1:6) TO CS-CODIGO
              NOT INVALID KEY
                 MOVE "S" TO WS-CS-EXISTE
           END-READ.
           PERFORM VARYING WS-CS-I FROM 1 BY 1 UNTIL WS-CS-I > 3
               IF CS-DATA(WS-CS-I) IS NOT NUMERIC
                  MOVE ZERO TO CS-DATA(WS-CS-I)
               END-IF
           END-PERFORM.
       LE-CONSENT-FIM.
           EXIT.

      *RECORDS A CONSENT CHANGE - ONLY THE CHANNELS WHOSE FLAG
      *ACTUALLY CHANGES ARE RE-STAMPED, AND A CALL THAT CHANGES
      *NOTHING WRITES NEITHER THE FILE NOR THE AUDIT TRAIL
       CONSENTE-PARA.
           MOVE CLI-REG(1:57) TO WS-CS-NOVO.
           MOVE WS-CSN-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 MOVE "23" TO CLI-RC
                 MOVE MENSA4 TO CLI-MSG
                 GO TO CONSENTE-FIM
           END-READ.
           PERFORM VARYING WS-CS-I FROM 1 BY 1 UNTIL WS-CS-I > 3
               IF WS-CSN-FLAG(WS-CS-I) NOT = "S"
                  AND WS-CSN-FLAG(WS-CS-I) NOT = "N"
                  AND WS-CSN-FLAG(WS-CS-I) NOT = SPACE
                  MOVE "40" TO CLI-RC
                  MOVE MENSA13 TO CLI-MSG
               END-IF
           END-PERFORM.
           IF CLI-RC NOT = "00"
              GO TO CONSENTE-FIM
           END-IF.
           PERFORM LE-CONSENT-PARA THRU LE-CONSENT-FIM.
           IF CLI-RC NOT = "00"
              GO TO CONSENTE-FIM
           END-IF.
           MOVE REG-CONSENT TO WS-CS-ANTES.
           IF WS-CS-EXISTE NOT = "S"
              MOVE SPACES TO WS-CS-ANTES
           END-IF.
           MOVE "N" TO WS-CS-MUDOU.
           PERFORM VARYING WS-CS-I FROM 1 BY 1 UNTIL WS-CS-I > 3
               IF WS-CSN-FLAG(WS-CS-I) NOT = SPACE
                  AND WS-CSN-FLAG(WS-CS-I) NOT = CS-FLAG(WS-CS-I)
                  MOVE WS-CSN-FLAG(WS-CS-I) TO CS-FLAG(WS-CS-I)
                  MOVE WS-DATA-SIS TO CS-DATA(WS-CS-I)
                  MOVE CLI-ACAO(1:8) TO CS-ORIGEM(WS-CS-I)
                  MOVE "S" TO WS-CS-MUDOU
               END-IF
           END-PERFORM.
           MOVE REG-CONSENT TO CLI-REG-SAIDA.
           IF WS-CS-MUDOU NOT = "S"
              GO TO CONSENTE-FIM
           END-IF.
           IF WS-CS-EXISTE = "S"
              REWRITE REG-CONSENT
                 INVALID KEY
                    MOVE "90" TO CLI-RC
              END-REWRITE
           ELSE
              WRITE REG-CONSENT
                 INVALID KEY
                    MOVE "90" TO CLI-RC
              END-WRITE
           END-IF.
           IF CLI-RC NOT = "00"
              MOVE "ERRO GRAVANDO CLICONS.DAT" TO CLI-MSG
              GO TO CONSENTE-FIM
           END-IF.
      *    THE CONSENT IMAGES RIDE IN THE BEFORE/AFTER COLUMNS; THE
      *    AUDIT READERS KNOW A CONSENTE LINE IS NOT AN ARQCLI IMAGE
           MOVE WS-DATA-SIS TO AUDIT-DATE.
           MOVE "CONSENTE" TO AUDIT-ACTION.
           MOVE CS-CODIGO TO AUDIT-CODIGO.
           MOVE WS-CS-ANTES TO AUDIT-BEFORE.
           MOVE REG-CONSENT TO AUDIT-AFTER.
           MOVE CLI-OPERADOR TO AUDIT-OPERATOR.
           WRITE AUDIT-RECORD.
       CONSENTE-FIM.
           EXIT.
