      *        : band the bundles.                                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : INATIVO clients are left out of the mailing unless    *
      *        : "I" is passed on the command line, the same flag      *
      *        : RELCLI takes.                                         *
      *        : A C, E or O on the command line (alongside the I,     *
      *        : e.g. "E" or "IE") labels each client with its         *
      *        : billing, delivery or other address from CLIEND.DAT; a *
      *        : client without that address type falls back to the    *
      *        : master address. Without a type the master address is  *
      *        : used, as before.                                      *
      *        : Only clients who consented to contact by post         *
      *        : (CLICONS.DAT, maintained from EXCLI and CRMIN) get a  *
      *        : label; the count left out is shown at the end.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELETIQ.
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              FD-CODIGO
           FILE STATUS FS-ARQCLI.
      *EXTRA CLIENT ADDRESSES MAINTAINED FROM EXCLI - THE TYPE ASKED
      *FOR ON THE COMMAND LINE REPLACES THE MASTER ADDRESS
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
      *CONTACT CONSENT PER CHANNEL (LGPD) - ONLY CLIENTS WHO AGREED
      *TO BE CONTACTED BY POST ARE LABELLED
           SELECT OPTIONAL CONSENT-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CS-CODIGO
           FILE STATUS             FS-CONS.
           SELECT WORK-FILE ASSIGN TO "RELETIQ.WRK"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS FS-WORK.
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
      *SAME LAYOUT EXCLI (Test.cob) MAINTAINS
       FD ENDER-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLIEND.DAT".
       01 REG-ENDER.
          02 CE-CHAVE.
             03 CE-CODIGO     PIC 9(06).
             03 CE-TIPO       PIC X(01).
          02 CE-ENDER         PIC X(30).
          02 CE-BAIRRO        PIC X(20).
          02 CE-CIDADE        PIC X(20).
          02 CE-CEP           PIC X(09).
          02 CE-CONTATO       PIC X(30).
          02 CE-DATA          PIC 9(08).
          02 CE-OPERADOR      PIC X(08).
      *SAME LAYOUT CLIUPD (CliUpdate.cob) MAINTAINS - CHANNEL 1 =
      *CORREIO, 2 = E-MAIL, 3 = TELEFONE; "S" = CONSENTED
       FD CONSENT-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "CLICONS.DAT".
       01 REG-CONSENT.
          02 CS-CODIGO        PIC 9(06).
          02 CS-CANAL OCCURS 3 TIMES.
             03 CS-FLAG       PIC X(01).
             03 CS-DATA       PIC 9(08).
             03 CS-ORIGEM     PIC X(08).
       FD WORK-FILE.
       01 WORK-REC             PIC X(109).
       SD SORT-WORK.
       01 FS-WORK   PIC X(02) VALUE SPACES.
       01 WS-INATIVO-PARM PIC X(01) VALUE SPACE.
           88 INCLUI-INATIVOS VALUE "I".
      *COMMAND LINE - "I" AND/OR ONE ADDRESS TYPE LETTER IN ANY ORDER
       01 WS-PARM-LINE           PIC X(10) VALUE SPACES.
       01 WS-PARM-IDX            PIC 9(02) VALUE ZERO.
       01 WS-END-TIPO            PIC X(01) VALUE SPACE.
       01 FS-END                 PIC X(02) VALUE SPACES.
       01 WS-END-ATIVO           PIC X VALUE "N".
       01 FS-CONS                PIC X(02) VALUE SPACES.
       01 WS-CONS-ATIVO          PIC X VALUE "N".
       01 WS-CONSENTE            PIC X VALUE "N".
       01 WS-SEM-CONSENT         PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-ETIQUETAS     PIC 9(05) VALUE ZERO.
       01 WS-PREFIXO-ANTERIOR    PIC X(05) VALUE SPACES.
       01 WS-PRIMEIRA            PIC X VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-PARM-LINE) TO WS-PARM-LINE.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 10
               EVALUATE WS-PARM-LINE(WS-PARM-IDX:1)
                  WHEN "I"
                     MOVE "I" TO WS-INATIVO-PARM
                  WHEN "C"
                  WHEN "E"
                  WHEN "O"
                     MOVE WS-PARM-LINE(WS-PARM-IDX:1) TO WS-END-TIPO
               END-EVALUATE
           END-PERFORM.
           IF WS-END-TIPO NOT = SPACE
              OPEN INPUT ENDER-FILE
              IF FS-END = "00"
                 MOVE "S" TO WS-END-ATIVO
              ELSE
                 DISPLAY "CLIEND.DAT AUSENTE - ENDERECO DO CADASTRO"
              END-IF
           END-IF.
      *    NO CONSENT FILE YET MEANS NOBODY HAS CONSENTED
           OPEN INPUT CONSENT-FILE.
           IF FS-CONS = "00"
              MOVE "S" TO WS-CONS-ATIVO
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SR-CEP SR-NOME
               INPUT PROCEDURE LOAD-SORT-PARA
               GIVING WORK-FILE.
           PERFORM REPORT-PARA THRU REPORT-EXIT-PARA.
           IF WS-CONS-ATIVO = "S"
              CLOSE CONSENT-FILE
           END-IF.
           STOP RUN.

       LOAD-SORT-PARA.
                 AT END
                     CONTINUE
                 NOT AT END
                     PERFORM CONSENTE-PARA THRU CONSENTE-EXIT-PARA
                     IF FD-INATIVO AND NOT INCLUI-INATIVOS
                         CONTINUE
                     ELSE
                       IF WS-CONSENTE NOT = "S"
                         ADD 1 TO WS-SEM-CONSENT
                       ELSE
                         MOVE FD-CEP    TO SR-CEP
                         MOVE FD-NOME   TO SR-NOME
                         MOVE FD-END    TO SR-END
                         MOVE FD-BAIRRO TO SR-BAIRRO
                         MOVE FD-CIDADE TO SR-CIDADE
                         PERFORM TIPO-ENDER-PARA
                            THRU TIPO-ENDER-EXIT-PARA
                         RELEASE SORT-REC
                       END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQCLI
           END-IF.
           IF WS-END-ATIVO = "S"
              CLOSE ENDER-FILE
           END-IF.

      *POSTAL CONSENT OF THE CLIENT JUST READ - NO RECORD, OR NO
      *CONSENT FILE AT ALL, MEANS NO CONSENT
       CONSENTE-PARA.
           MOVE "N" TO WS-CONSENTE.
           IF WS-CONS-ATIVO NOT = "S"
              GO TO CONSENTE-EXIT-PARA
           END-IF.
           MOVE CODIGO TO CS-CODIGO.
           READ CONSENT-FILE KEY IS CS-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CS-FLAG(1) = "S"
                    MOVE "S" TO WS-CONSENTE
                 END-IF
           END-READ.
       CONSENTE-EXIT-PARA.
           EXIT.

      *REPLACES THE SORT RECORD'S ADDRESS WITH THE CLIENT'S ADDRESS
      *OF THE REQUESTED TYPE - THE CEP ORDER THEN FOLLOWS THE ADDRESS
      *THE LABEL ACTUALLY CARRIES
       TIPO-ENDER-PARA.
           IF WS-END-ATIVO NOT = "S"
              GO TO TIPO-ENDER-EXIT-PARA
           END-IF.
           MOVE CODIGO TO CE-CODIGO.
           MOVE WS-END-TIPO TO CE-TIPO.
           READ ENDER-FILE KEY IS CE-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CE-CEP    TO SR-CEP
                 MOVE CE-ENDER  TO SR-END
                 MOVE CE-BAIRRO TO SR-BAIRRO
                 MOVE CE-CIDADE TO SR-CIDADE
           END-READ.
       TIPO-ENDER-EXIT-PARA.
           EXIT.

       REPORT-PARA.
           OPEN INPUT WORK-FILE.
           PERFORM FLUSH-ROW-PARA THRU FLUSH-ROW-EXIT-PARA.
           CLOSE WORK-FILE.
           DISPLAY "TOTAL DE ETIQUETAS: " WS-TOTAL-ETIQUETAS.
           IF WS-SEM-CONSENT > ZERO
              DISPLAY "SEM CONSENTIMENTO POSTAL (OMITIDOS): "
                      WS-SEM-CONSENT
           END-IF.
       REPORT-EXIT-PARA.
           EXIT.

