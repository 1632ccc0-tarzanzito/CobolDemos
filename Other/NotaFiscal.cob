      ******************************************************************
      *DESC    : Supervisor desk for the fiscal register - sets each   *
      *        : branch's nota fiscal series (NFSERIE.DAT), issues the *
      *        : number for an invoice that was posted without one,    *
      *        : cancels a number with its reason, and looks a number  *
      *        : up in NOTAFIS.DAT. Numbers themselves are only ever   *
      *        : drawn through NFEMITE.                                *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-10-15                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Restricted to supervisors (OPERSIGN, OP-NIVEL "S").   *
      *        : SERIE: the branch must be on FILIAL.DAT (00, the head *
      *        : office, always may); a series is started above the    *
      *        : highest number it ever issued, so a number is never   *
      *        : reused and the series never moves backwards.          *
      *        : EMISSAO: the invoice must be on CONTAS.DAT, not be a  *
      *        : credit note and not already carry a nota fiscal in    *
      *        : force (a parcel is covered by the nota fiscal of its  *
      *        : sale). CANCELAMENTO: only an EMITIDA number, with a   *
      *        : reason, after confirmation; the record stays in the   *
      *        : register as CANCELADA with date, operator and reason, *
      *        : so the number is never reused and RELNF shows why it  *
      *        : is not in use. Cancelling is fiscal only - the money  *
      *        : is undone through a return or credit note.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAFISC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERIE-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              NS-FILIAL
           FILE STATUS             FS-NS.
           SELECT OPTIONAL NOTA-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              NF-CHAVE
           FILE STATUS             FS-NF.
           SELECT OPTIONAL FILIAL-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FIL-CODIGO
           FILE STATUS             FS-FIL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.

       DATA DIVISION.
       FILE SECTION.
      *SAME LAYOUT NFEMITE DRAWS FROM
       FD SERIE-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NFSERIE.DAT".
       01 REG-SERIE.
          02 NS-FILIAL         PIC 9(02).
          02 NS-SERIE          PIC 9(03).
          02 NS-PROXIMO        PIC 9(09).
          02 NS-DATA-ALT       PIC 9(08).
          02 NS-OPERADOR       PIC X(08).

      *SAME LAYOUT NFEMITE WRITES
       FD NOTA-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "NOTAFIS.DAT".
       01 REG-NOTA.
          02 NF-CHAVE.
             03 NF-FILIAL      PIC 9(02).
             03 NF-SERIE       PIC 9(03).
             03 NF-NUMERO      PIC 9(09).
          02 NF-CODIGO         PIC 9(06).
          02 NF-FATURA         PIC 9(06).
          02 NF-PARCELAS       PIC 9(02).
          02 NF-DATA           PIC 9(08).
          02 NF-VALOR          PIC 9(09)V99.
          02 NF-IMPOSTO        PIC 9(09)V99.
          02 NF-SITUACAO       PIC X(01).
             88 NF-EMITIDA     VALUE "E".
             88 NF-CANCELADA   VALUE "C".
          02 NF-PROGRAMA       PIC X(08).
          02 NF-OPERADOR       PIC X(08).
          02 NF-DATA-CANC      PIC 9(08).
          02 NF-OPER-CANC      PIC X(08).
          02 NF-MOTIVO         PIC X(40).

      *SAME LAYOUT FILMAINT MAINTAINS
       FD FILIAL-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "FILIAL.DAT".
       01 REG-FILIAL.
          02 FIL-CODIGO        PIC 9(02).
          02 FIL-NOME          PIC X(30).

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
             88 CR-NOTA-CREDITO VALUE "C" "U".
          02 CR-DATA-PGTO      PIC 9(08).
          02 CR-PAGO-INTF      PIC 9(07)V99.
          02 CR-DATA-VENC      PIC 9(08).
          02 CR-IMPOSTO        PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       77 FS-NS                PIC X(02) VALUE SPACES.
       77 FS-NF                PIC X(02) VALUE SPACES.
       77 FS-FIL               PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 WS-FUNC              PIC 9     VALUE ZERO.
       77 WS-CONF              PIC X     VALUE SPACE.
       77 WS-EDIT              PIC ZZZ,ZZZ,ZZ9.99.

      *SIGN-ON FIELDS
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-SIGNON-OK         PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.

      *SERIES SET-UP - THE HIGHEST NUMBER THE SERIES EVER ISSUED
      *BOUNDS THE NEW START FROM BELOW
       01 WS-FILIAL            PIC 9(02) VALUE ZERO.
       01 WS-SERIE             PIC 9(03) VALUE ZERO.
       01 WS-INICIO            PIC 9(09) VALUE ZERO.
       01 WS-MAIOR             PIC 9(09) VALUE ZERO.
       01 WS-NS-EXISTE         PIC X     VALUE "N".
       01 WS-SCAN-EOF          PIC X     VALUE "N".

      *ISSUE / CANCEL / LOOK-UP KEYS
       01 WS-CODIGO            PIC 9(06) VALUE ZERO.
       01 WS-FATURA            PIC 9(06) VALUE ZERO.
       01 WS-NUMERO            PIC 9(09) VALUE ZERO.
       01 WS-MOTIVO            PIC X(40) VALUE SPACES.
       01 WS-TEM-NOTA          PIC X     VALUE "N".
       01 WS-ULT-FATURA        PIC 9(06) VALUE ZERO.

      *SESSION REGISTER
       01 WS-SERIES-ALT        PIC 9(05) VALUE ZERO.
       01 WS-EMITIDAS          PIC 9(05) VALUE ZERO.
       01 WS-CANCELADAS        PIC 9(05) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED OPERSIGN SIGN-ON
       01 WS-OPS-PEDIDO.
          05 WS-OPS-NIVEL-MIN  PIC X(01) VALUE SPACE.
       01 WS-OPS-RESPOSTA.
          05 WS-OPS-RC         PIC X(02) VALUE SPACES.
          05 WS-OPS-ID         PIC X(08) VALUE SPACES.
          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REQUEST/RESPONSE AREAS FOR THE SHARED NFEMITE ISSUER
       01 WS-NFE-PEDIDO.
          05 WS-NFE-FUNC       PIC X(01) VALUE SPACE.
          05 WS-NFE-PROGRAMA   PIC X(08) VALUE "NOTAFISC".
          05 WS-NFE-OPERADOR   PIC X(08) VALUE SPACES.
          05 WS-NFE-CODIGO     PIC 9(06) VALUE ZERO.
          05 WS-NFE-FATURA     PIC 9(06) VALUE ZERO.
          05 WS-NFE-PARCELAS   PIC 9(02) VALUE ZERO.
          05 WS-NFE-DATA       PIC 9(08) VALUE ZERO.
          05 WS-NFE-VALOR      PIC 9(09)V99 VALUE ZERO.
          05 WS-NFE-IMPOSTO    PIC 9(09)V99 VALUE ZERO.
       01 WS-NFE-RESPOSTA.
          05 WS-NFE-RC         PIC X(02) VALUE SPACES.
          05 WS-NFE-FILIAL     PIC 9(02) VALUE ZERO.
          05 WS-NFE-SERIE      PIC 9(03) VALUE ZERO.
          05 WS-NFE-NUMERO     PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           IF WS-SIGNON-OK NOT = "S"
              STOP RUN
           END-IF.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR TO WS-NFE-OPERADOR.
           DISPLAY "REGISTRO FISCAL - OPERADOR " WS-OPERADOR.

      *EACH FUNCTION OPENS AND CLOSES ITS OWN FILES, SO NOTHING IS
      *HELD OPEN WHILE NFEMITE WORKS THE SAME REGISTER
       TELA.
           DISPLAY "1-SERIE  2-EMISSAO  3-CANCELAMENTO  4-CONSULTA  "
                   "5-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
                 PERFORM SERIE-PARA THRU SERIE-FIM
              WHEN 2
                 PERFORM EMISSAO-PARA THRU EMISSAO-FIM
              WHEN 3
                 PERFORM CANCELA-PARA THRU CANCELA-FIM
              WHEN 4
                 PERFORM CONSULTA-PARA THRU CONSULTA-FIM
              WHEN 5
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-EVALUATE.
           GO TO TELA.

      *SIGN-ON THROUGH THE SHARED OPERSIGN ROUTINE
       SIGNON-PARA.
           MOVE "S" TO WS-OPS-NIVEL-MIN.
           CALL "OPERSIGN" USING WS-OPS-PEDIDO, WS-OPS-RESPOSTA.
           IF WS-OPS-RC = "00"
              MOVE "S" TO WS-SIGNON-OK
              MOVE WS-OPS-ID TO WS-OPERADOR
           ELSE
              MOVE "N" TO WS-SIGNON-OK
           END-IF.
       SIGNON-FIM.
           EXIT.

      *SETS (OR CHANGES) THE CURRENT SERIES OF A BRANCH AND THE
      *NUMBER IT STARTS FROM
       SERIE-PARA.
           DISPLAY "FILIAL (00 = MATRIZ):".
           ACCEPT WS-FILIAL FROM CONSOLE.
           IF WS-FILIAL NOT = ZERO
              OPEN INPUT FILIAL-FILE
              IF FS-FIL NOT = "00"
                 DISPLAY "FILIAL.DAT STATUS --->" FS-FIL
                 CLOSE FILIAL-FILE
                 GO TO SERIE-FIM
              END-IF
              MOVE WS-FILIAL TO FIL-CODIGO
              READ FILIAL-FILE KEY IS FIL-CODIGO
                 INVALID KEY
                    MOVE SPACES TO FIL-NOME
              END-READ
              CLOSE FILIAL-FILE
              IF FIL-NOME = SPACES
                 DISPLAY "FILIAL NAO CADASTRADA"
                 GO TO SERIE-FIM
              END-IF
              DISPLAY "FILIAL " WS-FILIAL " " FIL-NOME
           END-IF.
           OPEN I-O SERIE-FILE.
           IF FS-NS NOT = "00" AND FS-NS NOT = "05"
              DISPLAY "NFSERIE.DAT STATUS --->" FS-NS
              GO TO SERIE-FIM
           END-IF.
           OPEN INPUT NOTA-FILE.
           IF FS-NF NOT = "00" AND FS-NF NOT = "05"
              DISPLAY "NOTAFIS.DAT STATUS --->" FS-NF
              CLOSE SERIE-FILE
              GO TO SERIE-FIM
           END-IF.
           MOVE WS-FILIAL TO NS-FILIAL.
           READ SERIE-FILE KEY IS NS-FILIAL
              INVALID KEY
                 MOVE "N" TO WS-NS-EXISTE
                 DISPLAY "FILIAL SEM SERIE"
              NOT INVALID KEY
                 MOVE "S" TO WS-NS-EXISTE
                 DISPLAY "SERIE ATUAL " NS-SERIE " PROXIMO NUMERO "
                         NS-PROXIMO
           END-READ.
           DISPLAY "SERIE:".
           ACCEPT WS-SERIE FROM CONSOLE.
           PERFORM MAIOR-NUMERO-PARA THRU MAIOR-NUMERO-FIM.
           IF WS-MAIOR > ZERO
              DISPLAY "SERIE " WS-SERIE " JA EMITIDA ATE O NUMERO "
                      WS-MAIOR
           END-IF.
           DISPLAY "NUMERO INICIAL:".
           ACCEPT WS-INICIO FROM CONSOLE.
           IF WS-INICIO = ZERO
              DISPLAY "NUMERO INVALIDO"
              GO TO SERIE-SOLTA
           END-IF.
           IF WS-INICIO NOT > WS-MAIOR
              DISPLAY "NUMERO JA USADO NA SERIE - NUMERACAO NAO VOLTA"
              GO TO SERIE-SOLTA
           END-IF.
           IF WS-NS-EXISTE = "S" AND NS-SERIE = WS-SERIE
              AND WS-INICIO < NS-PROXIMO
              DISPLAY "NUMERO ABAIXO DO PROXIMO DA SERIE - "
                      "NUMERACAO NAO VOLTA"
              GO TO SERIE-SOLTA
           END-IF.
           DISPLAY "CONFIRMA FILIAL " WS-FILIAL " SERIE " WS-SERIE
                   " A PARTIR DE " WS-INICIO " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "ALTERACAO CANCELADA"
              GO TO SERIE-SOLTA
           END-IF.
           MOVE WS-FILIAL TO NS-FILIAL.
           MOVE WS-SERIE TO NS-SERIE.
           MOVE WS-INICIO TO NS-PROXIMO.
           MOVE WS-DATA-SIS TO NS-DATA-ALT.
           MOVE WS-OPERADOR TO NS-OPERADOR.
           IF WS-NS-EXISTE = "S"
              REWRITE REG-SERIE
                 INVALID KEY
                    DISPLAY "SERIE NAO REGRAVADA - STATUS " FS-NS
                    GO TO SERIE-SOLTA
              END-REWRITE
           ELSE
              WRITE REG-SERIE
                 INVALID KEY
                    DISPLAY "SERIE NAO GRAVADA - STATUS " FS-NS
                    GO TO SERIE-SOLTA
              END-WRITE
           END-IF.
           ADD 1 TO WS-SERIES-ALT.
           DISPLAY "SERIE GRAVADA".
       SERIE-SOLTA.
           CLOSE SERIE-FILE.
           CLOSE NOTA-FILE.
       SERIE-FIM.
           EXIT.

      *THE HIGHEST NUMBER WS-FILIAL/WS-SERIE EVER ISSUED - ZERO WHEN
      *THE SERIES IS NEW
       MAIOR-NUMERO-PARA.
           MOVE ZERO TO WS-MAIOR.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE WS-FILIAL TO NF-FILIAL.
           MOVE WS-SERIE TO NF-SERIE.
           MOVE ZERO TO NF-NUMERO.
           START NOTA-FILE KEY IS NOT LESS NF-CHAVE
              INVALID KEY
                 GO TO MAIOR-NUMERO-FIM
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "S"
               READ NOTA-FILE NEXT RECORD
                  AT END
                     MOVE "S" TO WS-SCAN-EOF
                  NOT AT END
                     IF NF-FILIAL NOT = WS-FILIAL
                        OR NF-SERIE NOT = WS-SERIE
                        MOVE "S" TO WS-SCAN-EOF
                     ELSE
                        MOVE NF-NUMERO TO WS-MAIOR
                     END-IF
               END-READ
           END-PERFORM.
       MAIOR-NUMERO-FIM.
           EXIT.

      *ISSUES THE NOTA FISCAL OF AN INVOICE POSTED WITHOUT ONE (NO
      *SERIES FOR THE BRANCH AT THE TIME) - ONE INVOICE, ONE NUMBER
       EMISSAO-PARA.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT WS-CODIGO FROM CONSOLE.
           DISPLAY "NUMERO DA FATURA:".
           ACCEPT WS-FATURA FROM CONSOLE.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT STATUS --->" FS-CR
              CLOSE CONTAS-FILE
              GO TO EMISSAO-FIM
           END-IF.
           MOVE WS-CODIGO TO CR-CODIGO.
           MOVE WS-FATURA TO CR-FATURA.
           READ CONTAS-FILE KEY IS CR-CHAVE
              INVALID KEY
                 MOVE SPACE TO CR-STATUS
           END-READ.
           CLOSE CONTAS-FILE.
           IF CR-STATUS = SPACE
              DISPLAY "FATURA NAO ENCONTRADA"
              GO TO EMISSAO-FIM
           END-IF.
           IF CR-NOTA-CREDITO
              DISPLAY "NOTA DE CREDITO NAO TEM NOTA FISCAL"
              GO TO EMISSAO-FIM
           END-IF.
           OPEN INPUT NOTA-FILE.
           IF FS-NF NOT = "00" AND FS-NF NOT = "05"
              DISPLAY "NOTAFIS.DAT STATUS --->" FS-NF
              GO TO EMISSAO-FIM
           END-IF.
           PERFORM BUSCA-NOTA-PARA THRU BUSCA-NOTA-FIM.
           CLOSE NOTA-FILE.
           IF WS-TEM-NOTA = "S"
              DISPLAY "FATURA JA TEM NOTA FISCAL: FILIAL " NF-FILIAL
                      " SERIE " NF-SERIE " NUMERO " NF-NUMERO
              GO TO EMISSAO-FIM
           END-IF.
           MOVE CR-VALOR TO WS-EDIT.
           DISPLAY "FATURA " CR-FATURA " DATA " CR-DATA
                   " VALOR " WS-EDIT.
           DISPLAY "CONFIRMA A EMISSAO DA NOTA FISCAL (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "EMISSAO CANCELADA"
              GO TO EMISSAO-FIM
           END-IF.
           MOVE "E" TO WS-NFE-FUNC.
           MOVE CR-CODIGO TO WS-NFE-CODIGO.
           MOVE CR-FATURA TO WS-NFE-FATURA.
           MOVE 1 TO WS-NFE-PARCELAS.
           MOVE WS-DATA-SIS TO WS-NFE-DATA.
           MOVE CR-VALOR TO WS-NFE-VALOR.
           MOVE CR-IMPOSTO TO WS-NFE-IMPOSTO.
           CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA.
           EVALUATE WS-NFE-RC
              WHEN "00"
                 ADD 1 TO WS-EMITIDAS
                 DISPLAY "NOTA FISCAL " WS-NFE-NUMERO " SERIE "
                         WS-NFE-SERIE " FILIAL " WS-NFE-FILIAL
              WHEN "10"
                 DISPLAY "CLIENTE NAO CADASTRADO"
              WHEN "20"
                 DISPLAY "FILIAL DO CLIENTE SEM SERIE - USE A FUNCAO 1"
              WHEN "40"
                 DISPLAY "SERIE ESGOTADA - USE A FUNCAO 1"
              WHEN OTHER
                 DISPLAY "NOTA FISCAL NAO EMITIDA (RC " WS-NFE-RC ")"
           END-EVALUATE.
           MOVE "X" TO WS-NFE-FUNC.
           CALL "NFEMITE" USING WS-NFE-PEDIDO, WS-NFE-RESPOSTA.
       EMISSAO-FIM.
           EXIT.

      *A NOTA FISCAL IN FORCE FOR WS-CODIGO/WS-FATURA - THE INVOICE
      *ITSELF OR ONE OF THE PARCELS A SALE'S NOTA FISCAL COVERS.
      *THE REGISTER IS KEYED BY NUMBER, SO IT IS READ THROUGH
       BUSCA-NOTA-PARA.
           MOVE "N" TO WS-TEM-NOTA.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO NF-CHAVE.
           START NOTA-FILE KEY IS NOT LESS NF-CHAVE
              INVALID KEY
                 GO TO BUSCA-NOTA-FIM
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "S"
               READ NOTA-FILE NEXT RECORD
                  AT END
                     MOVE "S" TO WS-SCAN-EOF
                  NOT AT END
                     COMPUTE WS-ULT-FATURA =
                         NF-FATURA + NF-PARCELAS - 1
                     IF NF-EMITIDA AND NF-CODIGO = WS-CODIGO
                        AND WS-FATURA NOT < NF-FATURA
                        AND WS-FATURA NOT > WS-ULT-FATURA
                        MOVE "S" TO WS-TEM-NOTA
                        MOVE "S" TO WS-SCAN-EOF
                     END-IF
               END-READ
           END-PERFORM.
       BUSCA-NOTA-FIM.
           EXIT.

      *VOIDS A NUMBER - IT STAYS ON THE REGISTER AS CANCELADA WITH
      *ITS REASON AND IS NEVER ISSUED AGAIN
       CANCELA-PARA.
           OPEN I-O NOTA-FILE.
           IF FS-NF NOT = "00" AND FS-NF NOT = "05"
              DISPLAY "NOTAFIS.DAT STATUS --->" FS-NF
              GO TO CANCELA-FIM
           END-IF.
           PERFORM PEGA-NOTA-PARA THRU PEGA-NOTA-FIM.
           IF FS-NF NOT = "00"
              GO TO CANCELA-SOLTA
           END-IF.
           IF NF-CANCELADA
              DISPLAY "NOTA FISCAL JA CANCELADA EM " NF-DATA-CANC
              GO TO CANCELA-SOLTA
           END-IF.
           DISPLAY "MOTIVO DO CANCELAMENTO:".
           ACCEPT WS-MOTIVO FROM CONSOLE.
           IF WS-MOTIVO = SPACES
              DISPLAY "MOTIVO OBRIGATORIO - NADA CANCELADO"
              GO TO CANCELA-SOLTA
           END-IF.
           DISPLAY "CONFIRMA O CANCELAMENTO DA NOTA FISCAL " NF-NUMERO
                   " (S/N)?".
           ACCEPT WS-CONF FROM CONSOLE.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
              DISPLAY "CANCELAMENTO DESISTIDO"
              GO TO CANCELA-SOLTA
           END-IF.
           MOVE "C" TO NF-SITUACAO.
           MOVE WS-DATA-SIS TO NF-DATA-CANC.
           MOVE WS-OPERADOR TO NF-OPER-CANC.
           MOVE WS-MOTIVO TO NF-MOTIVO.
           REWRITE REG-NOTA
              INVALID KEY
                 DISPLAY "NOTA FISCAL NAO REGRAVADA - STATUS " FS-NF
                 GO TO CANCELA-SOLTA
           END-REWRITE.
           ADD 1 TO WS-CANCELADAS.
           DISPLAY "NOTA FISCAL CANCELADA - ESTORNE OS VALORES POR "
                   "DEVOLUCAO OU NOTA DE CREDITO".
       CANCELA-SOLTA.
           CLOSE NOTA-FILE.
       CANCELA-FIM.
           EXIT.

       CONSULTA-PARA.
           OPEN INPUT NOTA-FILE.
           IF FS-NF NOT = "00" AND FS-NF NOT = "05"
              DISPLAY "NOTAFIS.DAT STATUS --->" FS-NF
              GO TO CONSULTA-FIM
           END-IF.
           PERFORM PEGA-NOTA-PARA THRU PEGA-NOTA-FIM.
           CLOSE NOTA-FILE.
       CONSULTA-FIM.
           EXIT.

      *READS AND SHOWS ONE REGISTER RECORD BY FILIAL/SERIE/NUMERO -
      *FS-NF IS "00" ONLY WHEN IT WAS FOUND
       PEGA-NOTA-PARA.
           DISPLAY "FILIAL:".
           ACCEPT WS-FILIAL FROM CONSOLE.
           DISPLAY "SERIE:".
           ACCEPT WS-SERIE FROM CONSOLE.
           DISPLAY "NUMERO:".
           ACCEPT WS-NUMERO FROM CONSOLE.
           MOVE WS-FILIAL TO NF-FILIAL.
           MOVE WS-SERIE TO NF-SERIE.
           MOVE WS-NUMERO TO NF-NUMERO.
           READ NOTA-FILE KEY IS NF-CHAVE
              INVALID KEY
                 DISPLAY "NOTA FISCAL NAO ENCONTRADA"
                 GO TO PEGA-NOTA-FIM
           END-READ.
           MOVE NF-VALOR TO WS-EDIT.
           DISPLAY "CLIENTE " NF-CODIGO " FATURA " NF-FATURA
                   " PARCELAS " NF-PARCELAS.
           DISPLAY "DATA " NF-DATA " VALOR " WS-EDIT.
           MOVE NF-IMPOSTO TO WS-EDIT.
           DISPLAY "IMPOSTO " WS-EDIT " EMITIDA POR " NF-PROGRAMA
                   " " NF-OPERADOR.
           IF NF-CANCELADA
              DISPLAY "CANCELADA EM " NF-DATA-CANC " POR "
                      NF-OPER-CANC
              DISPLAY "MOTIVO: " NF-MOTIVO
           ELSE
              DISPLAY "SITUACAO: EMITIDA"
           END-IF.
       PEGA-NOTA-FIM.
           EXIT.

      *FISCAL REGISTER FOR THE SESSION
       FIM.
           DISPLAY "==========================================".
           DISPLAY " REGISTRO FISCAL - SESSAO".
           DISPLAY " OPERADOR            : " WS-OPERADOR.
           DISPLAY " SERIES ALTERADAS    : " WS-SERIES-ALT.
           DISPLAY " NOTAS EMITIDAS      : " WS-EMITIDAS.
           DISPLAY " NOTAS CANCELADAS    : " WS-CANCELADAS.
           DISPLAY "==========================================".
           STOP RUN.
