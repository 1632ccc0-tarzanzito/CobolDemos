      ******************************************************************
      *DESC    : Outbound bank collection remittance - boletos used to *
      *        : be registered by typing each invoice into the bank's  *
      *        : website. Picks up every open CONTAS.DAT invoice not   *
      *        : yet registered (CTASREC postings, the installments    *
      *        : GRAVA-PARCELA-PARA creates and the JUROSMES interest  *
      *        : invoices alike), gives each one a bank reference      *
      *        : number (nosso numero) and writes REMESSA.TXT in the   *
      *        : bank's remittance layout: one header, one detail per  *
      *        : boleto and a trailer with the detail count and the    *
      *        : total value. The register BOLETO.DAT marks every      *
      *        : invoice sent so it never goes twice, and lets         *
      *        : BANCORET match the bank's returns by nosso numero.    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-26                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : Agreement, branch and account come from BANCO.TAB     *
      *        : (one line, "convenio;agencia;conta", the GRADRATE.TAB *
      *        : precedent). BOLETOCTL.DAT keeps the last nosso numero *
      *        : and the last remittance number (the JUROSCTL.DAT      *
      *        : shape); a number found taken in BOLETO.DAT is probed  *
      *        : past, as JUROSMES probes FATURA numbers. The boleto   *
      *        : carries the open balance and the due date (issue date *
      *        : on records older than CR-DATA-VENC). The payer is the *
      *        : client with its CPF/CNPJ and billing address (CLIEND  *
      *        : type "C" when there is one); an invoice whose client  *
      *        : is missing or has no CPF/CNPJ is listed and left for  *
      *        : the next run. Command line: [FROM-DATE] (CCYYMMDD) -  *
      *        : invoices issued before it are not sent, for the       *
      *        : cutover from manual registration.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             SEQUENTIAL
           RECORD KEY              CR-CHAVE
           FILE STATUS             FS-CR.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS.
      *EXTRA CLIENT ADDRESSES MAINTAINED FROM EXCLI - THE BILLING
      *("C") ADDRESS, WHEN THERE IS ONE, REPLACES THE MASTER ADDRESS
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             RANDOM
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
      *BOLETO REGISTER - ONE RECORD PER INVOICE EVER SENT TO THE
      *BANK, KEYED BY NOSSO NUMERO AND BY THE INVOICE. CREATED ON THE
      *FIRST RUN
           SELECT OPTIONAL BOLETO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              BL-NOSSO
           ALTERNATE RECORD KEY    BL-CR-CHAVE
           FILE STATUS             FS-BL.
           SELECT BANCO-TAB ASSIGN TO "BANCO.TAB"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-TAB.
      *LAST NOSSO NUMERO AND LAST REMITTANCE NUMBER USED
           SELECT OPTIONAL CTL-FILE ASSIGN TO "BOLETOCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-CTL.
           SELECT REMESSA-FILE ASSIGN TO "REMESSA.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS FS-REM.

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

      *ONE RECORD PER BOLETO REGISTERED - WHAT WAS SENT AND IN WHICH
      *REMITTANCE. BANCORET READS IT TO TURN A NOSSO NUMERO ON THE
      *RETURN FEED BACK INTO CODIGO/FATURA
       FD BOLETO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "BOLETO.DAT".
       01 REG-BOLETO.
          02 BL-NOSSO          PIC 9(10).
          02 BL-CR-CHAVE.
             03 BL-CODIGO     PIC 9(06).
             03 BL-FATURA     PIC 9(06).
          02 BL-VALOR          PIC 9(07)V99.
          02 BL-VENC           PIC 9(08).
          02 BL-DATA-REM       PIC 9(08).
          02 BL-REMESSA        PIC 9(06).

       FD BANCO-TAB.
       01 TAB-LINE             PIC X(40).

       FD CTL-FILE.
       01 CTL-REC.
          02 CTL-NOSSO         PIC 9(10).
          02 CTL-REMESSA       PIC 9(06).

      *THE BANK'S REMITTANCE LAYOUT - FIXED 200 BYTES, RECORD TYPE
      *IN THE FIRST BYTE: 0 HEADER, 1 DETAIL, 9 TRAILER. AMOUNTS
      *CARRY TWO IMPLIED DECIMALS, DATES ARE CCYYMMDD
       FD REMESSA-FILE.
       01 RM-HEADER.
          02 RH-TIPO           PIC X(01).
          02 RH-LITERAL        PIC X(07).
          02 RH-CONVENIO       PIC X(10).
          02 RH-AGENCIA        PIC X(05).
          02 RH-CONTA          PIC X(12).
          02 RH-REMESSA        PIC 9(06).
          02 RH-DATA           PIC 9(08).
          02 FILLER            PIC X(151).
       01 RM-DETALHE.
          02 RD-TIPO           PIC X(01).
          02 RD-NOSSO          PIC 9(10).
          02 RD-CODIGO         PIC 9(06).
          02 RD-FATURA         PIC 9(06).
          02 RD-EMISSAO        PIC 9(08).
          02 RD-VENC           PIC 9(08).
          02 RD-VALOR          PIC 9(11)V99.
          02 RD-TIPO-DOC       PIC X(01).
          02 RD-CPF-CNPJ       PIC X(14).
          02 RD-NOME           PIC X(30).
          02 RD-ENDER          PIC X(30).
          02 RD-BAIRRO         PIC X(20).
          02 RD-CIDADE         PIC X(20).
          02 RD-CEP            PIC X(09).
          02 FILLER            PIC X(24).
       01 RM-TRAILER.
          02 RT-TIPO           PIC X(01).
          02 RT-QTD            PIC 9(06).
          02 RT-VALOR          PIC 9(13)V99.
          02 FILLER            PIC X(178).

       WORKING-STORAGE SECTION.
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-CR                PIC X(02) VALUE SPACES.
       77 FS-END               PIC X(02) VALUE SPACES.
       77 FS-BL                PIC X(02) VALUE SPACES.
       77 FS-TAB               PIC X(02) VALUE SPACES.
       77 FS-CTL               PIC X(02) VALUE SPACES.
       77 FS-REM               PIC X(02) VALUE SPACES.
       77 WS-END-ATIVO         PIC X     VALUE "N".
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-GRAVOU            PIC X     VALUE "N".

       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-HORA              PIC 9(06) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *COMMAND-LINE CUTOVER DATE
       01 WS-PARM-LINE         PIC X(30) VALUE SPACES.
       01 WS-PARM1             PIC X(08) VALUE SPACES.
       01 WS-DE                PIC 9(08) VALUE ZERO.

      *BANK IDENTIFICATION FROM BANCO.TAB
       01 WS-CONVENIO          PIC X(10) VALUE SPACES.
       01 WS-AGENCIA           PIC X(05) VALUE SPACES.
       01 WS-CONTA             PIC X(12) VALUE SPACES.

       01 WS-NOSSO             PIC 9(10) VALUE ZERO.
       01 WS-REMESSA           PIC 9(06) VALUE ZERO.
       01 WS-SALDO             PIC 9(07)V99 VALUE ZERO.
       01 WS-VENC              PIC 9(08) VALUE ZERO.

       01 COUNTERS.
          05 WS-DETALHES       PIC 9(06) VALUE ZERO.
          05 WS-PENDENTES      PIC 9(06) VALUE ZERO.
       01 WS-TOT-VALOR         PIC 9(13)V99 VALUE ZERO.
       01 WS-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT2             PIC Z,ZZZ,ZZ9.99.

      *RUN-LOG FIELDS
       01 WS-RUN-PGM           PIC X(12) VALUE "REMESSA".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-HORA.
           MOVE WS-DATA-SIS TO WS-START-DATE.
           MOVE WS-HORA TO WS-START-TIME.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM1
           END-UNSTRING.
           IF WS-PARM1 IS NUMERIC
              MOVE WS-PARM1 TO WS-DE
           END-IF.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           IF WS-RC = 8
              GO TO FIM-PARA
           END-IF.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM CLOSE-PARA THRU CLOSE-EXIT-PARA.
       FIM-PARA.
           MOVE WS-DETALHES TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER SEQ_JOB_RUNNER AS WELL AS RUN STANDALONE
           GOBACK.

       OPEN-PARA.
           OPEN INPUT BANCO-TAB.
           IF FS-TAB NOT = "00"
              DISPLAY "BANCO.TAB EMPTY OR MISSING - NO RUN"
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           READ BANCO-TAB
              AT END
                 CONTINUE
              NOT AT END
                 UNSTRING TAB-LINE DELIMITED BY ";"
                     INTO WS-CONVENIO WS-AGENCIA WS-CONTA
                 END-UNSTRING
           END-READ.
           CLOSE BANCO-TAB.
           IF WS-CONVENIO = SPACES OR WS-AGENCIA = SPACES
              OR WS-CONTA = SPACES
              DISPLAY "BANCO.TAB INCOMPLETO - NO RUN"
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT CTL-FILE.
           IF FS-CTL = "00"
              READ CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CTL-NOSSO TO WS-NOSSO
                    MOVE CTL-REMESSA TO WS-REMESSA
              END-READ
           END-IF.
           CLOSE CTL-FILE.
           ADD 1 TO WS-REMESSA.
           OPEN INPUT CONTAS-FILE.
           IF FS-CR NOT = "00"
              DISPLAY "CONTAS.DAT OPEN FAILED: " FS-CR
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS NOT = "00"
              DISPLAY "ARQCLI.DAT OPEN FAILED: " FS
              CLOSE CONTAS-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN INPUT ENDER-FILE.
           IF FS-END = "00"
              MOVE "S" TO WS-END-ATIVO
           END-IF.
           OPEN I-O BOLETO-FILE.
           IF FS-BL = "35" OR FS-BL = "05"
              CLOSE BOLETO-FILE
              OPEN OUTPUT BOLETO-FILE
              CLOSE BOLETO-FILE
              OPEN I-O BOLETO-FILE
           END-IF.
           IF FS-BL NOT = "00"
              DISPLAY "BOLETO.DAT OPEN FAILED: " FS-BL
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE ENDER-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           OPEN OUTPUT REMESSA-FILE.
           IF FS-REM NOT = "00"
              DISPLAY "REMESSA.TXT OPEN FAILED: " FS-REM
              CLOSE CONTAS-FILE
              CLOSE ARQCLI
              CLOSE ENDER-FILE
              CLOSE BOLETO-FILE
              MOVE 8 TO WS-RC
              GO TO OPEN-EXIT-PARA
           END-IF.
           MOVE SPACES TO RM-HEADER.
           MOVE "0" TO RH-TIPO.
           MOVE "REMESSA" TO RH-LITERAL.
           MOVE WS-CONVENIO TO RH-CONVENIO.
           MOVE WS-AGENCIA TO RH-AGENCIA.
           MOVE WS-CONTA TO RH-CONTA.
           MOVE WS-REMESSA TO RH-REMESSA.
           MOVE WS-DATA-SIS TO RH-DATA.
           WRITE RM-HEADER.
           DISPLAY "REMESSA DE COBRANCA " WS-REMESSA " EM "
                   WS-DATA-SIS.
           IF WS-DE > ZERO
              DISPLAY "SOMENTE FATURAS EMITIDAS A PARTIR DE " WS-DE
           END-IF.
           DISPLAY "NOSSO NUMERO CLIENTE FATURA  VENCIMENTO"
                   "          VALOR".
       OPEN-EXIT-PARA.
           EXIT.

       PROCESS-PARA.
           PERFORM UNTIL WS-EOF = "Y"
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM TRATA-ITEM-PARA THRU TRATA-ITEM-FIM
               END-READ
           END-PERFORM.
       PROCESS-EXIT-PARA.
           EXIT.

      *ONE OPEN INVOICE - SKIPPED WHEN ALREADY IN THE REGISTER,
      *OTHERWISE NUMBERED, REGISTERED AND WRITTEN TO THE REMITTANCE
       TRATA-ITEM-PARA.
           IF NOT CR-ABERTA OR CR-DATA < WS-DE
              GO TO TRATA-ITEM-FIM
           END-IF.
           COMPUTE WS-SALDO = CR-VALOR - CR-PAGO.
           IF WS-SALDO = ZERO
              GO TO TRATA-ITEM-FIM
           END-IF.
           MOVE CR-CHAVE TO BL-CR-CHAVE.
           READ BOLETO-FILE KEY IS BL-CR-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO TRATA-ITEM-FIM
           END-READ.
           MOVE CR-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 DISPLAY "FATURA " CR-CODIGO "/" CR-FATURA
                         " NAO ENVIADA - CLIENTE NAO CADASTRADO"
                 ADD 1 TO WS-PENDENTES
                 GO TO TRATA-ITEM-FIM
           END-READ.
           IF FD-CPF-CNPJ = SPACES
              OR (NOT FD-DOC-CPF AND NOT FD-DOC-CNPJ)
              DISPLAY "FATURA " CR-CODIGO "/" CR-FATURA
                      " NAO ENVIADA - CLIENTE SEM CPF/CNPJ"
              ADD 1 TO WS-PENDENTES
              GO TO TRATA-ITEM-FIM
           END-IF.
           PERFORM COBRANCA-PARA THRU COBRANCA-FIM.
           IF CR-DATA-VENC > ZERO
              MOVE CR-DATA-VENC TO WS-VENC
           ELSE
              MOVE CR-DATA TO WS-VENC
           END-IF.
      *    NEXT FREE NOSSO NUMERO - PROBE PAST ANY NUMBER ALREADY IN
      *    THE REGISTER (A RUN THAT DIED BEFORE SAVING THE CONTROL)
           MOVE "N" TO WS-GRAVOU.
           PERFORM UNTIL WS-GRAVOU NOT = "N"
               ADD 1 TO WS-NOSSO
               MOVE WS-NOSSO TO BL-NOSSO
               MOVE CR-CHAVE TO BL-CR-CHAVE
               MOVE WS-SALDO TO BL-VALOR
               MOVE WS-VENC TO BL-VENC
               MOVE WS-DATA-SIS TO BL-DATA-REM
               MOVE WS-REMESSA TO BL-REMESSA
               WRITE REG-BOLETO
                  INVALID KEY
                     IF FS-BL NOT = "22"
                        MOVE "E" TO WS-GRAVOU
                     END-IF
                  NOT INVALID KEY
                     MOVE "S" TO WS-GRAVOU
               END-WRITE
           END-PERFORM.
           IF WS-GRAVOU = "E"
              DISPLAY "FATURA " CR-CODIGO "/" CR-FATURA
                      " NAO ENVIADA - ERRO GRAVANDO BOLETO.DAT " FS-BL
              ADD 1 TO WS-PENDENTES
              GO TO TRATA-ITEM-FIM
           END-IF.
           MOVE SPACES TO RM-DETALHE.
           MOVE "1" TO RD-TIPO.
           MOVE WS-NOSSO TO RD-NOSSO.
           MOVE CR-CODIGO TO RD-CODIGO.
           MOVE CR-FATURA TO RD-FATURA.
           MOVE CR-DATA TO RD-EMISSAO.
           MOVE WS-VENC TO RD-VENC.
           MOVE WS-SALDO TO RD-VALOR.
           MOVE FD-TIPO-DOC TO RD-TIPO-DOC.
           MOVE FD-CPF-CNPJ TO RD-CPF-CNPJ.
           MOVE FD-NOME TO RD-NOME.
           MOVE FD-END TO RD-ENDER.
           MOVE FD-BAIRRO TO RD-BAIRRO.
           MOVE FD-CIDADE TO RD-CIDADE.
           MOVE FD-CEP TO RD-CEP.
           WRITE RM-DETALHE.
           ADD 1 TO WS-DETALHES.
           ADD WS-SALDO TO WS-TOT-VALOR.
           MOVE WS-SALDO TO WS-EDIT2.
           DISPLAY WS-NOSSO "   " CR-CODIGO " " CR-FATURA "  "
                   WS-VENC "  " WS-EDIT2.
       TRATA-ITEM-FIM.
           EXIT.

      *SWAPS THE BILLING ADDRESS (TYPE "C" IN CLIEND.DAT) INTO THE
      *ADDRESS FIELDS WHEN THE CLIENT HAS ONE - OTHERWISE THE MASTER
      *ADDRESS JUST READ STANDS
       COBRANCA-PARA.
           IF WS-END-ATIVO NOT = "S"
              GO TO COBRANCA-FIM
           END-IF.
           MOVE CR-CODIGO TO CE-CODIGO.
           MOVE "C" TO CE-TIPO.
           READ ENDER-FILE KEY IS CE-CHAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CE-ENDER   TO FD-END
                 MOVE CE-BAIRRO  TO FD-BAIRRO
                 MOVE CE-CIDADE  TO FD-CIDADE
                 MOVE CE-CEP     TO FD-CEP
           END-READ.
       COBRANCA-FIM.
           EXIT.

      *TRAILER WITH THE CONTROL TOTALS, THEN THE NUMBERS USED GO BACK
      *TO THE CONTROL FILE - A RUN THAT SENT NOTHING DOES NOT USE UP
      *A REMITTANCE NUMBER
       CLOSE-PARA.
           MOVE SPACES TO RM-TRAILER.
           MOVE "9" TO RT-TIPO.
           MOVE WS-DETALHES TO RT-QTD.
           MOVE WS-TOT-VALOR TO RT-VALOR.
           WRITE RM-TRAILER.
           CLOSE CONTAS-FILE.
           CLOSE ARQCLI.
           CLOSE ENDER-FILE.
           CLOSE BOLETO-FILE.
           CLOSE REMESSA-FILE.
           IF WS-DETALHES > ZERO
              OPEN OUTPUT CTL-FILE
              MOVE WS-NOSSO TO CTL-NOSSO
              MOVE WS-REMESSA TO CTL-REMESSA
              WRITE CTL-REC
              CLOSE CTL-FILE
           END-IF.
           DISPLAY " ".
           IF WS-DETALHES = ZERO
              DISPLAY "NENHUMA FATURA NOVA - REMESSA.TXT SEM BOLETOS"
           END-IF.
           DISPLAY "BOLETOS NA REMESSA     : " WS-DETALHES.
           MOVE WS-TOT-VALOR TO WS-EDIT.
           DISPLAY "VALOR TOTAL DA REMESSA : " WS-EDIT.
           DISPLAY "FATURAS NAO ENVIADAS   : " WS-PENDENTES.
           IF WS-PENDENTES > ZERO
              MOVE 4 TO WS-RC
           END-IF.
       CLOSE-EXIT-PARA.
           EXIT.
