      *        : scrubbed.                                             *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Restricted to supervisors (OPERATOR.DAT sign-on).    *
      *        : The audit scrub rides through AUDIT.TMP and rewrites *
      *        : AUDIT.LOG from it, the PurgeRetiredNotes two-pass    *
      *        : whose after image is the scrubbed skeleton (blank    *
      *        : when no live record existed), so AUDITCHK's image    *
      *        : compare matches what the master really holds.        *
      *        : The extra addresses in CLIEND.DAT (billing, delivery, *
      *        : other) are personal data with no accounting value, so *
      *        : they are deleted outright and counted on the          *
      *        : certificate.                                          *
      *        : The closed report is archived through RELCAT - a      *
      *        : dated copy plus an entry in the report catalog        *
      *        : RELCAT.DAT - for listing and reprint from RELARQ.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDERASE.
           ACCESS MODE             DYNAMIC
           RECORD KEY              NOTA-ID
           FILE STATUS             FS-NOTA.
           SELECT OPTIONAL ENDER-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              CE-CHAVE
           FILE STATUS             FS-END.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-AUDIT.
          02 FD-FILIAL        PIC 9(02).
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

      *HISTORY FILE - SAME LAYOUT AS THE LIVE MASTER (CLIARCH MOVES
      *RECORDS IN, CLIRETR BRINGS THEM BACK)
          02 HIST-FILIAL      PIC 9(02).
          02 HIST-TELEFONE    PIC X(15).
          02 HIST-EMAIL       PIC X(40).
          02 HIST-TIPO-DOC    PIC X(01).
          02 HIST-CPF-CNPJ    PIC X(14).

      *SAME LAYOUT NOTE-CONVERT BUILDS
       FD NOTAS-FILE LABEL RECORD STANDARD
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X VALUE SPACE.
          02 AUDIT-OPERATOR    PIC X(08).

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

       FD TEMP-FILE.
       01 TEMP-RECORD          PIC X(444).

       FD CERT-FILE.
       01 CERT-LINE            PIC X(80).
       77 FS                   PIC X(02) VALUE SPACES.
       77 FS-HIST              PIC X(02) VALUE SPACES.
       77 FS-NOTA              PIC X(02) VALUE SPACES.
       77 FS-END               PIC X(02) VALUE SPACES.
       77 FS-OPER              PIC X(02) VALUE SPACES.
       77 FS-AUDIT             PIC X(02) VALUE SPACES.
       77 FS-TEMP              PIC X(02) VALUE SPACES.
      *LGPD AUDIT LINE'S AFTER IMAGE: AUDITCHK'S IMAGE COMPARE THEN
      *MATCHES THE SKELETON THE MASTER ACTUALLY HOLDS. STAYS SPACES
      *WHEN NO LIVE RECORD WAS SCRUBBED.
       01 WS-REG-LIMPO         PIC X(204) VALUE SPACES.
      *CHAIN STARTS OF SCRUBBED NOTES - WALKED AFTER THE SCAN
       01 WS-CADEIA-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-CD                PIC 9(03) VALUE ZERO.
          05 WS-VIVO-LIMPO     PIC 9(01) VALUE ZERO.
          05 WS-HIST-LIMPO     PIC 9(01) VALUE ZERO.
          05 WS-NOTAS-LIMPAS   PIC 9(05) VALUE ZERO.
          05 WS-END-LIMPOS     PIC 9(01) VALUE ZERO.
          05 WS-AUDIT-LIMPAS   PIC 9(07) VALUE ZERO.
          05 WS-AUDIT-LINHAS   PIC 9(07) VALUE ZERO.

          05 WS-OPS-NIVEL      PIC X(01) VALUE SPACE.
          05 WS-OPS-FILIAL     PIC 9(02) VALUE ZERO.

      *REPORT ARCHIVE (RELCAT) - THE CLOSED REPORT IS COPIED UNDER
      *A DATED NAME AND ENTERED IN THE CATALOG RELCAT.DAT
       01 WS-CAT-PEDIDO.
          05 WS-CAT-FUNC       PIC X(01) VALUE "R".
          05 WS-CAT-PROGRAMA   PIC X(08) VALUE "LGPDERAS".
          05 WS-CAT-ARQUIVO    PIC X(30)
                               VALUE "CERTLGPD.TXT".
          05 WS-CAT-PERIODO    PIC X(06) VALUE SPACES.
          05 WS-CAT-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-CAT-RESPOSTA.
          05 WS-CAT-RC         PIC X(02) VALUE SPACES.
          05 WS-CAT-COPIA      PIC X(60) VALUE SPACES.
          05 WS-CAT-PAGINAS    PIC 9(05) VALUE ZERO.
          05 WS-CAT-LINHAS     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM SIGNON-PARA THRU SIGNON-FIM.
           PERFORM LIMPA-VIVO-PARA THRU LIMPA-VIVO-FIM.
           PERFORM LIMPA-HIST-PARA THRU LIMPA-HIST-FIM.
           PERFORM LIMPA-NOTAS-PARA THRU LIMPA-NOTAS-FIM.
           PERFORM LIMPA-ENDER-PARA THRU LIMPA-ENDER-FIM.
           PERFORM LIMPA-AUDIT-PARA THRU LIMPA-AUDIT-FIM.
           PERFORM CERTIFICADO-PARA THRU CERTIFICADO-FIM.
           STOP RUN.
           MOVE SPACES TO FD-CEP.
           MOVE SPACES TO FD-TELEFONE.
           MOVE SPACES TO FD-EMAIL.
           MOVE SPACES TO FD-TIPO-DOC.
           MOVE SPACES TO FD-CPF-CNPJ.
           MOVE WS-DATA-SIS TO FD-LAST-UPDATED-DATE.
           MOVE "I" TO FD-STATUS.
           REWRITE REG-ARQCLI
           MOVE SPACES TO HIST-CEP.
           MOVE SPACES TO HIST-TELEFONE.
           MOVE SPACES TO HIST-EMAIL.
           MOVE SPACES TO HIST-TIPO-DOC.
           MOVE SPACES TO HIST-CPF-CNPJ.
           REWRITE REG-HIST
              INVALID KEY
                 CONTINUE
       LIMPA-NOTAS-FIM.
           EXIT.

      *EXTRA ADDRESSES - NOTHING IN THEM IS NEEDED FOR THE TRAIL, SO
      *EVERY TYPE ON FILE FOR THE PERSON IS DELETED
       LIMPA-ENDER-PARA.
           OPEN I-O ENDER-FILE.
           IF FS-END NOT = "00"
              CLOSE ENDER-FILE
              GO TO LIMPA-ENDER-FIM
           END-IF.
           MOVE WS-ALVO TO CE-CODIGO.
           MOVE LOW-VALUES TO CE-TIPO.
           MOVE "N" TO WS-EOF.
           START ENDER-FILE KEY IS NOT LESS CE-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ ENDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CE-CODIGO NOT = WS-ALVO
                          MOVE "Y" TO WS-EOF
                       ELSE
                          DELETE ENDER-FILE
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                ADD 1 TO WS-END-LIMPOS
                          END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENDER-FILE.
       LIMPA-ENDER-FIM.
           EXIT.

       LIMPA-CADEIA-PARA.
           MOVE WS-CADEIA-ID(WS-CD) TO WS-PROX-NOTA.
           PERFORM UNTIL WS-PROX-NOTA = ZERO
           END-STRING.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "CLIEND.DAT      ENDERECOS APAGADOS: "
                  DELIMITED BY SIZE
                  WS-END-LIMPOS DELIMITED BY SIZE
                  INTO CERT-LINE
           END-STRING.
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE.
           STRING "AUDIT.LOG       IMAGENS LIMPAS  : "
                  DELIMITED BY SIZE
                  WS-AUDIT-LIMPAS DELIMITED BY SIZE
           MOVE "FILIAL, FATURAS) FOI PRESERVADO." TO CERT-LINE.
           WRITE CERT-LINE.
           CLOSE CERT-FILE.
           MOVE WS-OPERADOR TO WS-CAT-OPERADOR.
           CALL "RELCAT" USING WS-CAT-PEDIDO, WS-CAT-RESPOSTA.
           DISPLAY "CERTIFICADO EMITIDO EM CERTLGPD.TXT".
       CERTIFICADO-FIM.
           EXIT.
