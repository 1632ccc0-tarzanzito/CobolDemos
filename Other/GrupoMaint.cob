      ******************************************************************
      *DESC    : Maintenance utility for economic groups - several     *
      *        : CODIGOs are branches of one company, each with its    *
      *        : own CLICRED.DAT limit, and between them the group     *
      *        : could owe far more than we would allow one client.    *
      *        : GRUPO.DAT holds one record per group with its name    *
      *        : and group-level credit limit; GRUPOMEM.DAT links      *
      *        : each member CODIGO to its group. SalesBatch refuses   *
      *        : a sale that would push the whole group's open         *
      *        : CONTAS.DAT balance past the group limit, and          *
      *        : RELGRUPO prints the consolidated statement and aging. *
      *        : Console style, like CredMaint.cob.                    *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-14                                            *
      *VERSION : 1.0.0                                                 *
      *NOTES   : A CODIGO belongs to at most one group (GRUPOMEM.DAT   *
      *        : is keyed on it). Member CODIGOs are validated against *
      *        : ARQCLI.DAT. A group with members cannot be excluded - *
      *        : unlink them first. A zero group limit means the group *
      *        : is tracked for reporting only and not enforced.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRUPO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              GR-ID
           FILE STATUS             FS.
           SELECT MEMBRO-FILE ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              GM-CODIGO
           FILE STATUS             FS-MEM.
           SELECT ARQCLI ASSIGN TO DISK
           ORGANIZATION            INDEXED
           ACCESS MODE             DYNAMIC
           RECORD KEY              FD-CODIGO
           FILE STATUS             FS-CLI.

       DATA DIVISION.
       FILE SECTION.
      *ONE RECORD PER ECONOMIC GROUP - GR-LIMITE IS THE CEILING ON
      *THE OPEN CONTAS.DAT BALANCE OF ALL MEMBERS TOGETHER
       FD GRUPO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GRUPO.DAT".
       01 REG-GRUPO.
          02 GR-ID            PIC 9(04).
          02 GR-NOME          PIC X(30).
          02 GR-LIMITE        PIC 9(09)V99.

      *ONE RECORD PER MEMBER CODIGO, POINTING AT ITS GROUP
       FD MEMBRO-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "GRUPOMEM.DAT".
       01 REG-MEMBRO.
          02 GM-CODIGO        PIC 9(06).
          02 GM-GRUPO         PIC 9(04).

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
       77 FS                  PIC X(02) VALUE SPACES.
       77 FS-MEM              PIC X(02) VALUE SPACES.
       77 FS-CLI              PIC X(02) VALUE SPACES.
       77 WS-FUNC             PIC 9     VALUE ZERO.
       77 WS-SCAN-EOF         PIC X     VALUE "N".
       77 WS-MEM-EOF          PIC X     VALUE "N".
       77 WS-LIST-COUNT       PIC 9(04) VALUE ZERO.
       77 WS-MEM-COUNT        PIC 9(04) VALUE ZERO.
       77 WS-GRUPO-SEL        PIC 9(04) VALUE ZERO.
       77 WS-LIMITE-EDIT      PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O GRUPO-FILE.
           IF FS NOT = "00"
              IF FS = "35"
                 OPEN OUTPUT GRUPO-FILE
                 CLOSE GRUPO-FILE
                 OPEN I-O GRUPO-FILE
              ELSE
                 DISPLAY "FILE STATUS --->" FS
                 STOP RUN
              END-IF
           END-IF.
           OPEN I-O MEMBRO-FILE.
           IF FS-MEM NOT = "00"
              IF FS-MEM = "35"
                 OPEN OUTPUT MEMBRO-FILE
                 CLOSE MEMBRO-FILE
                 OPEN I-O MEMBRO-FILE
              ELSE
                 DISPLAY "GRUPOMEM.DAT STATUS --->" FS-MEM
                 CLOSE GRUPO-FILE
                 STOP RUN
              END-IF
           END-IF.
           OPEN INPUT ARQCLI.
           IF FS-CLI NOT = "00"
              DISPLAY "ARQCLI.DAT STATUS --->" FS-CLI
              CLOSE GRUPO-FILE
              CLOSE MEMBRO-FILE
              STOP RUN
           END-IF.

       TELA.
           DISPLAY "1-INCLUIR GRUPO  2-ALTERAR GRUPO  3-EXCLUIR GRUPO".
           DISPLAY "4-VINCULAR CLIENTE  5-DESVINCULAR CLIENTE".
           DISPLAY "6-LISTAR  7-FIM".
           ACCEPT WS-FUNC FROM CONSOLE.
           EVALUATE WS-FUNC
              WHEN 1
                 PERFORM INCLUI THRU INCLUI-FIM
              WHEN 2
                 PERFORM ALTERA THRU ALTERA-FIM
              WHEN 3
                 PERFORM EXCLUI THRU EXCLUI-FIM
              WHEN 4
                 PERFORM VINCULA THRU VINCULA-FIM
              WHEN 5
                 PERFORM DESVINCULA THRU DESVINCULA-FIM
              WHEN 6
                 PERFORM LISTA THRU LISTA-FIM
              WHEN 7
                 GO TO FIM
              WHEN OTHER
                 DISPLAY "FUNCAO ERRADA - REDIGITE"
           END-EVALUATE.
           GO TO TELA.

       INCLUI.
           DISPLAY "CODIGO DO GRUPO (0001-9999):".
           ACCEPT GR-ID FROM CONSOLE.
           IF GR-ID = ZERO
              DISPLAY "CODIGO DE GRUPO INVALIDO"
              GO TO INCLUI-FIM
           END-IF.
           READ GRUPO-FILE KEY IS GR-ID
              INVALID KEY
                 NEXT SENTENCE
              NOT INVALID KEY
                 DISPLAY "GRUPO JA CADASTRADO"
                 GO TO INCLUI-FIM
           END-READ.
           DISPLAY "NOME DO GRUPO:".
           ACCEPT GR-NOME FROM CONSOLE.
           DISPLAY "LIMITE DE CREDITO DO GRUPO (0 = SEM LIMITE):".
           ACCEPT GR-LIMITE FROM CONSOLE.
           WRITE REG-GRUPO
              INVALID KEY
                 DISPLAY "GRUPO JA CADASTRADO"
           END-WRITE.
       INCLUI-FIM.
           EXIT.

       ALTERA.
           DISPLAY "CODIGO DO GRUPO:".
           ACCEPT GR-ID FROM CONSOLE.
           READ GRUPO-FILE KEY IS GR-ID
              INVALID KEY
                 DISPLAY "GRUPO NAO CADASTRADO"
                 GO TO ALTERA-FIM
           END-READ.
           DISPLAY "NOME ATUAL: " GR-NOME.
           DISPLAY "NOVO NOME:".
           ACCEPT GR-NOME FROM CONSOLE.
           MOVE GR-LIMITE TO WS-LIMITE-EDIT.
           DISPLAY "LIMITE ATUAL: " WS-LIMITE-EDIT.
           DISPLAY "NOVO LIMITE (0 = SEM LIMITE):".
           ACCEPT GR-LIMITE FROM CONSOLE.
           REWRITE REG-GRUPO
              INVALID KEY
                 DISPLAY "GRUPO NAO CADASTRADO"
           END-REWRITE.
       ALTERA-FIM.
           EXIT.

      *A GROUP STILL HOLDING MEMBERS IS KEPT - DROPPING IT WOULD
      *LEAVE MEMBER RECORDS POINTING AT NOTHING
       EXCLUI.
           DISPLAY "CODIGO DO GRUPO:".
           ACCEPT GR-ID FROM CONSOLE.
           READ GRUPO-FILE KEY IS GR-ID
              INVALID KEY
                 DISPLAY "GRUPO NAO CADASTRADO"
                 GO TO EXCLUI-FIM
           END-READ.
           MOVE GR-ID TO WS-GRUPO-SEL.
           PERFORM CONTA-MEMBROS-PARA THRU CONTA-MEMBROS-FIM.
           IF WS-MEM-COUNT > ZERO
              DISPLAY "GRUPO TEM " WS-MEM-COUNT
                      " CLIENTE(S) VINCULADO(S) - DESVINCULE ANTES"
              GO TO EXCLUI-FIM
           END-IF.
           DELETE GRUPO-FILE
              INVALID KEY
                 DISPLAY "GRUPO NAO CADASTRADO"
           END-DELETE.
       EXCLUI-FIM.
           EXIT.

      *LINKS A CLIENT TO A GROUP - THE NAME IS ECHOED SO THE DESK
      *CONFIRMS IT HAS THE RIGHT ONE. A CLIENT ALREADY IN ANOTHER
      *GROUP IS MOVED, AND THE OLD GROUP IS SHOWN.
       VINCULA.
           DISPLAY "CODIGO DO GRUPO:".
           ACCEPT GR-ID FROM CONSOLE.
           READ GRUPO-FILE KEY IS GR-ID
              INVALID KEY
                 DISPLAY "GRUPO NAO CADASTRADO"
                 GO TO VINCULA-FIM
           END-READ.
           DISPLAY "GRUPO: " GR-NOME.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT GM-CODIGO FROM CONSOLE.
           MOVE GM-CODIGO TO CODIGO.
           READ ARQCLI KEY IS FD-CODIGO
              INVALID KEY
                 DISPLAY "CLIENTE NAO CADASTRADO"
                 GO TO VINCULA-FIM
              NOT INVALID KEY
                 DISPLAY "CLIENTE: " FD-NOME
           END-READ.
           READ MEMBRO-FILE KEY IS GM-CODIGO
              INVALID KEY
                 MOVE GR-ID TO GM-GRUPO
                 WRITE REG-MEMBRO
                    INVALID KEY
                       DISPLAY "ERRO AO VINCULAR - STATUS " FS-MEM
                 END-WRITE
              NOT INVALID KEY
                 IF GM-GRUPO = GR-ID
                    DISPLAY "CLIENTE JA ESTA NESTE GRUPO"
                 ELSE
                    DISPLAY "CLIENTE SAIU DO GRUPO " GM-GRUPO
                    MOVE GR-ID TO GM-GRUPO
                    REWRITE REG-MEMBRO
                       INVALID KEY
                          DISPLAY "ERRO AO VINCULAR - STATUS " FS-MEM
                    END-REWRITE
                 END-IF
           END-READ.
       VINCULA-FIM.
           EXIT.

       DESVINCULA.
           DISPLAY "CODIGO DO CLIENTE:".
           ACCEPT GM-CODIGO FROM CONSOLE.
           READ MEMBRO-FILE KEY IS GM-CODIGO
              INVALID KEY
                 DISPLAY "CLIENTE NAO PERTENCE A GRUPO"
                 GO TO DESVINCULA-FIM
           END-READ.
           DELETE MEMBRO-FILE
              INVALID KEY
                 DISPLAY "CLIENTE NAO PERTENCE A GRUPO"
              NOT INVALID KEY
                 DISPLAY "CLIENTE RETIRADO DO GRUPO " GM-GRUPO
           END-DELETE.
       DESVINCULA-FIM.
           EXIT.

      *EVERY GROUP WITH ITS LIMIT, FOLLOWED BY ITS MEMBERS
       LISTA.
           MOVE LOW-VALUES TO GR-ID.
           START GRUPO-FILE KEY IS NOT LESS GR-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-SCAN-EOF
           END-START.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "GRUPOS CADASTRADOS:".
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ GRUPO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE GR-LIMITE TO WS-LIMITE-EDIT
                       DISPLAY "  " GR-ID " " GR-NOME " "
                               WS-LIMITE-EDIT
                       ADD 1 TO WS-LIST-COUNT
                       MOVE GR-ID TO WS-GRUPO-SEL
                       PERFORM LISTA-MEMBROS-PARA
                          THRU LISTA-MEMBROS-FIM
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL DE GRUPOS: " WS-LIST-COUNT.
       LISTA-FIM.
           EXIT.

      *GRUPOMEM.DAT IS KEYED ON THE MEMBER CODIGO, SO THE MEMBERS OF
      *ONE GROUP COME FROM A FULL SCAN - THE FILE IS SMALL
       LISTA-MEMBROS-PARA.
           MOVE LOW-VALUES TO GM-CODIGO.
           START MEMBRO-FILE KEY IS NOT LESS GM-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-MEM-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-MEM-EOF
           END-START.
           PERFORM UNTIL WS-MEM-EOF = "Y"
               READ MEMBRO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MEM-EOF
                   NOT AT END
                       IF GM-GRUPO = WS-GRUPO-SEL
                          MOVE GM-CODIGO TO CODIGO
                          READ ARQCLI KEY IS FD-CODIGO
                             INVALID KEY
                                MOVE "(CLIENTE NAO CADASTRADO)"
                                   TO FD-NOME
                          END-READ
                          DISPLAY "      " GM-CODIGO " " FD-NOME
                       END-IF
               END-READ
           END-PERFORM.
       LISTA-MEMBROS-FIM.
           EXIT.

       CONTA-MEMBROS-PARA.
           MOVE ZERO TO WS-MEM-COUNT.
           MOVE LOW-VALUES TO GM-CODIGO.
           START MEMBRO-FILE KEY IS NOT LESS GM-CODIGO
               INVALID KEY
                   MOVE "Y" TO WS-MEM-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-MEM-EOF
           END-START.
           PERFORM UNTIL WS-MEM-EOF = "Y"
               READ MEMBRO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MEM-EOF
                   NOT AT END
                       IF GM-GRUPO = WS-GRUPO-SEL
                          ADD 1 TO WS-MEM-COUNT
                       END-IF
               END-READ
           END-PERFORM.
       CONTA-MEMBROS-FIM.
           EXIT.

       FIM.
           CLOSE GRUPO-FILE.
           CLOSE MEMBRO-FILE.
           CLOSE ARQCLI.
           STOP RUN.
