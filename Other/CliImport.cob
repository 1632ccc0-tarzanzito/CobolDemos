      *        : rules the screen and console front ends use.         *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Feed file name is CLIENTES.IMP in the working         *
      *        : directory, same convention as the other fixed file    *
      *        : names in this system.                                 *
      *        : Two optional trailing fields carry the taxpayer      *
      *        : document: ...;email;tipo;cpf-cnpj (tipo "F" CPF or   *
      *        : "J" CNPJ, blank = inferred from the digit count; the *
      *        : number as digits only). CLIUPD rejects bad check     *
      *        : digits and a document already on another CODIGO.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIIMPORT.
       DATA DIVISION.
       FILE SECTION.
       FD IMPORT-FILE.
       01 IMPORT-LINE           PIC X(204).

       FD REJECT-FILE.
       01 REJECT-LINE           PIC X(180).
          02 WS-R-FILIAL      PIC 9(02).
          02 WS-R-TELEFONE    PIC X(15).
          02 WS-R-EMAIL       PIC X(40).
          02 WS-R-TIPO-DOC    PIC X(01).
          02 WS-R-CPF-CNPJ    PIC X(14).

      *BRANCH THE WHOLE FEED BELONGS TO - 2-DIGIT COMMAND-LINE
      *PARAMETER, DEFAULT FILIAL 01
          05 WS-CLI-FUNC       PIC X(01) VALUE SPACE.
          05 WS-CLI-ACAO       PIC X(09) VALUE SPACES.
          05 WS-CLI-OPERADOR   PIC X(08) VALUE "IMPORT".
          05 WS-CLI-REG        PIC X(204) VALUE SPACES.
          05 WS-CLI-REG-ANTES  PIC X(204) VALUE SPACES.
       01 WS-CLI-RESPOSTA.
          05 WS-CLI-RC         PIC X(02) VALUE SPACES.
          05 WS-CLI-MSG        PIC X(30) VALUE SPACES.
          05 WS-CLI-REG-SAIDA  PIC X(204) VALUE SPACES.

       01 COUNTERS.
          05 READ-COUNT        PIC 9(05) VALUE ZERO.
          05 WS-CEP            PIC X(09) VALUE SPACES.
          05 WS-TELEFONE       PIC X(15) VALUE SPACES.
          05 WS-EMAIL          PIC X(40) VALUE SPACES.
          05 WS-TIPO-DOC       PIC X(01) VALUE SPACE.
          05 WS-CPF-CNPJ       PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
                    WS-CEP
                    WS-TELEFONE
                    WS-EMAIL
                    WS-TIPO-DOC
                    WS-CPF-CNPJ
           END-UNSTRING.

           IF WS-CODIGO-TEXT IS NOT NUMERIC
           MOVE WS-FILIAL      TO WS-R-FILIAL.
           MOVE WS-TELEFONE    TO WS-R-TELEFONE.
           MOVE WS-EMAIL       TO WS-R-EMAIL.
           MOVE WS-TIPO-DOC    TO WS-R-TIPO-DOC.
           MOVE WS-CPF-CNPJ    TO WS-R-CPF-CNPJ.
           MOVE "I" TO WS-CLI-FUNC.
           MOVE SPACES TO WS-CLI-ACAO.
           MOVE WS-REG-CLIENTE TO WS-CLI-REG.
