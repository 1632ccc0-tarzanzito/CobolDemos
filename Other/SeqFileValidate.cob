       01 REG-PROD.
          02 PR-ITEM-ID       PIC X(10).
          02 PR-DESCRICAO     PIC X(30).
          02 PR-PRECO         PIC 9(07)V99.
       WORKING-STORAGE SECTION.
       01 FS-INFL  PIC X(02) VALUE SPACES.
          88 FS-INFL-OK  VALUE '00'.
