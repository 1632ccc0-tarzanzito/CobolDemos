          02 FD-CODIGO.
              03 CODIGO       PIC 9(06).
          02 FD-NOME          PIC X(30).
          02 FD-RESTO         PIC X(168).

       WORKING-STORAGE SECTION.
          77 FS                  PIC X(02) VALUE SPACES.
