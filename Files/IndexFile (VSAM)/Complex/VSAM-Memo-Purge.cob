      *        : are left untouched.                                   *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-23                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Each archive written is entered once in the catalog   *
      *        : MEMOARQ.LST, one name per line, so HOUSEKEEP can      *
      *        : retire old archives under the retention table.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Memo-Purge.
       SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
      *CATALOG OF THE DATED ARCHIVES, ONE NAME PER LINE - HOUSEKEEP
      *RETIRES THEM FROM IT UNDER THE RETENTION TABLE
       SELECT OPTIONAL CATALOG-FILE ASSIGN TO "MEMOARQ.LST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATALOG-STATUS.
      *RUN-INTERLOCK TOKEN FILE - BATCH WRITERS REGISTER HERE ON
      *STARTUP AND CLEAR ON EXIT SO VSAM-Reorg-Complex REFUSES TO
      *REBUILD THE FILE MID-RUN
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD   PIC X(231).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD   PIC X(21).

       FD  TOKEN-FILE.
       01  TOKEN-RECORD.
           05 TOKEN-PROGRAM  PIC X(18).
       01 ws-record-count       pic 999 comp-x.
       01 WS-FILE-STATUS        PIC X(2).
       01 WS-ARCHIVE-STATUS     PIC X(2).
       01 WS-CATALOG-STATUS     PIC X(2).
       01 WS-TOKEN-STATUS       PIC X(2).
       01 WS-TOKEN-STAMP.
          05 WS-TOKEN-DATE      PIC 9(08).
           CLOSE VSAM-FILE.
           IF WS-ARCHIVE-OPEN = "S"
              CLOSE ARCHIVE-FILE
              PERFORM CATALOG-ARCHIVE
           END-IF.

           DISPLAY "=========================================".
                   ADD 1 TO WS-PURGE-COUNT
           END-DELETE.

      *ADDS TODAY'S ARCHIVE TO MEMOARQ.LST - A SECOND RUN ON THE SAME
      *DAY REWRITES THE SAME FILE AND SKIPS THE ENTRY
       CATALOG-ARCHIVE.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
              PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
                 READ CATALOG-FILE
                    AT END
                       MOVE "10" TO WS-CATALOG-STATUS
                    NOT AT END
                       IF CATALOG-RECORD = WS-ARCHIVE-NAME
                          MOVE "EX" TO WS-CATALOG-STATUS
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CATALOG-FILE.
           IF WS-CATALOG-STATUS = "EX"
              EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00" OR WS-CATALOG-STATUS = "05"
              MOVE WS-ARCHIVE-NAME TO CATALOG-RECORD
              WRITE CATALOG-RECORD
              CLOSE CATALOG-FILE
           ELSE
              DISPLAY "MEMOARQ.LST NOT UPDATED - STATUS="
                      WS-CATALOG-STATUS
           END-IF.

      *REGISTERS THIS RUN ON THE INTERLOCK FILE SO THE REORG KNOWS A
      *WRITER IS OPEN - A LEFTOVER TOKEN FROM A CRASHED RUN IS
      *SIMPLY REFRESHED
