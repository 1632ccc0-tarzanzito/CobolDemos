      *        : via WRITE/insert with no compaction step today.       *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-08                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Records are copied at their stored length, so any     *
      *        : DATA-TYPE the record dictionary defines survives the  *
      *        : reorg unchanged.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Reorg-Complex.

           STOP RUN.

      *EACH RECORD IS COPIED AT ITS STORED LENGTH WHATEVER ITS
      *DATA-TYPE - THE SHAPES ARE DEFINED IN VSAMDICT.DAT, NOT HERE
       COPY-RECORDS.
           READ OLD-VSAM-FILE NEXT INTO OLD-VSAM-RECORD1
              AT END
                  MOVE "Y" TO WS-EOF
              NOT AT END
                  MOVE OLD-RECORD-COUNT TO NEW-RECORD-COUNT
                  MOVE OLD-VSAM-RECORD3 TO NEW-VSAM-RECORD3
                  WRITE NEW-VSAM-RECORD3
                     INVALID KEY
                        DISPLAY "WRITE FAILED KEY=" NEW-KEY-NUM1
                     NOT INVALID KEY
                        ADD 1 TO WS-REORG-COUNT
                  END-WRITE
           END-READ.
      *

