      *        : value of every record byte.                          *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.1.0                                                 *
      *NOTES   : Backup record: "D" + the 80-byte record. Trailer:     *
      *        : "T" + COUNT 9(09) + CHECKSUM 9(18) + DATE 9(08) +     *
      *        : TIME 9(06) - the moment the unload started, from      *
      *        : which VSAM-Recover rolls VSAMJRNL.LOG forward.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAM-Unload.
           05 BT-TYPE        PIC X(01).
           05 BT-COUNT       PIC 9(09).
           05 BT-CHECKSUM    PIC 9(18).
           05 BT-DATE        PIC 9(08).
           05 BT-TIME        PIC 9(06).
           05 FILLER         PIC X(39).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC X(2).
       01 WS-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-CHECKSUM           PIC 9(18) VALUE ZERO.
       01 WS-C                  PIC 9(03) VALUE ZERO.
       01 WS-TIME-RAW           PIC 9(08) VALUE ZERO.
       01 WS-UNLOAD-DATE        PIC 9(08) VALUE ZERO.
       01 WS-UNLOAD-TIME        PIC 9(06) VALUE ZERO.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    STAMPED BEFORE THE FIRST READ - A JOURNALLED CHANGE LATER
      *    THAN THIS IS NOT IN THE BACKUP
           ACCEPT WS-UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-UNLOAD-TIME.
           OPEN INPUT VSAM-FILE.
           IF WS-FILE-STATUS NOT = "00"
              DISPLAY "UNABLE TO OPEN my-vsam-file.dat - STATUS="

           PERFORM UNLOAD-RECORDS UNTIL WS-EOF = "Y".

           MOVE SPACES TO BACKUP-RECORD.
           MOVE "T" TO BT-TYPE.
           MOVE WS-COUNT TO BT-COUNT.
           MOVE WS-CHECKSUM TO BT-CHECKSUM.
           MOVE WS-UNLOAD-DATE TO BT-DATE.
           MOVE WS-UNLOAD-TIME TO BT-TIME.
           WRITE BACKUP-RECORD.

           CLOSE VSAM-FILE.
