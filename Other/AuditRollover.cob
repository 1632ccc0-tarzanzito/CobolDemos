      *        : growing without bound.                                *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-08-22                                            *
      *VERSION : 1.2.0                                                 *
      *NOTES   : Each archive name is appended to the catalog          *
      *        : AUDITARQ.LST (one name per line) so the jobs that     *
      *        : must search the whole history - the LGPD access       *
      *        : report - can find every archive without a directory   *
      *        : listing. Archives rolled before the catalog existed   *
      *        : can be added to it by hand.                           *
      *        : The run is logged through RUNLOG (completion code 0   *
      *        : or 8) and ends with GOBACK, so the month-end close    *
      *        : driver FECHAMES can CALL it as a step and take its    *
      *        : code from RUNLOG.DAT.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITROLL.
           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-ARCHIVE.
      *CATALOG OF THE DATED ARCHIVES, ONE NAME PER LINE, IN ROLLOVER
      *ORDER
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "AUDITARQ.LST"
           ORGANIZATION            LINE SEQUENTIAL
           FILE STATUS             FS-CATALOG.

       DATA DIVISION.
       FILE SECTION.
          02 FILLER            PIC X.
          02 AUDIT-CODIGO      PIC 9(06).
          02 FILLER            PIC X.
          02 AUDIT-BEFORE      PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-AFTER       PIC X(204).
          02 FILLER            PIC X.
          02 AUDIT-OPERATOR    PIC X(08).

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(444).

       FD CATALOG-FILE.
       01 CATALOG-RECORD       PIC X(20).

       WORKING-STORAGE SECTION.
       01 FS-AUDIT             PIC X(02) VALUE SPACES.
       01 FS-ARCHIVE           PIC X(02) VALUE SPACES.
       01 FS-CATALOG           PIC X(02) VALUE SPACES.
       01 WS-AUDIT-EOF         PIC X     VALUE "N".
       01 WS-ARCHIVE-NAME      PIC X(20) VALUE SPACES.
       01 WS-COPIED-COUNT      PIC 9(07) VALUE ZERO.
             10 WS-DAY-EXCL    PIC 9(05).
             10 WS-DAY-OUTRAS  PIC 9(05).

      *SYSTEM TIME COMES BACK AS HHMMSSss - THE HHMMSS PART IS TAKEN
      *FROM THE FRONT FOR THE RUN LOG
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.

      *RUN-LOG FIELDS - THE RUN IS LOGGED THROUGH RUNLOG
       01 WS-RUN-PGM           PIC X(12) VALUE "AUDITROLL".
       01 WS-START-DATE        PIC 9(08) VALUE ZERO.
       01 WS-START-TIME        PIC 9(06) VALUE ZERO.
       01 WS-LOG-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RC                PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-START-TIME.
           PERFORM OPEN-PARA THRU OPEN-EXIT-PARA.
           PERFORM PROCESS-PARA THRU PROCESS-EXIT-PARA.
           PERFORM RESTART-LOG-PARA THRU RESTART-LOG-EXIT-PARA.
           PERFORM SUMMARY-PARA THRU SUMMARY-EXIT-PARA.
           GO TO EXIT-PARA.

       OPEN-PARA.
           ACCEPT WS-DATA-SIS FROM DATE YYYYMMDD.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT NOT = "00"
              DISPLAY "AUDIT FILE OPEN FAILED: " FS-AUDIT
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           IF FS-ARCHIVE NOT = "00"
              DISPLAY "ARCHIVE FILE OPEN FAILED: " FS-ARCHIVE
              CLOSE AUDIT-FILE
              MOVE 8 TO WS-RC
              GO TO EXIT-PARA
           END-IF.
           DISPLAY "ARQUIVANDO AUDIT.LOG EM " WS-ARCHIVE-NAME.
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE ARCHIVE-FILE.
           OPEN EXTEND CATALOG-FILE.
           IF FS-CATALOG = "00" OR FS-CATALOG = "05"
              MOVE WS-ARCHIVE-NAME TO CATALOG-RECORD
              WRITE CATALOG-RECORD
              CLOSE CATALOG-FILE
           ELSE
              DISPLAY "AUDITARQ.LST NAO ATUALIZADO: " FS-CATALOG
           END-IF.
       PROCESS-EXIT-PARA.
           EXIT.

           EXIT.

       EXIT-PARA.
           MOVE WS-COPIED-COUNT TO WS-LOG-COUNT.
           CALL "RUNLOG" USING WS-RUN-PGM WS-START-DATE WS-START-TIME
               WS-LOG-COUNT WS-RC.
           MOVE WS-RC TO RETURN-CODE.
      *    GOBACK RATHER THAN STOP RUN SO THE PROGRAM CAN BE A STEP
      *    UNDER THE MONTH-END DRIVER AS WELL AS RUN STANDALONE
           GOBACK.
