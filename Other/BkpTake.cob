      *        : counts.                                               *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.4.0                                                 *
      *NOTES   : Set name from the command line (e.g. 20260902A).     *
      *        : Member record: "D" + LEN 9(03) + DATA X(240);        *
      *        : trailer "T" + COUNT 9(09) + CHECKSUM 9(18) - the     *
      *        : Checksum is the byte-ordinal sum over the stored     *
      *        : length. A missing master is catalogued with the      *
      *        : AUSENTE mark, not treated as an error.                *
      *        : EMPMAST members are 46 bytes since the dependants     *
      *        : count joined the employee record.                     *
      *        : 54 bytes since the hire date (EM-ADMISSAO) joined it. *
      *        : 58 bytes since the cost center (EM-CENTRO) joined it. *
      *        : The trailer also carries DATE 9(08) + TIME 9(06), the *
      *        : moment the member's unload started - VSAM-Recover     *
      *        : rolls VSAMJRNL.LOG forward from it.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPTAKE.
             VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REG-ARQCLI.
          02 FD-CODIGO        PIC 9(06).
          02 FD-RESTO         PIC X(198).

      *SAME LAYOUT CTASREC (ContasReceber.cob) MAINTAINS
       FD CONTAS-FILE LABEL RECORD STANDARD
             VALUE OF FILE-ID IS "EMPMAST.DAT".
       01 REG-EMP.
          02 EM-ID            PIC 9(05).
          02 EM-RESTO         PIC X(53).

      *SAME LAYOUT NOTE-CONVERT BUILDS
       FD NOTAS-FILE LABEL RECORD STANDARD
          05 BT-TYPE          PIC X(01).
          05 BT-COUNT         PIC 9(09).
          05 BT-CHECKSUM      PIC 9(18).
          05 BT-DATA          PIC 9(08).
          05 BT-HORA          PIC 9(06).
          05 FILLER           PIC X(202).

       FD CAT-FILE.
       01 CAT-LINE            PIC X(60).
       01 WS-CAT-NAME          PIC X(30) VALUE SPACES.
       01 WS-ARQUIVO           PIC X(08) VALUE SPACES.
       01 WS-DATA-SIS          PIC 9(08) VALUE ZERO.
       01 WS-TIME-RAW          PIC 9(08) VALUE ZERO.
       01 WS-MEMBRO-DATA       PIC 9(08) VALUE ZERO.
       01 WS-MEMBRO-HORA       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
                  INTO WS-MEMBER-NAME
           END-STRING.
           OPEN OUTPUT MEMBER-FILE.
      *    STAMPED BEFORE THE FIRST READ - A JOURNALLED CHANGE LATER
      *    THAN THIS IS NOT IN THE MEMBER
           ACCEPT WS-MEMBRO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW(1:6) TO WS-MEMBRO-HORA.
           MOVE "N" TO WS-EOF.
           MOVE ZERO TO WS-COUNT.
           MOVE ZERO TO WS-CHECKSUM.
           MOVE "T" TO BT-TYPE.
           MOVE WS-COUNT TO BT-COUNT.
           MOVE WS-CHECKSUM TO BT-CHECKSUM.
           MOVE WS-MEMBRO-DATA TO BT-DATA.
           MOVE WS-MEMBRO-HORA TO BT-HORA.
           WRITE MEMBER-RECORD.
           CLOSE MEMBER-FILE.
           MOVE SPACES TO CAT-LINE.
                   NOT AT END
                       MOVE SPACES TO BK-DATA
                       MOVE REG-ARQCLI TO BK-DATA
                       MOVE 204 TO WS-LEN
                       PERFORM GRAVA-D-PARA THRU GRAVA-D-FIM
               END-READ
           END-PERFORM.
                   NOT AT END
                       MOVE SPACES TO BK-DATA
                       MOVE REG-EMP TO BK-DATA
                       MOVE 58 TO WS-LEN
                       PERFORM GRAVA-D-PARA THRU GRAVA-D-FIM
               END-READ
           END-PERFORM.
