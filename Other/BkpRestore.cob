      *        : not come back whole.                                  *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.3.0                                                 *
      *NOTES   : Set name from the command line. RESTORING REPLACES   *
      *        : THE LIVE FILES - STOP EVERY FRONT END FIRST. Run     *
      *        : BKPVERIFY on the set before trusting it to this      *
      *        : program. A member catalogued AUSENTE leaves its      *
      *        : master alone.                                         *
      *        : EMPMAST members are 46 bytes since the dependants     *
      *        : count joined the employee record; a set taken before  *
      *        : that (44 bytes) restores with the count zero.         *
      *        : Since the hire date joined the record the members are *
      *        : 54 bytes; a 46-byte set restores with the hire date   *
      *        : zero.                                                 *
      *        : 58 bytes since the cost center joined it; an older    *
      *        : set restores with the center blank.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPRESTORE.
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
                       MOVE "Y" TO WS-MEOF
                   NOT AT END
                       IF BK-TYPE = "D"
                          MOVE BK-DATA(1:204) TO REG-ARQCLI
                          WRITE REG-ARQCLI
                             INVALID KEY
                                MOVE "S" TO WS-PROBLEMA
                       MOVE "Y" TO WS-MEOF
                   NOT AT END
                       IF BK-TYPE = "D"
                          MOVE BK-DATA(1:58) TO REG-EMP
      *                   A SET TAKEN BEFORE THE DEPENDANTS COUNT
      *                   CARRIES 44 BYTES, ONE TAKEN BEFORE THE HIRE
      *                   DATE 46, ONE BEFORE THE COST CENTER 54 -
      *                   WHAT IS MISSING COMES BACK ZERO OR BLANK
                          IF BK-LEN = 44
                             MOVE "00" TO REG-EMP(45:2)
                          END-IF
                          IF BK-LEN < 54
                             MOVE ZERO TO REG-EMP(47:8)
                          END-IF
                          IF BK-LEN < 58
                             MOVE SPACES TO REG-EMP(55:4)
                          END-IF
                          WRITE REG-EMP
                             INVALID KEY
                                MOVE "S" TO WS-PROBLEMA
