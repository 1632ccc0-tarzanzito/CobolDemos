      *        : for the pay data.                                     *
      *AUTHOR  : Paulo                                                 *
      *DATE    : 2026-09-02                                            *
      *VERSION : 1.3.0                                                 *
      *NOTES   : Employee ID from the command line; without one the   *
      *        : whole trail is listed.                                *
      *        : The before/after images are 46 bytes since the        *
      *        : dependants count joined the employee record.          *
      *        : 54 bytes since the hire date joined it.               *
      *        : 58 bytes since the cost center joined it.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAUDINQ.
          02 FILLER            PIC X.
          02 EA-ID             PIC 9(05).
          02 FILLER            PIC X.
          02 EA-BEFORE         PIC X(58).
          02 FILLER            PIC X.
          02 EA-AFTER          PIC X(58).
          02 FILLER            PIC X.
          02 EA-OPERATOR       PIC X(08).

