      ******************************************************************
      * QTATRANS.CPY - QUOTA MAINTENANCE TRANSACTION RECORD LAYOUT    *
      * ONE TRANSACTION PER RECORD, APPLIED BY QUOTAMNT AGAINST       *
      * QUOTAMST. SLSFCST WRITES ITS PROPOSED QUOTAS IN THIS SAME     *
      * LAYOUT SO SALES OPS CAN REVIEW THEM, KEY ANY OVERRIDES, AND   *
      * FEED THE FILE STRAIGHT TO QUOTAMNT.                           *
      *   A - ADD ONE SALESPERSON/YEAR/MONTH QUOTA                    *
      *   C - CHANGE ONE EXISTING QUOTA'S AMOUNT                      *
      *   D - DELETE ONE EXISTING QUOTA                               *
      *   S - SPREAD AN ANNUAL QUOTA ACROSS THE YEAR'S TWELVE MONTHS  *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  QUOTA-TRANS-REC.
           05  QTRN-TYPE                PIC X(1).
               88  QTRN-ADD                     VALUE 'A'.
               88  QTRN-CHANGE                  VALUE 'C'.
               88  QTRN-DELETE                  VALUE 'D'.
               88  QTRN-SPREAD                  VALUE 'S'.
           05  QTRN-SALESPERSON-ID      PIC 9(6).
           05  QTRN-YEAR                PIC 9(4).
           05  QTRN-MONTH               PIC 9(2).
           05  QTRN-AMOUNT              PIC S9(9)V99.
           05  FILLER                   PIC X(56).
