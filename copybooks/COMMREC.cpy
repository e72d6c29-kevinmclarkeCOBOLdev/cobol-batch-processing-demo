      ******************************************************************
      * COMMREC.CPY - SALESPERSON COMMISSION PAYABLE RECORD LAYOUT    *
      * LENGTH: 80 BYTES                                              *
      * ONE RECORD PER SALESPERSON PER COMMCALC RUN                   *
      ******************************************************************
       01  COMMISSION-RECORD.
           05  COM-SALESPERSON-ID       PIC 9(6).
           05  COM-RUN-DATE             PIC X(10).
           05  COM-TOTAL-SALES          PIC S9(9)V99.
           05  COM-TOTAL-COMMISSION     PIC S9(7)V99.
      *--------------------------------------------------------------*
      * MANAGER OVERRIDE INCLUDED IN COM-TOTAL-COMMISSION, CARVED    *
      * FROM THE FILLER. COMMCALC WRITES ZERO; COMMOVRD SETS IT ON   *
      * EACH MANAGER'S COMBINED RECORD SO COMMDISB CAN CARRY IT INTO *
      * COMMHIST AND THE YEAR-END STATEMENT CAN SHOW THE OVERRIDE    *
      * APART FROM THE MANAGER'S OWN COMMISSION. SPACES (A FILE      *
      * WRITTEN BEFORE THE FIELD EXISTED) READS AS ZERO.             *
      *--------------------------------------------------------------*
           05  COM-OVERRIDE-AMOUNT      PIC S9(7)V99.
           05  FILLER                   PIC X(15).
