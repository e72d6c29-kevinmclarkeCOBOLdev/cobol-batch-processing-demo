      ******************************************************************
      * REFCHK.CPY - REFUND-CHECK EXTRACT RECORD LAYOUT               *
      * ONE RECORD PER REFUND REFPAY RELEASES - THE FILE THE CHECK    *
      * RUN PRINTS FROM. REFPAY EXTENDS IT ACROSS RELEASES; POSPAY    *
      * NUMBERS THE CHECKS IN FILE ORDER FROM THE FIRST NUMBER ON THE *
      * STOCK, SENDS THEM TO THE BANK AS POSITIVE-PAY ISSUES, AND     *
      * ONLY THEN RESETS THE FILE TO EMPTY FOR THE NEXT RELEASES.     *
      * LENGTH: 60 BYTES                                              *
      ******************************************************************
       01  REFUND-CHECK-RECORD.
           05  RCK-CUST-ID              PIC 9(6).
           05  RCK-CUST-NAME            PIC X(30).
           05  RCK-AMOUNT               PIC 9(8)V99.
           05  RCK-ISSUE-DATE           PIC X(10).
           05  FILLER                   PIC X(4).
