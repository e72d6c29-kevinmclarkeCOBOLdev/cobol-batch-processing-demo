      ******************************************************************
      * PPCTLCRD.CPY - POSITIVE-PAY CONTROL CARD RECORD               *
      * ONE RECORD NAMING THE BANK AND THE DISBURSEMENT ACCOUNT THE   *
      * REFUND CHECKS ARE DRAWN ON, STAMPED ON EVERY POSITIVE-PAY     *
      * ISSUE FILE POSPAY SENDS. UNLIKE DVCTLCRD AND FCCTLCRD THE     *
      * CARD IS REQUIRED - THERE IS NO SENSIBLE DEFAULT ACCOUNT, AND  *
      * A FILE THE BANK CANNOT MATCH TO AN ACCOUNT PROTECTS NOTHING.  *
      * LENGTH: 40 BYTES                                              *
      ******************************************************************
       01  POSITIVE-PAY-CONTROL-CARD.
           05  PPCC-BANK-ID             PIC X(9).
           05  PPCC-ACCOUNT-NO          PIC X(16).
           05  FILLER                   PIC X(15).
