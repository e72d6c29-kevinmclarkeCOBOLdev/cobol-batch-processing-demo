      * WITH NO NEGOTIATED PLAN ROWS OF THEIR OWN PRICE UNDER IT.     *
      * RATES ARE FRACTIONS (030 = 3 PERCENT); LIMITS ARE THE LOWER   *
      * BOUNDS OF TIERS 2 AND 3.                                      *
      * CPL-PAY-BASIS SAYS WHEN THE ROW'S COMMISSION IS EARNED: ON    *
      * BOOKING (SPACE OR 'B' - THE PAYABLE GOES OUT ON THE NEXT      *
      * COMMOUT) OR ON COLLECTION ('C' - IT WAITS ON COMMPEND UNTIL   *
      * CASHAPP RELIEVES THE SALE'S OPEN ITEM).                       *
      * LENGTH: 50 BYTES                                              *
      ******************************************************************
       01  COMM-PLAN-RECORD.
           05  CPL-TIER1-RATE           PIC V999.
           05  CPL-TIER2-RATE           PIC V999.
           05  CPL-TIER3-RATE           PIC V999.
           05  CPL-PAY-BASIS            PIC X(1).
               88  CPL-PAY-ON-BOOKING           VALUE 'B' ' '.
               88  CPL-PAY-ON-COLLECTION        VALUE 'C'.
           05  FILLER                   PIC X(6).
