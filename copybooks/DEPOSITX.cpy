      ******************************************************************
      * DEPOSITX.CPY - BOOK-SIDE DEPOSIT EXTRACT RECORD LAYOUT        *
      * THE DEPOSIT REGISTER (PAYREGOUT) IS A PRINTED REPORT, SO      *
      * CASHAPP ALSO APPENDS ONE MACHINE-READABLE RECORD PER DEPOSIT  *
      * BATCH AND PER APPLIED 'V' REVERSAL TO THIS EXTRACT. BANKRECN  *
      * MATCHES IT AGAINST THE BANK STATEMENT AND THEN RESETS IT TO   *
      * EMPTY, CARRYING ANYTHING UNMATCHED FORWARD ON ITS OWN FILE.   *
      *                                                               *
      * 'D' DEPOSIT  - THE RECEIPTS KEYED IN ONE PAY-DEPOSIT-NO BATCH *
      *                (APPLIED AND REJECTED ALIKE - A REJECTED       *
      *                RECEIPT WAS STILL BANKED), REVERSALS EXCLUDED. *
      *                THIS IS THE FIGURE THE BANK SHOULD CREDIT.     *
      * 'V' REVERSAL - ONE BOUNCED ITEM CASHAPP ADDED BACK TO THE     *
      *                CUSTOMER, THE BOOK SIDE OF A BANK RETURNED ITEM*
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  DEPOSIT-EXTRACT-RECORD.
           05  DPX-REC-TYPE             PIC X(1).
               88  DPX-DEPOSIT                  VALUE 'D'.
               88  DPX-REVERSAL                 VALUE 'V'.
           05  DPX-DEPOSIT-NO           PIC 9(6).
           05  DPX-DEPOSIT-DATE         PIC X(10).
           05  DPX-AMOUNT               PIC 9(9)V99.
           05  DPX-ITEM-COUNT           PIC 9(7).
           05  DPX-CUST-ID              PIC 9(6).
           05  DPX-POSTED-DATE          PIC X(10).
           05  DPX-POSTED-CYCLE         PIC X(2).
           05  FILLER                   PIC X(27).
