      * CLAWBACK IS RECOVERED OUT OF FUTURE PAYABLES INSTEAD OF       *
      * BEING LOST. THE PAY ACTION MOVES A POSITIVE BALANCE TO        *
      * CLG-PAID-TO-DATE AND STAMPS THE PAYMENT DATE AND CHECK/       *
      * REFERENCE NUMBER. COMMADJ'S RELEASE ACTION ADDS AN APPROVED   *
      * MANUAL ADJUSTMENT TO CLG-BALANCE-DUE, LEAVING THE LAST-POST   *
      * DATE TO THE COMMOUT RUNS, SO IT IS PAID WITH THE NEXT CHECK.  *
      * LENGTH: 90 BYTES                                              *
      ******************************************************************
       01  LEDGER-RECORD.
