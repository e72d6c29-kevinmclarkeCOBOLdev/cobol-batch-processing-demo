      ******************************************************************
      * ADHIST.CPY - AUTO-DEBIT HISTORY RECORD LAYOUT                 *
      * EXTENDED ACROSS RUNS THE SAME WAY CHKISSUE IS. ACHGEN WRITES  *
      * ONE 'D' EVENT PER OPEN ITEM A DEBIT COVERED (SO THE ITEM IS   *
      * NEVER DEBITED TWICE WHILE IT WAITS FOR CASHAPP TO RELIEVE IT) *
      * AND ONE 'R' EVENT PER DEBIT THE BANK RETURNED (SO THE SAME    *
      * RETURN CANNOT REVERSE IT TWICE). THE 'D' EVENTS OF ONE DEBIT  *
      * SHARE ITS TRACE NUMBER AND ADD UP TO ITS AMOUNT. A RETURNED   *
      * ITEM IS NOT DEBITED AGAIN - CASHAPP'S REVERSAL REINSTATES THE *
      * AMOUNT AS A FRESH OPEN ITEM, WHICH COMES DUE ON ITS OWN TERMS.*
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  AUTO-DEBIT-HISTORY.
           05  ADH-EVENT                PIC X(1).
               88  ADH-ITEM-DEBITED             VALUE 'D'.
               88  ADH-DEBIT-RETURNED           VALUE 'R'.
           05  ADH-TRACE-NO.
               10  ADH-TRACE-BATCH      PIC 9(6).
               10  ADH-TRACE-SEQ        PIC 9(6).
           05  ADH-CUST-ID              PIC 9(6).
           05  ADH-ITEM-SEQ             PIC 9(8).
           05  ADH-AMOUNT               PIC 9(8)V99.
           05  ADH-EVENT-DATE           PIC X(10).
           05  ADH-RETURN-CODE          PIC X(3).
           05  FILLER                   PIC X(30).
