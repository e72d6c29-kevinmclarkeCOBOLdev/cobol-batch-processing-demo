      ******************************************************************
      * CFHIST.CPY - CASH-RECEIPTS FORECAST HISTORY RECORD LAYOUT     *
      * EXTENDED ACROSS RUNS THE SAME WAY CHKISSUE IS. EACH CASHFCST  *
      * RUN APPENDS ONE RECORD PER FORECAST WEEK PER DIVISION, SO A   *
      * LATER RUN CAN SET WHAT WAS FORECAST FOR A WEEK NOW PAST       *
      * AGAINST WHAT CASHAPP ACTUALLY APPLIED IN IT. A WEEK RUNS      *
      * MONDAY THROUGH SUNDAY AND IS NAMED BY ITS MONDAY. ONE RUN PER *
      * BUSINESS DATE - A RERUN ON THE SAME DATE PRINTS BUT DOES NOT  *
      * APPEND AGAIN.                                                 *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  CASH-FORECAST-HISTORY.
           05  CFH-RUN-DATE             PIC X(10).
           05  CFH-WEEK-START           PIC X(10).
           05  CFH-DIVISION             PIC X(2).
           05  CFH-ITEM-COUNT           PIC 9(7).
           05  CFH-AMOUNT               PIC 9(9)V99.
           05  FILLER                   PIC X(40).
