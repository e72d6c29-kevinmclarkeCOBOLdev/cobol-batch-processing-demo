      ******************************************************************
      * FXREAL.CPY - REALIZED FOREIGN-EXCHANGE GAIN/LOSS RECORD       *
      * ONE RECORD PER APPLICATION OF A RECEIPT TO AN OPEN ITEM OF A  *
      * CUSTOMER BILLED IN A CURRENCY OTHER THAN USD. CASHAPP APPENDS *
      * IT ALONGSIDE THE APPLHIST RECORD FOR THE SAME APPLICATION AND *
      * NEVER RESETS THE FILE. THE NATIVE AMOUNT APPLIED IS VALUED AT *
      * THE RATE IN FORCE ON THE ITEM'S BOOKING DATE AND AGAIN AT THE *
      * RATE ON THE PAYMENT DATE (FXRATE, USD PER UNIT); THE          *
      * DIFFERENCE IS THE REALIZED GAIN (POSITIVE) OR LOSS (NEGATIVE) *
      * IN USD. GLEXTRAC POSTS THE RECORDS STAMPED WITH ITS BUSINESS  *
      * DATE AND CYCLE TO THE FX GAIN AND FX LOSS ACCOUNTS, THE SAME  *
      * WAY IT PICKS UP CORRPOST. WHEN EITHER RATE IS MISSING THE     *
      * RECORD IS MARKED UNPRICED WITH A ZERO GAIN/LOSS, SO NOTHING   *
      * INVENTED REACHES THE LEDGER; THE RATE THAT WAS FOUND IS KEPT. *
      * A BOUNCED RECEIPT UNDOES WHAT ITS SLICES REALIZED: CASHAPP    *
      * APPENDS A REVERSAL RECORD PER SLICE PUT BACK, VALUED AT THE   *
      * SAME TWO RATES WITH THE GAIN/LOSS NEGATED, SO THE NIGHT'S     *
      * POSTING TAKES THE ORIGINAL GAIN OR LOSS BACK OUT.             *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  FX-REALIZED-RECORD.
           05  FXR-POSTED-DATE          PIC X(10).
           05  FXR-POSTED-CYCLE         PIC X(2).
           05  FXR-CUST-ID              PIC 9(6).
           05  FXR-DIVISION             PIC X(2).
           05  FXR-CURRENCY             PIC X(3).
           05  FXR-ITEM-SEQ             PIC 9(8).
           05  FXR-ITEM-DATE            PIC X(10).
           05  FXR-PAY-DATE             PIC X(10).
           05  FXR-DEPOSIT-NO           PIC 9(6).
           05  FXR-NATIVE-AMOUNT        PIC 9(8)V99.
           05  FXR-BOOK-RATE            PIC 9(3)V9(6).
           05  FXR-PAY-RATE             PIC 9(3)V9(6).
           05  FXR-BOOK-USD             PIC 9(9)V99.
           05  FXR-PAY-USD              PIC 9(9)V99.
           05  FXR-GAIN-LOSS            PIC S9(9)V99.
           05  FXR-RATE-STATUS          PIC X(1).
               88  FXR-PRICED                       VALUE SPACE.
               88  FXR-UNPRICED                     VALUE 'U'.
           05  FXR-ENTRY-TYPE           PIC X(1).
               88  FXR-APPLICATION                  VALUE SPACE.
               88  FXR-REVERSAL                     VALUE 'V'.
