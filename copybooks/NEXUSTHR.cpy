      ******************************************************************
      * NEXUSTHR.CPY - SALES-TAX ECONOMIC-NEXUS THRESHOLD MASTER      *
      * ONE RECORD PER STATE (THE CUSTOMER'S CUST-STATE - THE SAME    *
      * DESTINATION JURISDICTION TAXRMAST AND TAXREG USE). A STATE    *
      * ASSERTS NEXUS ONCE OUR GROSS SALES INTO IT OR OUR SALES       *
      * TRANSACTION COUNT REACH ITS THRESHOLD OVER ITS MEASUREMENT    *
      * PERIOD. A ZERO THRESHOLD MEANS THE STATE HAS NO SUCH TEST;    *
      * BOTH ZERO (A STATE WITH NO SALES TAX) MEANS NEVER. NXT-TEST-  *
      * RULE 'A' NEEDS BOTH TESTS MET, ANYTHING ELSE EITHER ONE.      *
      * NXT-PERIOD-TYPE:  'C' CURRENT CALENDAR YEAR TO DATE           *
      *                   'P' CURRENT OR PRIOR CALENDAR YEAR          *
      *                   'R' THE TRAILING TWELVE MONTHS              *
      * NXT-WARN-PCT IS THE PERCENTAGE OF A THRESHOLD AT WHICH THE    *
      * STATE IS REPORTED AS APPROACHING (ZERO TAKES 80). A ROW KEYED *
      * '**' IS THE DEFAULT FOR ANY STATE WITHOUT ONE OF ITS OWN.     *
      * MAINTAINED THE SAME WAY TAXRMAST IS - A SMALL OPS-EDITED      *
      * MASTER. NEXUSRPT READS IT.                                    *
      * LENGTH: 50 BYTES                                              *
      ******************************************************************
       01  NEXUS-THRESHOLD-RECORD.
           05  NXT-STATE                PIC X(2).
           05  NXT-STATE-NAME           PIC X(20).
           05  NXT-SALES-THRESHOLD      PIC 9(9).
           05  NXT-TRANS-THRESHOLD      PIC 9(5).
           05  NXT-TEST-RULE            PIC X(1).
               88  NXT-BOTH-TESTS                   VALUE 'A'.
           05  NXT-PERIOD-TYPE          PIC X(1).
               88  NXT-CALENDAR-YEAR                VALUE 'C'.
               88  NXT-CURR-OR-PRIOR-YEAR           VALUE 'P'.
               88  NXT-ROLLING-12                   VALUE 'R'.
           05  NXT-WARN-PCT             PIC 9(2).
           05  FILLER                   PIC X(10).
