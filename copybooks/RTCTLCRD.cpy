      ******************************************************************
      * RTCTLCRD.CPY - RETURN-RATE ANALYSIS CONTROL CARD RECORD       *
      * ONE RECORD SUPPLYING RTNRATE'S EXCEPTION THRESHOLDS, THE SAME *
      * ONE-CARD PATTERN AS DVCTLCRD. A MISSING FILE IS NOT AN ERROR  *
      * - RTNRATE FALLS BACK TO ITS BUILT-IN DEFAULTS, AND A ZERO OR  *
      * BLANK FIELD LEAVES THAT ONE DEFAULT STANDING.                 *
      * PERCENTAGES CARRY TWO DECIMALS (01000 = 10.00 PERCENT).       *
      *   RTC-RATE-LIMIT-PCT   FLAG A PRODUCT, SALESPERSON OR         *
      *                        CUSTOMER WHOSE RETURN DOLLARS EXCEED   *
      *                        THIS SHARE OF ITS GROSS SALES (10.00)  *
      *   RTC-MIN-GROSS-SALES  NO RATE FLAG BELOW THIS MUCH GROSS     *
      *                        SALES - A SMALL SAMPLE IS NOISE (0)    *
      *   RTC-LATE-DAYS        FLAG A RETURN COMING BACK MORE THAN    *
      *                        THIS MANY DAYS AFTER ITS SALE (60)     *
      *   RTC-QTR-END-DAYS     A SALE IN THE LAST THIS-MANY DAYS OF   *
      *                        A CALENDAR QUARTER IS A QUARTER-END    *
      *                        SALE (10)                              *
      *   RTC-QTR-RATE-PCT     FLAG WHEN THE QUARTER-END SALES THAT   *
      *                        CAME BACK AFTER THE QUARTER CLOSED     *
      *                        EXCEED THIS SHARE OF QUARTER-END GROSS *
      *                        SALES (20.00)                          *
      *   RTC-LOOKBACK-DAYS    HOW FAR BEFORE A RETURN TO LOOK FOR    *
      *                        ITS SALE - KEEP IN STEP WITH DATAVAL'S *
      *                        DVCC-RETURN-LOOKBACK-DAYS (90)         *
      * LENGTH: 30 BYTES                                              *
      ******************************************************************
       01  RETURN-RATE-CONTROL-CARD.
           05  RTC-RATE-LIMIT-PCT       PIC 9(3)V99.
           05  RTC-MIN-GROSS-SALES      PIC 9(7)V99.
           05  RTC-LATE-DAYS            PIC 9(3).
           05  RTC-QTR-END-DAYS         PIC 9(2).
           05  RTC-QTR-RATE-PCT         PIC 9(3)V99.
           05  RTC-LOOKBACK-DAYS        PIC 9(3).
           05  FILLER                   PIC X(3).
