           05  DVCC-QUANTITY-CEILING    PIC 9(7).
           05  DVCC-MIN-SALE-AMOUNT     PIC 9(7)V99.
           05  DVCC-PRICE-TOLERANCE-PCT PIC 9(3).
      *--------------------------------------------------------------*
      * RETURN LOOKBACK - HOW MANY DAYS AFTER A PROMOTION ENDS A     *
      * RETURN MAY STILL BE PRICED AT THE PROMOTION'S PRICE. RETURN  *
      * MATCHING NO LONGER USES IT: A RETURN IS MATCHED AGAINST THE  *
      * WHOLE SALES HISTORY THROUGH THE KEYED HISTORY INDEX.         *
      *--------------------------------------------------------------*
           05  DVCC-RETURN-LOOKBACK-DAYS PIC 9(3).
      *--------------------------------------------------------------*
      * CREDIT-HOLD TOLERANCE, CARVED FROM THE FILLER - A SALE FOR A *
      * CARD LEAVES DATAVAL'S BUILT-IN DEFAULT (10) STANDING.        *
      *--------------------------------------------------------------*
           05  DVCC-CREDHOLD-TOL-PCT    PIC 9(3).
      *--------------------------------------------------------------*
      * STOCK-SHORTAGE HANDLING, CARVED FROM THE FILLER - 'W' LOGS A *
      * SALE FOR MORE THAN IS ON HAND AND ACCEPTS IT, 'S' SUSPENDS   *
      * IT. ANYTHING ELSE (SPACES ON AN OLDER CARD) LEAVES DATAVAL'S *
      * BUILT-IN DEFAULT (W) STANDING.                               *
      *--------------------------------------------------------------*
           05  DVCC-STOCK-CHECK-MODE    PIC X(1).
      *--------------------------------------------------------------*
      * FREIGHT CEILING, CARVED FROM THE FILLER - FREIGHT BILLED ON  *
      * A SALE MAY NOT EXCEED THIS PERCENTAGE OF ITS SALE AMOUNT.    *
      * SPACES OR ZERO ON AN OLDER CARD LEAVES DATAVAL'S BUILT-IN    *
      * DEFAULT (100) STANDING.                                      *
      *--------------------------------------------------------------*
           05  DVCC-FREIGHT-MAX-PCT     PIC 9(3).
           05  FILLER                   PIC X(1).
