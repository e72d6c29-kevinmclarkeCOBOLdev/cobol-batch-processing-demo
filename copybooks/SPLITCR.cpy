      ******************************************************************
      * SPLITCR.CPY - SPLIT-CREDIT SHARE RECORD LAYOUT                *
      * A BIG DEAL WORKED BY A FIELD REP AND AN INSIDE REP TOGETHER   *
      * USED TO CREDIT WHOEVER KEYED SR-SALESPERSON-ID WITH 100% AND  *
      * GET FIXED UP WITH SIDE PAYMENTS. ONE RECORD PER SHARE NAMES   *
      * THE SALE BY ITS INVOICE (OR CREDIT-NOTE) NUMBER, SR-INVOICE-  *
      * NO, AND ONE SALESPERSON'S PERCENTAGE OF IT. COMMCALC (PAY AND *
      * THE COMMISSION STATEMENT), SALESRPT (QUOTA VS ACTUAL), AND    *
      * ARCHIVE/NIGHTBKO (THE ARCHMTD SALESPERSON ROLLUP) CREDIT EACH *
      * SHARE TO ITS OWN SALESPERSON INSTEAD OF THE BOOKING REP.      *
      *                                                                *
      * RULES EVERY READER ENFORCES AT LOAD:                          *
      *   - ALL SHARES FOR ONE SALE ARE ADJACENT IN THE FILE          *
      *   - THE SHARES ON A SALE ADD UP TO EXACTLY 100.00 PERCENT     *
      *   - NO SALESPERSON APPEARS TWICE ON THE SAME SALE             *
      * A SALE WHOSE SHARES BREAK A RULE IS REPORTED AND CREDITED     *
      * WHOLE TO THE BOOKING REP, EXACTLY AS IF IT HAD NO SPLIT. A    *
      * RETURN WHOSE CREDIT-NOTE NUMBER CARRIES NO SHARES OF ITS OWN  *
      * TAKES THE SHARES OF THE INVOICE IT CAME BACK AGAINST, FOUND   *
      * THROUGH THE CREDIT NOTE'S INV-ORIG-INVOICE-NO ON THE INVOICE  *
      * REGISTER (INVREG), SO THE RETURN COMES OFF THE SAME REPS THE  *
      * SALE WAS CREDITED TO. THE LAST SHARE OF A SALE ABSORBS THE    *
      * ROUNDING SO THE SHARES ALWAYS ADD BACK TO THE SALE AMOUNT TO  *
      * THE PENNY.                                                    *
      * MAINTAINED THE SAME WAY COMMPLAN IS.                          *
      * LENGTH: 50 BYTES                                              *
      ******************************************************************
       01  SPLIT-CREDIT-RECORD.
           05  SPL-INVOICE-NO           PIC X(10).
           05  SPL-SALESPERSON-ID       PIC 9(6).
           05  SPL-SHARE-PCT            PIC 9(3)V99.
           05  SPL-ENTERED-DATE         PIC X(10).
           05  SPL-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(12).
