      ******************************************************************
      * CORRTRAN.CPY - SALE CORRECTION TRANSACTION RECORD LAYOUT      *
      * ONE CARD PER POSTED SALE TO BE CORRECTED, READ BY SALECORR.   *
      * ONCE DATAVAL HAS PASSED A SALE THE ONLY FIX USED TO BE A      *
      * RETURN PLUS A NEW SALE, WHICH DOUBLED THE VOLUME COUNTS,      *
      * DISTORTED RETURN RATES, AND CONFUSED THE STATEMENT. THE CARD  *
      * NAMES THE SALE BY ITS INVOICE NUMBER (SR-INVOICE-NO - ONLY AN *
      * 'IN' SALE INVOICE, NEVER A 'CN' CREDIT NOTE) AND SUPPLIES     *
      * WHICHEVER CORRECTED VALUES APPLY. A ZERO FIELD MEANS "LEAVE   *
      * AS POSTED", SO A CARD MUST CARRY AT LEAST ONE NON-ZERO VALUE. *
      * THE TAX IS NOT KEYED - IT IS RE-DERIVED IN PROPORTION TO THE  *
      * CORRECTED AMOUNT, THE RATE THE SALE WAS ORIGINALLY TAXED AT.  *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  SALE-CORRECTION-CARD.
           05  CRT-INVOICE-NO           PIC X(10).
           05  CRT-NEW-AMOUNT           PIC 9(8)V99.
           05  CRT-NEW-QUANTITY         PIC 9(6).
           05  CRT-NEW-CUST-ID          PIC 9(6).
           05  CRT-NEW-SLSP-ID          PIC 9(6).
           05  CRT-REASON               PIC X(30).
           05  CRT-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(5).
