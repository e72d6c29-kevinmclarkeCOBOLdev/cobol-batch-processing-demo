      ******************************************************************
      * PROMMAST.CPY - PROMOTION MASTER RECORD LAYOUT                 *
      * ONE RECORD PER PROMOTION: THE DATE WINDOW IT RUNS (BOTH DATES *
      * INCLUSIVE), THE DISCOUNT RULE, THE PRODUCTS IT COVERS, AND    *
      * THE CUSTOMERS ENTITLED TO IT. DATAVAL LOADS THE WHOLE FILE AT *
      * STARTUP AND ACCEPTS A SALE PRICED AT THE PROMOTION INSIDE THE *
      * WINDOW (STAMPING SR-PROMO-CODE ON THE CLEAN RECORD) BUT NOT   *
      * OUTSIDE IT; PROMORPT READS IT FOR THE RESULTS REPORT.         *
      * DISCOUNT RULES, ALL FIGURED OFF PROD-UNIT-PRICE LIST:         *
      *   'P' - PROMO-DISCOUNT-PCT OFF LIST (01500 = 15.00 PERCENT)   *
      *   'F' - A FIXED PROMOTIONAL UNIT PRICE, PROMO-UNIT-PRICE      *
      *   'B' - BUY PROMO-BUY-QTY, GET PROMO-FREE-QTY MORE FREE, SO   *
      *         EVERY FULL BUY+FREE BUNDLE BILLS ONLY THE BUY UNITS   *
      * PRODUCT SCOPE ENTRIES: 'P' A PRODUCT CODE, 'C' A CATEGORY OR  *
      * 'F' A FAMILY FROM PRODCAT. NO ENTRIES MEANS EVERY PRODUCT.    *
      * ELIGIBILITY ENTRIES: 'C' A CUSTOMER ID (FIRST 6 POSITIONS) OR *
      * 'D' A DIVISION CODE (FIRST 2 POSITIONS). NO ENTRIES MEANS     *
      * EVERY CUSTOMER. UNUSED ENTRIES ARE LEFT SPACES. A CANCELLED   *
      * PROMOTION STAYS ON FILE FOR THE RESULTS REPORT BUT PRICES     *
      * NOTHING. MAINTAINED THE SAME WAY CONTRPRC IS - A SMALL        *
      * OPS-EDITED MASTER.                                            *
      * LENGTH: 300 BYTES                                             *
      ******************************************************************
       01  PROMOTION-RECORD.
           05  PROMO-CODE               PIC X(8).
           05  PROMO-DESCRIPTION        PIC X(30).
           05  PROMO-START-DATE         PIC X(10).
           05  PROMO-END-DATE           PIC X(10).
           05  PROMO-STATUS             PIC X(1).
               88  PROMO-ACTIVE                     VALUE 'A'.
               88  PROMO-CANCELLED                  VALUE 'C'.
           05  PROMO-DISCOUNT-TYPE      PIC X(1).
               88  PROMO-PERCENT-OFF                VALUE 'P'.
               88  PROMO-FIXED-PRICE                VALUE 'F'.
               88  PROMO-BUY-GET-FREE               VALUE 'B'.
           05  PROMO-DISCOUNT-PCT       PIC 9(3)V99.
           05  PROMO-UNIT-PRICE         PIC 9(5)V99.
           05  PROMO-BUY-QTY            PIC 9(3).
           05  PROMO-FREE-QTY           PIC 9(3).
           05  PROMO-SCOPE-ENTRY OCCURS 10 TIMES.
               10  PROMO-SCOPE-TYPE     PIC X(1).
                   88  PROMO-SCOPE-PRODUCT          VALUE 'P'.
                   88  PROMO-SCOPE-CATEGORY         VALUE 'C'.
                   88  PROMO-SCOPE-FAMILY           VALUE 'F'.
               10  PROMO-SCOPE-VALUE    PIC X(10).
           05  PROMO-ELIG-ENTRY OCCURS 10 TIMES.
               10  PROMO-ELIG-TYPE      PIC X(1).
                   88  PROMO-ELIG-CUSTOMER          VALUE 'C'.
                   88  PROMO-ELIG-DIVISION          VALUE 'D'.
               10  PROMO-ELIG-VALUE     PIC X(10).
           05  FILLER                   PIC X(2).
