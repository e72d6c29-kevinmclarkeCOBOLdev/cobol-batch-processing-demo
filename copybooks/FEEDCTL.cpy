      * FEEDCTL.CPY - RAW SALES FEED BATCH CONTROL RECORD LAYOUT      *
      * EACH REGIONAL FEED FILE NOW OPENS WITH AN 'HDR' RECORD        *
      * (FEED ID AND CREATION DATE) AND CLOSES WITH A 'TRL' RECORD    *
      * (RECORD COUNT AND SALE-AMOUNT HASH TOTAL), BOTH THE SAME 120  *
      * BYTES AS THE SALES RECORDS BETWEEN THEM - THE FULL SALESREC   *
      * LAYOUT, SO THE FREIGHT CHARGE AND PROMOTION CODE ARRIVE       *
      * THROUGH THE INTAKE LIKE EVERY OTHER FIELD. A SALES RECORD     *
      * BEGINS WITH A NUMERIC SALESPERSON ID, SO THE 'HDR'/'TRL'      *
      * TYPE BYTES CAN NEVER COLLIDE WITH DETAIL DATA. FEEDCONS       *
      * VERIFIES EACH TRAILER AGAINST THE FEED'S CONTENTS AND         *
      * THE HEADER ALSO NAMES THE DIVISION THE FEED'S SALES BELONG   *
      * TO - FEEDCONS STAMPS IT INTO EVERY DETAIL RECORD IT MERGES,  *
      * SO THE ACQUIRED BOOK'S FEED CARRIES '02' AND EVERYTHING      *
      * ELSE DEFAULTS TO '01'. '**' MEANS EACH DETAIL RECORD NAMES   *
      * ITS OWN - RECBILL'S RECURRING-BILLING FEED, WHOSE CONTRACT   *
      * CUSTOMERS BELONG TO EITHER BOOK.                             *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  FEED-CONTROL-RECORD.
           05  FCTL-RECORD-TYPE         PIC X(3).
           05  FCTL-RECORD-COUNT        PIC 9(8).
           05  FCTL-AMOUNT-HASH         PIC 9(13)V99.
           05  FCTL-DIVISION            PIC X(2).
           05  FILLER                   PIC X(74).
