      ******************************************************************
      * STKMAST.CPY - PRODUCT ON-HAND INVENTORY RECORD LAYOUT         *
      * ONE RECORD PER STOCK-CONTROLLED PRODUCT, KEYED ON THE SAME    *
      * PROD-CODE AS PRODMAST. PRODMAST SAYS WHAT A PRODUCT IS AND    *
      * WHAT IT SELLS FOR; THIS FILE SAYS HOW MANY WE HAVE. STKPOST   *
      * MAINTAINS IT - WAREHOUSE RECEIPTS AND ADJUSTMENTS ADD OR      *
      * TAKE AWAY, EVERY CLEAN SALE RELIEVES IT AND EVERY CLEAN       *
      * RETURN PUTS STOCK BACK - AND DATAVAL READS IT TO CATCH A SALE *
      * FOR MORE THAN IS ON THE SHELF. A PRODUCT WITH NO RECORD HERE  *
      * IS NOT STOCK-CONTROLLED YET; ITS FIRST RECEIPT CREATES ONE.   *
      * LENGTH: 60 BYTES                                              *
      ******************************************************************
       01  STOCK-ON-HAND-RECORD.
           05  STK-PROD-CODE            PIC X(10).
      *    SIGNED - A SALE THAT OUTRAN THE SHELF (DATAVAL IN WARN
      *    MODE, OR A RECEIPT NOT KEYED YET) LEAVES IT NEGATIVE
      *    RATHER THAN LOSING THE SHORTFALL
           05  STK-ON-HAND              PIC S9(7).
           05  STK-REORDER-POINT        PIC 9(7).
           05  STK-LAST-RECEIPT-DATE    PIC X(10).
           05  STK-LAST-ISSUE-DATE      PIC X(10).
           05  FILLER                   PIC X(16).
