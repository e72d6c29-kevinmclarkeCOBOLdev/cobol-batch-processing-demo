           05  OI-ITEM-DATE             PIC X(10).
           05  OI-SOURCE                PIC X(1).
               88  OI-SOURCE-SALE               VALUE 'S'.
      *        THE FREIGHT BILLED ON A SALE OPENS AS ITS OWN ITEM,
      *        SAME DATE AND REFERENCE AS THE SALE ITEM
               88  OI-SOURCE-FREIGHT            VALUE 'F'.
           05  OI-REFERENCE             PIC X(10).
           05  OI-ORIG-AMOUNT           PIC 9(8)V99.
           05  OI-OPEN-AMOUNT           PIC 9(8)V99.
