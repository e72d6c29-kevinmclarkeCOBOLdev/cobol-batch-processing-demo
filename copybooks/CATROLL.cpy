      ******************************************************************
      * CATROLL.CPY - MONTHLY CATEGORY ROLLUP RECORD LAYOUT           *
      * ONE RECORD PER YEAR/MONTH/FAMILY/CATEGORY COMBINATION EVER    *
      * ARCHIVED - THE PRODUCT-SIDE COMPANION TO ARCHROLL'S REGION/   *
      * SALESPERSON ROLLUP. INDEXED ON CAT-ROLL-KEY AND MAINTAINED    *
      * THE SAME WAY: AN ARCHIVE RUN TOUCHES ONLY THE CURRENT MONTH'S *
      * ENTRIES IN PLACE AND NIGHTBKO REVERSES A BACKED-OUT DATE'S    *
      * CONTRIBUTION. SALES AND RETURNS ARE KEPT APART SO A RETURN    *
      * SPIKE IN ONE CATEGORY IS VISIBLE, NOT NETTED AWAY; COST IS    *
      * QUANTITY TIMES PROD-STD-COST, NET OF RETURNED UNITS, SO       *
      * MARGIN IS SALES LESS RETURNS LESS COST.                       *
      * LENGTH: 72 BYTES                                              *
      ******************************************************************
       01  CATEGORY-ROLLUP-RECORD.
           05  CAT-ROLL-KEY.
               10  CAT-ROLL-YEAR         PIC 9(4).
               10  CAT-ROLL-MONTH        PIC 9(2).
               10  CAT-ROLL-FAMILY       PIC X(10).
               10  CAT-ROLL-CATEGORY     PIC X(10).
           05  CAT-ROLL-SALES-TOTAL      PIC S9(9)V99.
           05  CAT-ROLL-RETURNS-TOTAL    PIC S9(9)V99.
           05  CAT-ROLL-COST-TOTAL       PIC S9(9)V99.
           05  FILLER                   PIC X(13).
