      *               RETURNS, AND NET; A TOP-SELLERS SECTION; A       *
      *               BY-REGION PRODUCT MIX SECTION; AND A FLAG ON     *
      *               ACTIVE PRODUCTS WITH NO MOVEMENT THIS PERIOD.    *
      *               A CLOSING SECTION SUBTOTALS UNITS, SALES,        *
      *               RETURNS, AND NET BY CATEGORY WITHIN FAMILY OFF   *
      *               THE PRODUCT CATEGORY MASTER, WITH EACH LINE'S    *
      *               SHARE OF TOTAL NET FOR COMPARISON.               *
      * INPUTS:       VALIDATED SALES DETAIL (SALESIN - DATAVAL'S      *
      *               CLEAN OUTPUT, THE SAME FILE SALESRPT READS)      *
      *               PRODUCT MASTER (PRODMAST)                        *
      *               PRODUCT CATEGORY MASTER (PRODCAT) - OPTIONAL;    *
      *               WITHOUT IT EVERY PRODUCT IS UNASSIGNED           *
      * OUTPUT:       PRODUCT SALES REPORT (PRODRPT), 132-BYTE PRINT   *
      *               LINES                                            *
      ******************************************************************
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PROD-STATUS.

           SELECT CATEGORY-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.

           SELECT REPORT-FILE ASSIGN TO PRODRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODMAST.

       FD  CATEGORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODCAT.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           05  WS-SALES-STATUS          PIC XX.
           05  WS-PROD-STATUS           PIC XX.
           05  WS-CAT-STATUS            PIC XX.
           05  WS-REPORT-STATUS         PIC XX.

       01  WS-FLAGS.
               88  ENTRY-FOUND                  VALUE 'Y'.
           05  WS-MIX-FOUND-SW          PIC X VALUE 'N'.
               88  MIX-ENTRY-FOUND              VALUE 'Y'.
           05  WS-CAT-EOF-SW            PIC X VALUE 'N'.
               88  CAT-EOF                      VALUE 'Y'.
           05  WS-GROUP-FOUND-SW        PIC X VALUE 'N'.
               88  GROUP-ENTRY-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           05  WS-ZERO-MOVEMENT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-CATEGORIZED-COUNT     PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * PRODUCT TOTALS TABLE - PRELOADED WITH EVERY PRODMAST PRODUCT   *
               10  WS-PROD-UNITS-TBL    PIC S9(9) VALUE ZERO.
               10  WS-PROD-GROSS-TBL    PIC S9(11)V99 VALUE ZERO.
               10  WS-PROD-RETURNS-TBL  PIC S9(11)V99 VALUE ZERO.
      *        FROM PRODCAT - SPACES UNTIL A CATEGORY RECORD IS SEEN
               10  WS-PROD-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-PROD-FAMILY-TBL   PIC X(10) VALUE SPACES.

       01  WS-PRODUCT-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-TOP-PRINT-COUNT       PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * FAMILY/CATEGORY TOTALS - BUILT FROM THE PRODUCT TABLE AT PRINT *
      * TIME AND WALKED ONCE PER FAMILY, THE SAME WAY THE REGION MIX   *
      * SECTION IS                                                     *
      *----------------------------------------------------------------*
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-GROUP-IDX
                                         WS-GROUP-PRINT-SUB
                                         WS-GROUP-SCAN-SUB.
               10  WS-GROUP-FAMILY-TBL  PIC X(10) VALUE SPACES.
               10  WS-GROUP-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-GROUP-UNITS-TBL   PIC S9(9) VALUE ZERO.
               10  WS-GROUP-GROSS-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-GROUP-RETURNS-TBL PIC S9(11)V99 VALUE ZERO.
               10  WS-GROUP-PRINTED-TBL PIC X(1)  VALUE 'N'.

       01  WS-GROUP-TABLE-FIELDS.
           05  WS-GROUP-TABLE-MAX       PIC 9(05) VALUE 500.
           05  WS-GROUP-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-GROUP-CURR-FAMILY     PIC X(10) VALUE SPACES.
           05  WS-GROUP-CATEGORY        PIC X(10) VALUE SPACES.
           05  WS-GROUP-FAMILY          PIC X(10) VALUE SPACES.

       01  WS-GROUP-TOTALS.
           05  WS-FAM-UNITS             PIC S9(9) VALUE ZERO.
           05  WS-FAM-GROSS             PIC S9(11)V99 VALUE ZERO.
           05  WS-FAM-RETURNS           PIC S9(11)V99 VALUE ZERO.
           05  WS-ALL-UNITS             PIC S9(9) VALUE ZERO.
           05  WS-ALL-GROSS             PIC S9(11)V99 VALUE ZERO.
           05  WS-ALL-RETURNS           PIC S9(11)V99 VALUE ZERO.
           05  WS-ALL-NET               PIC S9(11)V99 VALUE ZERO.
           05  WS-SHARE-PCT             PIC S9(3)V9 VALUE ZERO.
           05  WS-SHARE-DISPLAY         PIC ZZ9.9-.

      *----------------------------------------------------------------*
      * REGION/PRODUCT MIX TABLE - NET SALES PER REGION PER PRODUCT    *
      *----------------------------------------------------------------*
       01  WS-WORK-FIELDS.
           05  WS-NET-AMOUNT            PIC S9(11)V99 VALUE ZERO.

      *    SIZED TO MATCH WS-PRODUCT-ENTRY EXACTLY
      *    (10+30+1+9+13+13+10+10)
       01  WS-SORT-SWAP-ENTRY           PIC X(96) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR             PIC 9(4).
           05  DTL-FLAG                 PIC X(12).
           05  FILLER                   PIC X(8)  VALUE SPACES.

       01  HDR-CAT-COLUMN-LINE.
           05  FILLER                   PIC X(11) VALUE 'CATEGORY'.
           05  FILLER                   PIC X(31) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE '      UNITS'.
           05  FILLER                   PIC X(17) VALUE
               '      GROSS SALES'.
           05  FILLER                   PIC X(17) VALUE
               '          RETURNS'.
           05  FILLER                   PIC X(17) VALUE
               '              NET'.
           05  FILLER                   PIC X(27) VALUE
               '  SHARE OF NET'.

       01  FAMILY-HEADING-LINE.
           05  FILLER                   PIC X(8)  VALUE 'FAMILY: '.
           05  FAMILY-HEADING-NAME      PIC X(10).
           05  FILLER                   PIC X(114) VALUE SPACES.

       01  SECTION-BANNER-LINE.
           05  SECTION-BANNER-TEXT      PIC X(50).
           05  FILLER                   PIC X(82) VALUE SPACES.
           PERFORM 1300-LOAD-PRODUCT-TABLE
           CLOSE PRODUCT-FILE

      *    THE CATEGORY MASTER IS OPTIONAL - WITHOUT IT THE CATEGORY
      *    SECTION STILL PRINTS, WITH EVERY PRODUCT UNASSIGNED
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM 1400-LOAD-CATEGORIES
               CLOSE CATEGORY-FILE
           ELSE
               IF WS-CAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CATEGORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CAT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE      FS='

           PERFORM 1310-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------*
      * STAMP EACH PRODUCT TABLE ENTRY WITH ITS CATEGORY AND FAMILY.   *
      * A CATEGORY RECORD FOR A PRODUCT NOT ON PRODMAST IS IGNORED -   *
      * REFMAINT NEVER WRITES ONE, SO IT CAN ONLY BE A STALE LEFTOVER. *
      *----------------------------------------------------------------*
       1400-LOAD-CATEGORIES.
           PERFORM 1410-READ-CATEGORY-RECORD
           PERFORM 1420-APPLY-CATEGORY UNTIL CAT-EOF.

       1410-READ-CATEGORY-RECORD.
           READ CATEGORY-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
           END-READ

           IF NOT CAT-EOF AND WS-CAT-STATUS NOT = '00'
               MOVE 'READ FAILED: CATEGORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CAT-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1420-APPLY-CATEGORY.
           MOVE 'N'                        TO WS-ENTRY-FOUND-SW
           SET WS-PROD-IDX                 TO 1
           PERFORM 1430-SEARCH-CATEGORY-PRODUCT
               UNTIL WS-PROD-IDX > WS-PROD-TABLE-COUNT
                  OR ENTRY-FOUND

           IF ENTRY-FOUND
               MOVE PCAT-CATEGORY  TO WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
               MOVE PCAT-FAMILY    TO WS-PROD-FAMILY-TBL (WS-PROD-IDX)
               ADD 1                        TO WS-CATEGORIZED-COUNT
           END-IF

           PERFORM 1410-READ-CATEGORY-RECORD.

       1430-SEARCH-CATEGORY-PRODUCT.
           IF WS-PROD-CODE-TBL (WS-PROD-IDX) = PCAT-PROD-CODE
               MOVE 'Y'                    TO WS-ENTRY-FOUND-SW
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * FOLD ONE SALES RECORD INTO ITS PRODUCT'S TOTALS AND ITS        *
      * REGION/PRODUCT MIX ENTRY                                       *
           END-IF.

      *----------------------------------------------------------------*
      * PRINT THE FOUR REPORT SECTIONS                                 *
      *----------------------------------------------------------------*
       3000-PRINT-REPORT.
           MOVE WS-FORMATTED-DATE          TO HDR-RUN-DATE
               UNTIL WS-PROD-PRINT-SUB > WS-PROD-TABLE-COUNT

           PERFORM 3300-PRINT-TOP-SELLERS
           PERFORM 3500-PRINT-REGION-MIX
           PERFORM 3700-PRINT-CATEGORY-SUMMARY.

       3100-PRINT-ONE-PRODUCT.
           MOVE WS-PROD-CODE-TBL (WS-PROD-PRINT-SUB) TO DTL-PROD-CODE
           END-IF
           SET WS-MIX-SCAN-SUB UP BY 1.

      *----------------------------------------------------------------*
      * BY-FAMILY/CATEGORY SECTION - THE PRODUCT TABLE IS FOLDED INTO  *
      * ONE ENTRY PER FAMILY/CATEGORY, THEN EACH FAMILY PRINTS ITS     *
      * CATEGORIES FOLLOWED BY A FAMILY SUBTOTAL, AND A GRAND TOTAL    *
      * CLOSES THE SECTION. THE FLAG COLUMN CARRIES EACH LINE'S SHARE  *
      * OF TOTAL NET SO CATEGORIES AND FAMILIES COMPARE AT A GLANCE.   *
      *----------------------------------------------------------------*
       3700-PRINT-CATEGORY-SUMMARY.
           SET WS-PROD-PRINT-SUB TO 1
           PERFORM 3710-FOLD-PRODUCT-INTO-GROUP
               UNTIL WS-PROD-PRINT-SUB > WS-PROD-TABLE-COUNT
           COMPUTE WS-ALL-NET = WS-ALL-GROSS - WS-ALL-RETURNS

           WRITE REPORT-LINE FROM HDR-RULE-LINE
           MOVE 'SALES BY FAMILY AND CATEGORY' TO SECTION-BANNER-TEXT
           WRITE REPORT-LINE FROM SECTION-BANNER-LINE
           WRITE REPORT-LINE FROM HDR-RULE-LINE
           WRITE REPORT-LINE FROM HDR-CAT-COLUMN-LINE
           WRITE REPORT-LINE FROM HDR-RULE-LINE

           SET WS-GROUP-PRINT-SUB TO 1
           PERFORM 3750-PRINT-ONE-FAMILY-GROUP
               UNTIL WS-GROUP-PRINT-SUB > WS-GROUP-TABLE-COUNT

           WRITE REPORT-LINE FROM HDR-RULE-LINE
           MOVE SPACES                     TO DTL-PROD-CODE
           MOVE 'TOTAL ALL FAMILIES'       TO DTL-PROD-DESC
           MOVE WS-ALL-UNITS               TO DTL-UNITS
           MOVE WS-ALL-GROSS               TO DTL-GROSS
           MOVE WS-ALL-RETURNS             TO DTL-RETURNS
           MOVE WS-ALL-NET                 TO DTL-NET
           MOVE SPACES                     TO DTL-FLAG
           WRITE REPORT-LINE FROM DTL-PRODUCT-LINE.

       3710-FOLD-PRODUCT-INTO-GROUP.
           IF WS-PROD-CATEGORY-TBL (WS-PROD-PRINT-SUB) = SPACES
               MOVE 'UNASSIGNED'           TO WS-GROUP-CATEGORY
                                              WS-GROUP-FAMILY
           ELSE
               MOVE WS-PROD-CATEGORY-TBL (WS-PROD-PRINT-SUB)
                                           TO WS-GROUP-CATEGORY
               MOVE WS-PROD-FAMILY-TBL (WS-PROD-PRINT-SUB)
                                           TO WS-GROUP-FAMILY
           END-IF

           MOVE 'N'                        TO WS-GROUP-FOUND-SW
           SET WS-GROUP-IDX                TO 1
           PERFORM 3720-SEARCH-GROUP-TABLE
               UNTIL WS-GROUP-IDX > WS-GROUP-TABLE-COUNT
                  OR GROUP-ENTRY-FOUND

           IF NOT GROUP-ENTRY-FOUND
               IF WS-GROUP-TABLE-COUNT >= WS-GROUP-TABLE-MAX
                   MOVE 'FAMILY/CATEGORY TABLE FULL'
                                            TO WS-ABEND-MSG(1:26)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-GROUP-TABLE-COUNT
               SET WS-GROUP-IDX             TO WS-GROUP-TABLE-COUNT
               MOVE WS-GROUP-FAMILY
                            TO WS-GROUP-FAMILY-TBL (WS-GROUP-IDX)
               MOVE WS-GROUP-CATEGORY
                            TO WS-GROUP-CATEGORY-TBL (WS-GROUP-IDX)
           END-IF

           ADD WS-PROD-UNITS-TBL (WS-PROD-PRINT-SUB)
                            TO WS-GROUP-UNITS-TBL (WS-GROUP-IDX)
                               WS-ALL-UNITS
           ADD WS-PROD-GROSS-TBL (WS-PROD-PRINT-SUB)
                            TO WS-GROUP-GROSS-TBL (WS-GROUP-IDX)
                               WS-ALL-GROSS
           ADD WS-PROD-RETURNS-TBL (WS-PROD-PRINT-SUB)
                            TO WS-GROUP-RETURNS-TBL (WS-GROUP-IDX)
                               WS-ALL-RETURNS
           SET WS-PROD-PRINT-SUB UP BY 1.

       3720-SEARCH-GROUP-TABLE.
           IF WS-GROUP-FAMILY-TBL (WS-GROUP-IDX) = WS-GROUP-FAMILY
          AND WS-GROUP-CATEGORY-TBL (WS-GROUP-IDX) = WS-GROUP-CATEGORY
               MOVE 'Y'                    TO WS-GROUP-FOUND-SW
           ELSE
               SET WS-GROUP-IDX UP BY 1
           END-IF.

       3750-PRINT-ONE-FAMILY-GROUP.
           IF WS-GROUP-PRINTED-TBL (WS-GROUP-PRINT-SUB) = 'N'
               MOVE WS-GROUP-FAMILY-TBL (WS-GROUP-PRINT-SUB)
                                           TO WS-GROUP-CURR-FAMILY
               MOVE WS-GROUP-CURR-FAMILY   TO FAMILY-HEADING-NAME
               WRITE REPORT-LINE FROM FAMILY-HEADING-LINE
               MOVE ZERO                   TO WS-FAM-UNITS
               MOVE ZERO                   TO WS-FAM-GROSS
               MOVE ZERO                   TO WS-FAM-RETURNS
               SET WS-GROUP-SCAN-SUB TO 1
               PERFORM 3760-PRINT-FAMILY-CATEGORIES
                   UNTIL WS-GROUP-SCAN-SUB > WS-GROUP-TABLE-COUNT

               MOVE SPACES                 TO DTL-PROD-CODE
               MOVE SPACES                 TO DTL-PROD-DESC
               STRING 'TOTAL FAMILY ' WS-GROUP-CURR-FAMILY
                      DELIMITED SIZE       INTO DTL-PROD-DESC
               MOVE WS-FAM-UNITS           TO DTL-UNITS
               MOVE WS-FAM-GROSS           TO DTL-GROSS
               MOVE WS-FAM-RETURNS         TO DTL-RETURNS
               COMPUTE WS-NET-AMOUNT = WS-FAM-GROSS - WS-FAM-RETURNS
               MOVE WS-NET-AMOUNT          TO DTL-NET
               PERFORM 3790-FORMAT-SHARE
               WRITE REPORT-LINE FROM DTL-PRODUCT-LINE
           END-IF
           SET WS-GROUP-PRINT-SUB UP BY 1.

       3760-PRINT-FAMILY-CATEGORIES.
           IF WS-GROUP-FAMILY-TBL (WS-GROUP-SCAN-SUB)
                                           = WS-GROUP-CURR-FAMILY
          AND WS-GROUP-PRINTED-TBL (WS-GROUP-SCAN-SUB) = 'N'
               MOVE WS-GROUP-CATEGORY-TBL (WS-GROUP-SCAN-SUB)
                                           TO DTL-PROD-CODE
               MOVE SPACES                 TO DTL-PROD-DESC
               MOVE WS-GROUP-UNITS-TBL (WS-GROUP-SCAN-SUB)
                                           TO DTL-UNITS
               MOVE WS-GROUP-GROSS-TBL (WS-GROUP-SCAN-SUB)
                                           TO DTL-GROSS
               MOVE WS-GROUP-RETURNS-TBL (WS-GROUP-SCAN-SUB)
                                           TO DTL-RETURNS
               COMPUTE WS-NET-AMOUNT =
                       WS-GROUP-GROSS-TBL (WS-GROUP-SCAN-SUB)
                       - WS-GROUP-RETURNS-TBL (WS-GROUP-SCAN-SUB)
               MOVE WS-NET-AMOUNT          TO DTL-NET
               PERFORM 3790-FORMAT-SHARE
               WRITE REPORT-LINE FROM DTL-PRODUCT-LINE

               ADD WS-GROUP-UNITS-TBL (WS-GROUP-SCAN-SUB)
                                           TO WS-FAM-UNITS
               ADD WS-GROUP-GROSS-TBL (WS-GROUP-SCAN-SUB)
                                           TO WS-FAM-GROSS
               ADD WS-GROUP-RETURNS-TBL (WS-GROUP-SCAN-SUB)
                                           TO WS-FAM-RETURNS
               MOVE 'Y' TO WS-GROUP-PRINTED-TBL (WS-GROUP-SCAN-SUB)
           END-IF
           SET WS-GROUP-SCAN-SUB UP BY 1.

      *    WS-NET-AMOUNT AS A PERCENT OF TOTAL NET, INTO THE FLAG
      *    COLUMN - LEFT BLANK WHEN TOTAL NET IS ZERO
       3790-FORMAT-SHARE.
           MOVE SPACES                     TO DTL-FLAG
           IF WS-ALL-NET NOT = ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-NET-AMOUNT * 100 / WS-ALL-NET
               MOVE WS-SHARE-PCT           TO WS-SHARE-DISPLAY
               STRING WS-SHARE-DISPLAY ' PCT'
                      DELIMITED SIZE       INTO DTL-FLAG
           END-IF.

      *----------------------------------------------------------------*
      * FINALIZE - CLOSE FILES AND REPORT RUN STATISTICS               *
      *----------------------------------------------------------------*
           DISPLAY 'SALES RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'PRODUCTS REPORTED:     ' WS-PROD-TABLE-COUNT
           DISPLAY 'ZERO-MOVEMENT ACTIVES: ' WS-ZERO-MOVEMENT-COUNT
           DISPLAY 'PRODUCTS CATEGORIZED:  ' WS-CATEGORIZED-COUNT
           DISPLAY 'FAMILY/CATEGORY LINES: ' WS-GROUP-TABLE-COUNT
           DISPLAY '============================================='.

      *----------------------------------------------------------------*
