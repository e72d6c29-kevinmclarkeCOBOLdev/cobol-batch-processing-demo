      *               NET OUT OF BOTH SIDES. A PRODUCT WITH NO         *
      *               STANDARD COST ON FILE CONTRIBUTES ZERO COST AND  *
      *               IS COUNTED SO THE REPORT'S READER KNOWS HOW      *
      *               MUCH OF THE MARGIN IS REAL. A FINAL SECTION      *
      *               SUBTOTALS MARGIN AND RETURNS BY CATEGORY WITHIN  *
      *               FAMILY OFF THE PRODUCT CATEGORY MASTER.          *
      *               REVENUE IS SR-SALE-AMOUNT - THE GOODS ONLY. THE  *
      *               FREIGHT BILLED ON A SALE IS A RECOVERY OF        *
      *               SHIPPING COST, NOT PRODUCT REVENUE, AND IS LEFT  *
      *               OUT OF PRODUCT MARGIN (FRTRCVRY REPORTS IT).     *
      * INPUTS:       VALIDATED SALES DETAIL (SALESIN)                 *
      *               PRODUCT MASTER         (PRODMAST)                *
      *               PRODUCT CATEGORY MASTER (PRODCAT) - OPTIONAL;    *
      *               WITHOUT IT EVERY PRODUCT IS UNASSIGNED           *
      * OUTPUT:       GROSS MARGIN REPORT (MARGOUT, 132-BYTE PRINT)    *
      ******************************************************************

                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PROD-STATUS.

           SELECT CATEGORY-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.

           SELECT REPORT-FILE ASSIGN TO MARGOUT
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
               88  COST-FOUND                   VALUE 'Y'.
           05  WS-BUCKET-FOUND-SW       PIC X VALUE 'N'.
               88  BUCKET-FOUND                 VALUE 'Y'.
           05  WS-CAT-EOF-SW            PIC X VALUE 'N'.
               88  CAT-EOF                      VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
                             INDEXED BY WS-COST-IDX.
               10  WS-COST-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-COST-AMT-TBL      PIC 9(5)V99 VALUE ZERO.
      *        FROM PRODCAT - SPACES UNTIL A CATEGORY RECORD IS SEEN
               10  WS-COST-CAT-TBL      PIC X(10) VALUE SPACES.
               10  WS-COST-FAM-TBL      PIC X(10) VALUE SPACES.

       01  WS-COST-TABLE-FIELDS.
           05  WS-COST-TABLE-MAX        PIC 9(05) VALUE 5000.

       01  WS-SM-COUNT                  PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * CATEGORY ROLLUP - KEYED ON FAMILY AND CATEGORY, WITH RETURNS   *
      * HELD SEPARATELY SO A CATEGORY'S RETURN LOAD SHOWS BESIDE ITS   *
      * MARGIN. PRINTED ONE FAMILY AT A TIME, MARKING ENTRIES DONE.    *
      *----------------------------------------------------------------*
       01  WS-CAT-MARGIN-TABLE.
           05  WS-CM-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-CM-IDX WS-CM-PRT WS-CM-SCAN.
               10  WS-CM-FAMILY-TBL     PIC X(10) VALUE SPACES.
               10  WS-CM-KEY-TBL        PIC X(10) VALUE SPACES.
               10  WS-CM-REV-TBL        PIC S9(11)V99 VALUE ZERO.
               10  WS-CM-COST-TBL       PIC S9(11)V99 VALUE ZERO.
               10  WS-CM-RET-TBL        PIC S9(11)V99 VALUE ZERO.
               10  WS-CM-PRINTED-TBL    PIC X(1)  VALUE 'N'.

       01  WS-CM-COUNT                  PIC 9(05) VALUE ZERO.
       01  WS-CM-MAX                    PIC 9(05) VALUE 500.

      *----------------------------------------------------------------*
      * PER-SALE WORK FIELDS                                           *
      *----------------------------------------------------------------*
           05  WS-UNIT-COST             PIC 9(5)V99 VALUE ZERO.
           05  WS-MARGIN-AMT            PIC S9(11)V99 VALUE ZERO.
           05  WS-MARGIN-PCT            PIC S9(3)V99 VALUE ZERO.
           05  WS-LINE-CATEGORY         PIC X(10) VALUE SPACES.
           05  WS-LINE-FAMILY           PIC X(10) VALUE SPACES.
           05  WS-LINE-RETURNS          PIC S9(11)V99 VALUE ZERO.
           05  WS-CURR-FAMILY           PIC X(10) VALUE SPACES.

       01  WS-FAMILY-TOTALS.
           05  WS-FAM-REVENUE           PIC S9(11)V99 VALUE ZERO.
           05  WS-FAM-COST              PIC S9(11)V99 VALUE ZERO.
           05  WS-FAM-RETURNS           PIC S9(11)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-TOTAL-REVENUE         PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-3         PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-4         PIC $$,$$$,$$$,$$9.99-.
           05  WS-PCT-DISPLAY           PIC ZZ9.99-.

       01  WS-ABEND-MSG                 PIC X(80) VALUE SPACES.
           PERFORM 1200-LOAD-COST-TABLE
           CLOSE PRODUCT-FILE

      *    THE CATEGORY MASTER IS OPTIONAL - WITHOUT IT THE CATEGORY
      *    SECTION STILL PRINTS, WITH EVERY PRODUCT UNASSIGNED
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM 1300-LOAD-CATEGORIES
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
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * STAMP EACH COST TABLE ENTRY WITH ITS CATEGORY AND FAMILY       *
      *----------------------------------------------------------------*
       1300-LOAD-CATEGORIES.
           PERFORM 1310-READ-CATEGORY
           PERFORM 1320-APPLY-CATEGORY UNTIL CAT-EOF.

       1310-READ-CATEGORY.
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

       1320-APPLY-CATEGORY.
           MOVE 'N'                        TO WS-COST-FOUND-SW
           SET WS-COST-IDX                 TO 1
           PERFORM 1330-SEARCH-CATEGORY-COST
               UNTIL WS-COST-IDX > WS-COST-TABLE-COUNT
                  OR COST-FOUND
           IF COST-FOUND
               MOVE PCAT-CATEGORY   TO WS-COST-CAT-TBL (WS-COST-IDX)
               MOVE PCAT-FAMILY     TO WS-COST-FAM-TBL (WS-COST-IDX)
           END-IF
           PERFORM 1310-READ-CATEGORY.

       1330-SEARCH-CATEGORY-COST.
           IF WS-COST-CODE-TBL (WS-COST-IDX) = PCAT-PROD-CODE
               MOVE 'Y'                    TO WS-COST-FOUND-SW
           ELSE
               SET WS-COST-IDX UP BY 1
           END-IF.

       1100-READ-SALES.
           READ SALES-FILE
               AT END
           END-IF.

      *----------------------------------------------------------------*
      * COST ONE CLEAN RECORD AND FOLD IT INTO THE FOUR ROLLUPS.       *
      * RETURNS NET OUT OF REVENUE AND COST ALIKE.                     *
      *----------------------------------------------------------------*
       2000-PROCESS-SALES.
           IF SR-TRANS-RETURN
               COMPUTE WS-LINE-REVENUE = ZERO - SR-SALE-AMOUNT
               COMPUTE WS-LINE-COST    = ZERO - WS-LINE-COST
               MOVE SR-SALE-AMOUNT          TO WS-LINE-RETURNS
           ELSE
               MOVE SR-SALE-AMOUNT          TO WS-LINE-REVENUE
               MOVE ZERO                    TO WS-LINE-RETURNS
      *        A SALE BOOKED BELOW ITS STANDARD COST IS AN EXCEPTION
      *        THE MOMENT IT IS SEEN - SOMEBODY SOLD AT A LOSS
               IF WS-UNIT-COST > ZERO
           MOVE SPACES                      TO WS-LOOKUP-KEY
           MOVE SR-SALESPERSON-ID           TO WS-LOOKUP-KEY(1:6)
           PERFORM 2600-FOLD-SALESPERSON
           PERFORM 2700-FOLD-CATEGORY

           PERFORM 1100-READ-SALES.

       2100-LOOK-UP-COST.
           MOVE 'N'                        TO WS-COST-FOUND-SW
           MOVE ZERO                       TO WS-UNIT-COST
           MOVE 'UNASSIGNED'               TO WS-LINE-CATEGORY
                                              WS-LINE-FAMILY
           SET WS-COST-IDX                 TO 1
           PERFORM 2150-SEARCH-COST-TABLE
               UNTIL WS-COST-IDX > WS-COST-TABLE-COUNT
           IF WS-COST-CODE-TBL (WS-COST-IDX) = SR-PRODUCT-CODE
               MOVE 'Y'                    TO WS-COST-FOUND-SW
               MOVE WS-COST-AMT-TBL (WS-COST-IDX) TO WS-UNIT-COST
               IF WS-COST-CAT-TBL (WS-COST-IDX) NOT = SPACES
                   MOVE WS-COST-CAT-TBL (WS-COST-IDX)
                                           TO WS-LINE-CATEGORY
                   MOVE WS-COST-FAM-TBL (WS-COST-IDX)
                                           TO WS-LINE-FAMILY
               END-IF
           ELSE
               SET WS-COST-IDX UP BY 1
           END-IF.
               SET WS-SM-IDX UP BY 1
           END-IF.

       2700-FOLD-CATEGORY.
           MOVE 'N'                        TO WS-BUCKET-FOUND-SW
           SET WS-CM-IDX                   TO 1
           PERFORM 2710-SEARCH-CM UNTIL WS-CM-IDX > WS-CM-COUNT
                                     OR BUCKET-FOUND
           IF NOT BUCKET-FOUND
               IF WS-CM-COUNT >= WS-CM-MAX
                   MOVE 'CATEGORY MARGIN TABLE FULL'
                                            TO WS-ABEND-MSG(1:26)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CM-COUNT
               SET WS-CM-IDX                TO WS-CM-COUNT
               MOVE WS-LINE-FAMILY   TO WS-CM-FAMILY-TBL (WS-CM-IDX)
               MOVE WS-LINE-CATEGORY TO WS-CM-KEY-TBL (WS-CM-IDX)
           END-IF
           ADD WS-LINE-REVENUE TO WS-CM-REV-TBL (WS-CM-IDX)
           ADD WS-LINE-COST    TO WS-CM-COST-TBL (WS-CM-IDX)
           ADD WS-LINE-RETURNS TO WS-CM-RET-TBL (WS-CM-IDX).

       2710-SEARCH-CM.
           IF WS-CM-FAMILY-TBL (WS-CM-IDX) = WS-LINE-FAMILY
          AND WS-CM-KEY-TBL (WS-CM-IDX) = WS-LINE-CATEGORY
               MOVE 'Y'                    TO WS-BUCKET-FOUND-SW
           ELSE
               SET WS-CM-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * PRINT THE FOUR ROLLUPS AND THE GRAND TOTAL                     *
      *----------------------------------------------------------------*
       3000-PRINT-REPORT.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 3300-PRINT-ONE-SALESPERSON
               UNTIL WS-SM-PRT > WS-SM-COUNT

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'MARGIN BY FAMILY AND CATEGORY (REV IS NET OF RETURNS)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-CM-PRT                    TO 1
           PERFORM 3400-PRINT-ONE-FAMILY
               UNTIL WS-CM-PRT > WS-CM-COUNT

           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           COMPUTE WS-MARGIN-AMT = WS-TOTAL-REVENUE - WS-TOTAL-COST
           PERFORM 3900-PRINT-MARGIN-LINE
           SET WS-SM-PRT UP BY 1.

      *----------------------------------------------------------------*
      * ONE FAMILY - A HEADING, EACH OF ITS CATEGORIES, AND A FAMILY   *
      * SUBTOTAL. ENTRIES ARE MARKED PRINTED AS THEY GO SO THE OUTER   *
      * WALK SKIPS FAMILIES ALREADY DONE.                              *
      *----------------------------------------------------------------*
       3400-PRINT-ONE-FAMILY.
           IF WS-CM-PRINTED-TBL (WS-CM-PRT) = 'N'
               MOVE WS-CM-FAMILY-TBL (WS-CM-PRT) TO WS-CURR-FAMILY
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING ' FAMILY: ' WS-CURR-FAMILY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE ZERO                    TO WS-FAM-REVENUE
               MOVE ZERO                    TO WS-FAM-COST
               MOVE ZERO                    TO WS-FAM-RETURNS
               SET WS-CM-SCAN               TO 1
               PERFORM 3410-PRINT-FAMILY-CATEGORY
                   UNTIL WS-CM-SCAN > WS-CM-COUNT
               MOVE 'SUBTOTAL'              TO WS-LOOKUP-KEY
               MOVE WS-FAM-REVENUE          TO WS-LINE-REVENUE
               MOVE WS-FAM-COST             TO WS-LINE-COST
               MOVE WS-FAM-RETURNS          TO WS-LINE-RETURNS
               PERFORM 3950-PRINT-CATEGORY-LINE
           END-IF
           SET WS-CM-PRT UP BY 1.

       3410-PRINT-FAMILY-CATEGORY.
           IF WS-CM-FAMILY-TBL (WS-CM-SCAN) = WS-CURR-FAMILY
          AND WS-CM-PRINTED-TBL (WS-CM-SCAN) = 'N'
               MOVE WS-CM-KEY-TBL (WS-CM-SCAN)  TO WS-LOOKUP-KEY
               MOVE WS-CM-REV-TBL (WS-CM-SCAN)  TO WS-LINE-REVENUE
               MOVE WS-CM-COST-TBL (WS-CM-SCAN) TO WS-LINE-COST
               MOVE WS-CM-RET-TBL (WS-CM-SCAN)  TO WS-LINE-RETURNS
               PERFORM 3950-PRINT-CATEGORY-LINE
               ADD WS-CM-REV-TBL (WS-CM-SCAN)   TO WS-FAM-REVENUE
               ADD WS-CM-COST-TBL (WS-CM-SCAN)  TO WS-FAM-COST
               ADD WS-CM-RET-TBL (WS-CM-SCAN)   TO WS-FAM-RETURNS
               MOVE 'Y'             TO WS-CM-PRINTED-TBL (WS-CM-SCAN)
           END-IF
           SET WS-CM-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * ONE ROLLUP LINE - REVENUE, COST, MARGIN, AND MARGIN PERCENT    *
      * (SKIPPED WHEN REVENUE IS ZERO TO AVOID A ZERO DIVIDE)          *
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE CATEGORY LINE - THE MARGIN LINE WITH THE RETURNS THAT      *
      * WERE NETTED OUT OF ITS REVENUE SHOWN ALONGSIDE                 *
      *----------------------------------------------------------------*
       3950-PRINT-CATEGORY-LINE.
           COMPUTE WS-MARGIN-AMT = WS-LINE-REVENUE - WS-LINE-COST
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-LINE-REVENUE             TO WS-AMT-DISPLAY
           MOVE WS-LINE-COST                TO WS-AMT-DISPLAY-2
           MOVE WS-MARGIN-AMT               TO WS-AMT-DISPLAY-3
           MOVE WS-LINE-RETURNS             TO WS-AMT-DISPLAY-4
           IF WS-LINE-REVENUE NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN-AMT * 100 / WS-LINE-REVENUE
           ELSE
               MOVE ZERO                    TO WS-MARGIN-PCT
           END-IF
           MOVE WS-MARGIN-PCT               TO WS-PCT-DISPLAY
           STRING '  ' WS-LOOKUP-KEY
                  ' REV ' WS-AMT-DISPLAY
                  ' COST ' WS-AMT-DISPLAY-2
                  ' MARGIN ' WS-AMT-DISPLAY-3
                  ' (' WS-PCT-DISPLAY ' PCT)'
                  ' RETURNS ' WS-AMT-DISPLAY-4
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * FINALIZE - CLOSE FILES AND REPORT RUN STATISTICS               *
      *----------------------------------------------------------------*
