      *               ROLLUP (TOTAL BY REGION AND SALESPERSON) THAT    *
      *               CARRIES PRIOR MONTHS FORWARD SO YEAR-OVER-YEAR   *
      *               COMPARISONS ARE POSSIBLE WITHOUT ANY SEPARATE    *
      *               HISTORY-KEEPING STEP. A COMPANION ROLLUP BY      *
      *               PRODUCT FAMILY AND CATEGORY (SALES, RETURNS,     *
      *               STANDARD COST) IS KEPT THE SAME WAY SO THE       *
      *               MONTH CAN BE COMPARED CATEGORY AGAINST CATEGORY. *
      * INPUT:        SALES TRANSACTION DETAIL (ARCHIN - THE SAME      *
      *               DATAVAL CLEAN-FILE OUTPUT SALESRPT READS, SO     *
      *               ONLY VALIDATED RECORDS ARE EVER ARCHIVED)        *
      *               PRODUCT MASTER (PRODMAST) - STANDARD COSTS       *
      *               PRODUCT CATEGORY MASTER (PRODCAT) - OPTIONAL;    *
      *               WITHOUT IT EVERY PRODUCT ROLLS UP UNASSIGNED     *
      * OUTPUT:       DATED SALES HISTORY FILE (ARCHOUT) - APPENDED TO *
      *               EVERY RUN, NEVER REWRITTEN                       *
      *               SALES HISTORY INDEX (ARCHIDX, INDEXED) - EACH    *
      *               APPENDED RECORD IS FILED BY CUSTOMER, BY         *
      *               SALESPERSON AND BY PRODUCT AS IT IS WRITTEN. A   *
      *               MISSING INDEX IS CREATED ONLY WHEN THERE IS NO   *
      *               HISTORY YET; OTHERWISE THE RUN STOPS FOR AN      *
      *               ARCHRETN REBUILD                                 *
      *               MONTHLY ROLLUP FILE (ARCHMTD, INDEXED) - ONLY    *
      *               THE CURRENT MONTH'S ENTRIES ARE WRITTEN OR       *
      *               REWRITTEN IN PLACE; PRIOR MONTHS ARE NEVER       *
      *               TOUCHED                                          *
      *               MONTHLY CATEGORY ROLLUP (ARCHCAT, INDEXED) -     *
      *               SAME IN-PLACE CURRENT-MONTH HANDLING             *
      *               MONTHLY ROLLUP REPORT (ARCHRPT) - PRINTED TOTALS *
      *               FOR THE CURRENT YEAR/MONTH ONLY, BY REGION AND   *
      *               SALESPERSON AND THEN BY FAMILY AND CATEGORY      *
      * SPLIT CREDIT: A SALE NAMED ON THE SPLIT-CREDIT FILE (SPLITCR,  *
      *               OPTIONAL) IS ROLLED UP SHARE BY SHARE UNDER EACH *
      *               SHARE'S SALESPERSON IN THE SALE'S REGION. THE    *
      *               HISTORY RECORD ITSELF IS WRITTEN AS BOOKED. A    *
      *               RETURN WHOSE CREDIT NOTE CARRIES NO SHARES OF    *
      *               ITS OWN TAKES THE SHARES OF THE INVOICE IT CAME  *
      *               BACK AGAINST, TRACED THROUGH THE INVOICE         *
      *               REGISTER (INVREG, OPTIONAL).                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-ARCHIVE-STATUS.

      *    KEYED SALES-HISTORY INDEX - EVERY RECORD APPENDED TO
      *    ARCHOUT IS ALSO FILED HERE UNDER ITS CUSTOMER, SALESPERSON
      *    AND PRODUCT SO THE HISTORY READERS CAN GO STRAIGHT TO WHAT
      *    THEY NEED INSTEAD OF SCANNING THE WHOLE FILE.
           SELECT ARCH-IX-FILE ASSIGN TO ARCHIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCHIX-KEY
                  FILE STATUS IS WS-ARCHIX-STATUS.

      *    MONTHLY ROLLUP FILE - INDEXED ON YEAR/MONTH/REGION/
      *    SALESPERSON SO ONLY THE CURRENT MONTH'S ENTRIES ARE READ
      *    AT STARTUP AND WRITTEN BACK AT FINALIZE. THE FILE USED TO
                  RECORD KEY IS ARCH-ROLL-KEY
                  FILE STATUS IS WS-ROLLUP-STATUS.

      *    MONTHLY CATEGORY ROLLUP - INDEXED ON YEAR/MONTH/FAMILY/
      *    CATEGORY AND HANDLED EXACTLY LIKE ARCHMTD ABOVE
           SELECT CATROLL-FILE ASSIGN TO ARCHCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAT-ROLL-KEY
                  FILE STATUS IS WS-CATROLL-STATUS.

      *    PRODUCT MASTER FOR STANDARD COST AND CATEGORY MASTER FOR
      *    THE FAMILY/CATEGORY EACH PRODUCT ROLLS UP UNDER
           SELECT PRODUCT-FILE ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PROD-STATUS.

           SELECT CATEGORY-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.

      *    SPLIT-CREDIT SHARES BY INVOICE - A MISSING FILE MEANS EVERY
      *    SALE ROLLS UP WHOLE UNDER ITS BOOKING SALESPERSON
           SELECT SPLIT-FILE ASSIGN TO SPLITCR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SPLIT-STATUS.

      *    INVOICE REGISTER - TRACES A RETURN'S CREDIT NOTE BACK TO
      *    THE INVOICE IT CAME BACK AGAINST, SO A RETURN OF A SPLIT
      *    SALE IS ROLLED UP ACROSS THE SAME SHARES. A MISSING FILE
      *    MEANS A RETURN IS SPLIT ONLY ON ITS OWN SHARES.
           SELECT REGISTER-FILE ASSIGN TO INVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS INV-DOC-SEQ
                  FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO ARCHRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       COPY ARCHREC.

       FD  ARCH-IX-FILE
           RECORDING MODE IS F.
       COPY ARCHIDX.

       FD  ROLLUP-FILE
           RECORDING MODE IS F.
       COPY ARCHROLL.

       FD  CATROLL-FILE
           RECORDING MODE IS F.
       COPY CATROLL.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODMAST.

       FD  CATEGORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODCAT.

       FD  SPLIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SPLITCR.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY INVREG.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-REPORT-STATUS         PIC XX.
           05  WS-PERIOD-STATUS         PIC XX.
           05  WS-SUSPENSE-STATUS       PIC XX.
           05  WS-CATROLL-STATUS        PIC XX.
           05  WS-PROD-STATUS           PIC XX.
           05  WS-CAT-STATUS            PIC XX.
           05  WS-SPLIT-STATUS          PIC XX.
           05  WS-ARCHIX-STATUS         PIC XX.
           05  WS-REGISTER-STATUS       PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X VALUE 'N'.
               88  CLOSED-PERIOD-FOUND           VALUE 'Y'.
           05  WS-SUSP-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  SUSP-SCAN-EOF                 VALUE 'Y'.
           05  WS-CATROLL-EOF-SW        PIC X VALUE 'N'.
               88  CATROLL-EOF                   VALUE 'Y'.
           05  WS-CATROLL-FOUND-SW      PIC X VALUE 'N'.
               88  CATROLL-ENTRY-FOUND           VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                      VALUE 'Y'.
           05  WS-CAT-EOF-SW            PIC X VALUE 'N'.
               88  CAT-EOF                       VALUE 'Y'.
           05  WS-PROD-FOUND-SW         PIC X VALUE 'N'.
               88  PROD-ENTRY-FOUND              VALUE 'Y'.
           05  WS-SPLIT-EOF-SW          PIC X VALUE 'N'.
               88  SPLIT-EOF                     VALUE 'Y'.
           05  WS-SPLIT-FOUND-SW        PIC X VALUE 'N'.
               88  SPLIT-FOUND                   VALUE 'Y'.
           05  WS-SPLIT-DONE-SW         PIC X VALUE 'N'.
               88  SPLIT-SHARES-DONE             VALUE 'Y'.
           05  WS-REGISTER-OPEN-SW      PIC X VALUE 'N'.
               88  REGISTER-AVAILABLE            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-ARCHIVED      PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-DIVERTED      PIC 9(7) VALUE ZERO.
           05  WS-PAGE-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-INDEX-WRITTEN         PIC 9(8) VALUE ZERO.
           05  WS-INDEX-ALREADY         PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------*
      * EACH ARCHIVED RECORD'S SEQUENCE WITHIN THIS RUN - THE LAST     *
      * PART OF ITS HISTORY INDEX KEYS                                 *
      *----------------------------------------------------------------*
       01  WS-RUN-SEQ                   PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------*
      * CLOSED ACCOUNTING PERIODS FROM PERDSTAT, AND THE RUNNING       *

       01  WS-DISPLAY-FIELDS.
           05  WS-AMOUNT-DISPLAY        PIC $$$,$$$,$$9.99-.
           05  WS-AMOUNT-DISPLAY-2      PIC $$$,$$$,$$9.99-.
           05  WS-AMOUNT-DISPLAY-3      PIC $$$,$$$,$$9.99-.

       01  WS-ABEND-MSG                 PIC X(80) VALUE SPACES.

           05  WS-REPORT-SALES-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05  WS-REPORT-TAX-TOTAL      PIC S9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE POSTING TO THE ROLLUP - THE WHOLE SALE UNDER ITS BOOKING   *
      * SALESPERSON, OR ONE SHARE OF A SPLIT SALE UNDER ITS OWN        *
      *----------------------------------------------------------------*
       01  WS-ROLL-POST-FIELDS.
           05  WS-ROLL-POST-SLSP-ID     PIC 9(6) VALUE ZERO.
           05  WS-ROLL-POST-SLSP-NM     PIC X(20) VALUE SPACES.
           05  WS-ROLL-POST-SALES       PIC 9(8)V99 VALUE ZERO.
           05  WS-ROLL-POST-TAX         PIC 9(6)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * SPLIT-CREDIT TABLE - EVERY SPLITCR SHARE, LOADED AT STARTUP    *
      * IN FILE ORDER SO A SALE'S SHARES SIT TOGETHER. EVERY SHARE OF  *
      * A SALE WHOSE SHARES BREAK A RULE IS MARKED INVALID, AND THAT   *
      * SALE ROLLS UP WHOLE UNDER THE BOOKING REP. WS-SPLIT-LAST-TBL   *
      * MARKS THE LAST SHARE OF EACH SALE, WHICH ABSORBS THE ROUNDING. *
      *----------------------------------------------------------------*
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-SPLIT-IDX WS-SPLIT-SCAN.
               10  WS-SPLIT-INVOICE-TBL PIC X(10)   VALUE SPACES.
               10  WS-SPLIT-SLSP-TBL    PIC 9(6)    VALUE ZERO.
               10  WS-SPLIT-PCT-TBL     PIC 9(3)V99 VALUE ZERO.
               10  WS-SPLIT-VALID-TBL   PIC X(1)    VALUE 'Y'.
               10  WS-SPLIT-LAST-TBL    PIC X(1)    VALUE 'N'.

       01  WS-SPLIT-TABLE-FIELDS.
           05  WS-SPLIT-TABLE-MAX       PIC 9(05) VALUE 5000.
           05  WS-SPLIT-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-START     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-PCT       PIC 9(5)V99 VALUE ZERO.
           05  WS-SPLIT-GROUP-INVOICE   PIC X(10) VALUE SPACES.
           05  WS-SPLIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-SPLITS-REJECTED       PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-LOOKUP-INVOICE  PIC X(10) VALUE SPACES.
           05  WS-SPLIT-ALLOC-AMOUNT    PIC 9(8)V99 VALUE ZERO.
           05  WS-SPLIT-ALLOC-TAX       PIC 9(6)V99 VALUE ZERO.
           05  WS-SPLIT-SALES-COUNT     PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------------*
      * PRODUCT LOOKUP - STANDARD COST FROM PRODMAST AND FAMILY/       *
      * CATEGORY FROM PRODCAT, ONE ENTRY PER PRODUCT MASTER RECORD     *
      *----------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-COST-TBL     PIC 9(5)V99 VALUE ZERO.
               10  WS-PROD-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-PROD-FAMILY-TBL   PIC X(10) VALUE SPACES.

       01  WS-PRODUCT-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PROD-LOOKUP-CODE      PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * MONTHLY CATEGORY ROLLUP TABLE - THE CURRENT YEAR/MONTH'S       *
      * ARCHCAT ENTRIES, LOADED, UPDATED, AND STORED BACK THE SAME     *
      * WAY AS WS-ROLLUP-TABLE                                         *
      *----------------------------------------------------------------*
       01  WS-CATROLL-TABLE.
           05  WS-CATROLL-ENTRY OCCURS 500 TIMES
                                 INDEXED BY WS-CATROLL-IDX
                                            WS-CATROLL-SCAN.
               10  WS-CROLL-YEAR-TBL    PIC 9(4) VALUE ZERO.
               10  WS-CROLL-MONTH-TBL   PIC 9(2) VALUE ZERO.
               10  WS-CROLL-FAMILY-TBL  PIC X(10) VALUE SPACES.
               10  WS-CROLL-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-CROLL-SALES-TBL   PIC S9(9)V99 VALUE ZERO.
               10  WS-CROLL-RETURNS-TBL PIC S9(9)V99 VALUE ZERO.
               10  WS-CROLL-COST-TBL    PIC S9(9)V99 VALUE ZERO.
               10  WS-CROLL-PRINTED-TBL PIC X(1) VALUE 'N'.

       01  WS-CATROLL-TABLE-FIELDS.
           05  WS-CATROLL-TABLE-MAX     PIC 9(05) VALUE 500.
           05  WS-CATROLL-TABLE-COUNT   PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE RECORD'S CATEGORY CONTRIBUTION, AND THE CATEGORY REPORT'S  *
      * FAMILY AND MONTH TOTALS                                        *
      *----------------------------------------------------------------*
       01  WS-CATEGORY-FIELDS.
           05  WS-LINE-FAMILY           PIC X(10) VALUE SPACES.
           05  WS-LINE-CATEGORY         PIC X(10) VALUE SPACES.
           05  WS-LINE-UNIT-COST        PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-COST             PIC S9(9)V99 VALUE ZERO.
           05  WS-CURR-FAMILY           PIC X(10) VALUE SPACES.
           05  WS-CAT-MARGIN            PIC S9(9)V99 VALUE ZERO.
           05  WS-PRT-SALES             PIC S9(9)V99 VALUE ZERO.
           05  WS-PRT-RETURNS           PIC S9(9)V99 VALUE ZERO.
           05  WS-PRT-COST              PIC S9(9)V99 VALUE ZERO.
           05  WS-FAM-SALES             PIC S9(9)V99 VALUE ZERO.
           05  WS-FAM-RETURNS           PIC S9(9)V99 VALUE ZERO.
           05  WS-FAM-COST              PIC S9(9)V99 VALUE ZERO.
           05  WS-MONTH-CAT-SALES       PIC S9(9)V99 VALUE ZERO.
           05  WS-MONTH-CAT-RETURNS     PIC S9(9)V99 VALUE ZERO.
           05  WS-MONTH-CAT-COST        PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1060-OPEN-HISTORY-INDEX

           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
          AND WS-ARCHIVE-STATUS NOT = '05'
           END-STRING

           PERFORM 1300-LOAD-ROLLUP-TABLE
           PERFORM 1500-LOAD-PRODUCT-TABLE
           PERFORM 1600-LOAD-CATROLL-TABLE
           PERFORM 1700-LOAD-SPLIT-TABLE
           IF WS-SPLIT-TABLE-COUNT > ZERO
               PERFORM 1770-OPEN-REGISTER
           END-IF
           PERFORM 1400-LOAD-CLOSED-PERIODS

           IF WS-CLOSED-TABLE-COUNT > ZERO

           PERFORM 1100-READ-INPUT.

      *----------------------------------------------------------------*
      * OPEN THE KEYED HISTORY INDEX FOR UPDATE. A MISSING INDEX IS    *
      * CREATED EMPTY ONLY WHEN ARCHOUT HOLDS NO HISTORY YET (A NEW    *
      * SITE). HISTORY WITHOUT AN INDEX STOPS THE RUN BEFORE ANYTHING  *
      * IS APPENDED - AN INDEX STARTED PART-WAY THROUGH THE HISTORY    *
      * WOULD QUIETLY HIDE EVERY OLDER SALE FROM THE READERS. ARCHRETN *
      * REBUILD BUILDS IT, AND THE RUN IS THEN RESTARTED.              *
      *----------------------------------------------------------------*
       1060-OPEN-HISTORY-INDEX.
           OPEN I-O ARCH-IX-FILE
           IF WS-ARCHIX-STATUS = '35'
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = '00'
                   READ ARCHIVE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 'HISTORY INDEX ARCHIDX MISSING - RUN'
                                            TO WS-ABEND-MSG(1:36)
                           MOVE ' ARCHRETN REBUILD FIRST'
                                            TO WS-ABEND-MSG(37:23)
                           PERFORM 9900-FATAL-ERROR
                   END-READ
                   CLOSE ARCHIVE-FILE
               END-IF
               OPEN OUTPUT ARCH-IX-FILE
               CLOSE ARCH-IX-FILE
               OPEN I-O ARCH-IX-FILE
           END-IF
           IF WS-ARCHIX-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCH-IX-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIX-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * READ ONE SALES DETAIL RECORD FROM THE VALIDATED FEED           *
      *----------------------------------------------------------------*

           PERFORM 1310-READ-ROLLUP-RECORD.

      *----------------------------------------------------------------*
      * LOAD EVERY PRODUCT'S STANDARD COST, THEN STAMP THE ENTRIES     *
      * THE CATEGORY MASTER COVERS WITH THEIR FAMILY AND CATEGORY. A   *
      * MISSING CATEGORY MASTER (STATUS 35) LEAVES THEM ALL BLANK -    *
      * UNASSIGNED - RATHER THAN STOPPING THE ARCHIVE.                 *
      *----------------------------------------------------------------*
       1500-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PRODUCT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1510-READ-PRODUCT-RECORD
           PERFORM 1520-ADD-PRODUCT-ENTRY UNTIL PROD-EOF
           CLOSE PRODUCT-FILE

           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM 1530-READ-CATEGORY-RECORD
               PERFORM 1540-APPLY-CATEGORY UNTIL CAT-EOF
               CLOSE CATEGORY-FILE
           ELSE
               IF WS-CAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CATEGORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CAT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1510-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE 'Y' TO WS-PROD-EOF-SW
           END-READ

           IF NOT PROD-EOF AND WS-PROD-STATUS NOT = '00'
               MOVE 'READ FAILED: PRODUCT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1520-ADD-PRODUCT-ENTRY.
           IF WS-PROD-TABLE-COUNT < WS-PROD-TABLE-MAX
               ADD 1                        TO WS-PROD-TABLE-COUNT
               SET WS-PROD-IDX              TO WS-PROD-TABLE-COUNT
               MOVE PROD-CODE       TO WS-PROD-CODE-TBL (WS-PROD-IDX)
      *        A COST THAT READS BACK NON-NUMERIC IS "NO COST ON FILE"
               IF PROD-STD-COST NUMERIC
                   MOVE PROD-STD-COST
                                    TO WS-PROD-COST-TBL (WS-PROD-IDX)
               END-IF
           END-IF

           PERFORM 1510-READ-PRODUCT-RECORD.

       1530-READ-CATEGORY-RECORD.
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

       1540-APPLY-CATEGORY.
           MOVE PCAT-PROD-CODE             TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           IF PROD-ENTRY-FOUND
               MOVE PCAT-CATEGORY
                                TO WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
               MOVE PCAT-FAMILY TO WS-PROD-FAMILY-TBL (WS-PROD-IDX)
           END-IF

           PERFORM 1530-READ-CATEGORY-RECORD.

       1550-FIND-PRODUCT-ENTRY.
           MOVE 'N'                        TO WS-PROD-FOUND-SW
           SET WS-PROD-IDX                 TO 1
           PERFORM 1560-SEARCH-PRODUCT-TABLE
               UNTIL WS-PROD-IDX > WS-PROD-TABLE-COUNT
                  OR PROD-ENTRY-FOUND.

       1560-SEARCH-PRODUCT-TABLE.
           IF WS-PROD-CODE-TBL (WS-PROD-IDX) = WS-PROD-LOOKUP-CODE
               MOVE 'Y'                    TO WS-PROD-FOUND-SW
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * OPEN THE INDEXED CATEGORY ROLLUP AND LOAD THE CURRENT YEAR/    *
      * MONTH'S ENTRIES - THE SAME POSITION-AND-STOP READ AND THE SAME *
      * STATUS-35 BOOTSTRAP AS 1300. STAYS OPEN I-O FOR FINALIZE.      *
      *----------------------------------------------------------------*
       1600-LOAD-CATROLL-TABLE.
           OPEN I-O CATROLL-FILE
           IF WS-CATROLL-STATUS = '35'
               OPEN OUTPUT CATROLL-FILE
               CLOSE CATROLL-FILE
               OPEN I-O CATROLL-FILE
           END-IF
           IF WS-CATROLL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CATROLL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CATROLL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE WS-CURR-YEAR               TO CAT-ROLL-YEAR
           MOVE WS-CURR-MONTH              TO CAT-ROLL-MONTH
           MOVE LOW-VALUES                 TO CAT-ROLL-FAMILY
           MOVE LOW-VALUES                 TO CAT-ROLL-CATEGORY
           START CATROLL-FILE KEY NOT < CAT-ROLL-KEY
               INVALID KEY
                   MOVE 'Y'                TO WS-CATROLL-EOF-SW
           END-START

           IF NOT CATROLL-EOF
               PERFORM 1610-READ-CATROLL-RECORD
               PERFORM 1620-ADD-CATROLL-TO-TABLE UNTIL CATROLL-EOF
           END-IF.

       1610-READ-CATROLL-RECORD.
           READ CATROLL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CATROLL-EOF-SW
               NOT AT END
                   IF CAT-ROLL-YEAR NOT = WS-CURR-YEAR
                   OR CAT-ROLL-MONTH NOT = WS-CURR-MONTH
                       MOVE 'Y' TO WS-CATROLL-EOF-SW
                   END-IF
           END-READ

           IF NOT CATROLL-EOF AND WS-CATROLL-STATUS NOT = '00'
           AND WS-CATROLL-STATUS NOT = '10'
               MOVE 'READ FAILED: CATROLL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CATROLL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1620-ADD-CATROLL-TO-TABLE.
           IF WS-CATROLL-TABLE-COUNT >= WS-CATROLL-TABLE-MAX
               MOVE 'CATEGORY ROLLUP TABLE FULL'
                                            TO WS-ABEND-MSG(1:26)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                           TO WS-CATROLL-TABLE-COUNT
           SET WS-CATROLL-IDX              TO WS-CATROLL-TABLE-COUNT
           MOVE CAT-ROLL-YEAR  TO WS-CROLL-YEAR-TBL (WS-CATROLL-IDX)
           MOVE CAT-ROLL-MONTH TO WS-CROLL-MONTH-TBL (WS-CATROLL-IDX)
           MOVE CAT-ROLL-FAMILY
                            TO WS-CROLL-FAMILY-TBL (WS-CATROLL-IDX)
           MOVE CAT-ROLL-CATEGORY
                            TO WS-CROLL-CATEGORY-TBL (WS-CATROLL-IDX)
           MOVE CAT-ROLL-SALES-TOTAL
                            TO WS-CROLL-SALES-TBL (WS-CATROLL-IDX)
           MOVE CAT-ROLL-RETURNS-TOTAL
                            TO WS-CROLL-RETURNS-TBL (WS-CATROLL-IDX)
           MOVE CAT-ROLL-COST-TOTAL
                            TO WS-CROLL-COST-TBL (WS-CATROLL-IDX)

           PERFORM 1610-READ-CATROLL-RECORD.

      *----------------------------------------------------------------*
      * LOAD THE SPLIT-CREDIT SHARES ONCE AT STARTUP, CHECKING EACH    *
      * SALE'S SHARES AS A GROUP WHEN THE INVOICE CHANGES. A MISSING   *
      * FILE (STATUS 35) MEANS NOTHING IS SPLIT. A FULL TABLE IS A     *
      * LOUD ABORT - RAISE THE OCCURS.                                 *
      *----------------------------------------------------------------*
       1700-LOAD-SPLIT-TABLE.
           OPEN INPUT SPLIT-FILE
           IF WS-SPLIT-STATUS = '00'
               PERFORM 1710-READ-SPLIT-RECORD
               PERFORM 1720-ADD-SPLIT-TO-TABLE UNTIL SPLIT-EOF
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1730-CHECK-SPLIT-GROUP
               END-IF
               CLOSE SPLIT-FILE
           ELSE
               IF WS-SPLIT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SPLIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SPLIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1710-READ-SPLIT-RECORD.
           READ SPLIT-FILE
               AT END
                   MOVE 'Y' TO WS-SPLIT-EOF-SW
           END-READ

           IF NOT SPLIT-EOF AND WS-SPLIT-STATUS NOT = '00'
               MOVE 'READ FAILED: SPLIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SPLIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * ADD ONE SHARE. A NEW INVOICE CLOSES THE PREVIOUS SALE'S GROUP  *
      * AND OPENS ITS OWN; AN INVOICE SEEN IN AN EARLIER GROUP MEANS   *
      * ITS SHARES ARE NOT TOGETHER, AND BOTH GROUPS ARE REJECTED.     *
      *----------------------------------------------------------------*
       1720-ADD-SPLIT-TO-TABLE.
           IF WS-SPLIT-TABLE-COUNT >= WS-SPLIT-TABLE-MAX
               MOVE 'SPLIT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:35)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF WS-SPLIT-TABLE-COUNT = ZERO
              OR SPL-INVOICE-NO NOT = WS-SPLIT-GROUP-INVOICE
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1730-CHECK-SPLIT-GROUP
               END-IF
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-GROUP-INVOICE
               MOVE ZERO                    TO WS-SPLIT-GROUP-PCT
               MOVE SPACES                  TO WS-SPLIT-REASON
               COMPUTE WS-SPLIT-GROUP-START =
                       WS-SPLIT-TABLE-COUNT + 1
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1750-FIND-SPLIT
               IF SPLIT-FOUND
                   MOVE 'SHARES NOT TOGETHER IN FILE'
                                            TO WS-SPLIT-REASON
               END-IF
           ELSE
               SET WS-SPLIT-SCAN            TO WS-SPLIT-GROUP-START
               PERFORM 1725-CHECK-DUPLICATE-REP
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF

           IF SPL-INVOICE-NO = SPACES
               MOVE 'NO INVOICE NUMBER'     TO WS-SPLIT-REASON
           END-IF
           IF SPL-SHARE-PCT NOT NUMERIC
               MOVE 'SHARE NOT NUMERIC'     TO WS-SPLIT-REASON
           ELSE
               IF SPL-SHARE-PCT = ZERO
                   MOVE 'ZERO SHARE'        TO WS-SPLIT-REASON
               ELSE
                   ADD SPL-SHARE-PCT        TO WS-SPLIT-GROUP-PCT
               END-IF
           END-IF

           ADD 1                            TO WS-SPLIT-TABLE-COUNT
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE SPL-INVOICE-NO   TO WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
           MOVE SPL-SALESPERSON-ID
                                 TO WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
           IF SPL-SHARE-PCT NUMERIC
               MOVE SPL-SHARE-PCT TO WS-SPLIT-PCT-TBL (WS-SPLIT-IDX)
           END-IF

           PERFORM 1710-READ-SPLIT-RECORD.

       1725-CHECK-DUPLICATE-REP.
           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-SCAN) = SPL-SALESPERSON-ID
               MOVE 'SALESPERSON NAMED TWICE'
                                            TO WS-SPLIT-REASON
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * CLOSE OUT ONE SALE'S SHARES - MARK THE LAST SHARE, REQUIRE     *
      * THEM TO TOTAL 100.00, AND ON ANY BROKEN RULE REPORT THE SALE   *
      * AND SWITCH OFF EVERY SHARE CARRYING ITS INVOICE                *
      *----------------------------------------------------------------*
       1730-CHECK-SPLIT-GROUP.
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE 'Y'                 TO WS-SPLIT-LAST-TBL (WS-SPLIT-IDX)

           IF WS-SPLIT-REASON = SPACES
              AND WS-SPLIT-GROUP-PCT NOT = 100.00
               MOVE 'SHARES DO NOT TOTAL 100 PCT'
                                            TO WS-SPLIT-REASON
           END-IF

           IF WS-SPLIT-REASON NOT = SPACES
               ADD 1                        TO WS-SPLITS-REJECTED
               DISPLAY 'ARCHIVE: SPLIT CREDIT FOR INVOICE '
                       WS-SPLIT-GROUP-INVOICE ' REJECTED - '
                       WS-SPLIT-REASON ' - ROLLED UP TO BOOKING REP'
               SET WS-SPLIT-SCAN            TO 1
               PERFORM 1740-INVALIDATE-ONE-SHARE
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF.

       1740-INVALIDATE-ONE-SHARE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-SCAN)
                  = WS-SPLIT-GROUP-INVOICE
               MOVE 'N'            TO WS-SPLIT-VALID-TBL (WS-SPLIT-SCAN)
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * FIND THE FIRST GOOD SHARE FOR WS-SPLIT-LOOKUP-INVOICE, LEAVING *
      * WS-SPLIT-IDX ON IT. A SALE WITH NO INVOICE NUMBER IS NEVER     *
      * SPLIT.                                                         *
      *----------------------------------------------------------------*
       1750-FIND-SPLIT.
           MOVE 'N'                         TO WS-SPLIT-FOUND-SW
           IF WS-SPLIT-LOOKUP-INVOICE NOT = SPACES
               SET WS-SPLIT-IDX             TO 1
               PERFORM 1760-SEARCH-SPLIT-TABLE
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-TABLE-COUNT
                      OR SPLIT-FOUND
           END-IF.

       1760-SEARCH-SPLIT-TABLE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
                  = WS-SPLIT-LOOKUP-INVOICE
              AND WS-SPLIT-VALID-TBL (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y'                     TO WS-SPLIT-FOUND-SW
           ELSE
               SET WS-SPLIT-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * OPEN THE INVOICE REGISTER FOR RETURN TRACING. A MISSING FILE   *
      * (STATUS 35) LEAVES EVERY RETURN ON ITS OWN SHARES.             *
      *----------------------------------------------------------------*
       1770-OPEN-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '35'
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 'Y'                     TO WS-REGISTER-OPEN-SW
           END-IF.

      *----------------------------------------------------------------*
      * A CREDIT NOTE WITH NO SHARES OF ITS OWN - LOOK IT UP ON THE    *
      * INVOICE REGISTER AND, WHEN IT TRACES TO AN ORIGINAL INVOICE,   *
      * TAKE THAT INVOICE'S SHARES SO THE RETURN COMES OFF THE SAME    *
      * SALESPEOPLE THE SALE WAS CREDITED TO.                          *
      *----------------------------------------------------------------*
       1780-FIND-RETURN-SPLIT.
           IF REGISTER-AVAILABLE
              AND WS-SPLIT-LOOKUP-INVOICE(1:2) = 'CN'
              AND WS-SPLIT-LOOKUP-INVOICE(3:8) IS NUMERIC
               MOVE WS-SPLIT-LOOKUP-INVOICE(3:8) TO INV-DOC-SEQ
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-DOC-NO = WS-SPLIT-LOOKUP-INVOICE
                          AND INV-ORIG-INVOICE-NO NOT = SPACES
                           MOVE INV-ORIG-INVOICE-NO
                                           TO WS-SPLIT-LOOKUP-INVOICE
                           PERFORM 1750-FIND-SPLIT
                       END-IF
               END-READ
               IF WS-REGISTER-STATUS NOT = '00'
                  AND WS-REGISTER-STATUS NOT = '23'
                   MOVE 'READ ERROR: REGISTER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PROCESS RECORDS - APPEND TO HISTORY, FOLD INTO THE ROLLUP      *
      *----------------------------------------------------------------*
           ELSE
               PERFORM 2100-WRITE-HISTORY-RECORD
               PERFORM 2200-UPDATE-ROLLUP
               PERFORM 2300-UPDATE-CATEGORY-ROLLUP
               ADD 1 TO WS-RECORDS-ARCHIVED
           END-IF

                                    TO SUSP-TRANSACTION-TYPE
           MOVE SR-CUST-ID OF INPUT-RECORD TO SUSP-CUST-ID
           MOVE SR-DIVISION OF INPUT-RECORD TO SUSP-DIVISION
           IF SR-FREIGHT-AMOUNT OF INPUT-RECORD NUMERIC
               MOVE SR-FREIGHT-AMOUNT OF INPUT-RECORD
                                    TO SUSP-FREIGHT-AMOUNT
           ELSE
               MOVE ZERO            TO SUSP-FREIGHT-AMOUNT
           END-IF

           WRITE SUSPENSE-RECORD
           IF WS-SUSPENSE-STATUS NOT = '00'
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2150-INDEX-HISTORY-RECORD.

      *----------------------------------------------------------------*
      * FILE THE RECORD JUST APPENDED IN THE KEYED HISTORY INDEX UNDER *
      * ALL THREE LOOKUP PATHS. THE KEYS END IN THE RUN DATE, CYCLE    *
      * AND THE RECORD'S SEQUENCE WITHIN THIS RUN, SO A RERUN OF THE   *
      * SAME DATE AND CYCLE FINDS ITS KEYS ALREADY ON FILE AND COUNTS  *
      * THEM INSTEAD OF FILING THE SAME SALE TWICE.                    *
      *----------------------------------------------------------------*
       2150-INDEX-HISTORY-RECORD.
           ADD 1                           TO WS-RUN-SEQ
           MOVE SPACES                     TO ARCH-IX-RECORD
           MOVE ARCHIVE-RECORD             TO ARCHIX-ARCHIVE-IMAGE
           MOVE SR-SALE-DATE OF ARCH-SALES-DATA
                                           TO ARCHIX-SALE-DATE
           MOVE ARCH-DATE                  TO ARCHIX-ARCH-DATE
           MOVE ARCH-CYCLE                 TO ARCHIX-ARCH-CYCLE
           MOVE WS-RUN-SEQ                 TO ARCHIX-RUN-SEQ

           SET ARCHIX-BY-CUST              TO TRUE
           MOVE SR-CUST-ID OF ARCH-SALES-DATA
                                           TO ARCHIX-LOOKUP-ID
           PERFORM 2160-WRITE-INDEX-ENTRY

           SET ARCHIX-BY-SLSP              TO TRUE
           MOVE SR-SALESPERSON-ID OF ARCH-SALES-DATA
                                           TO ARCHIX-LOOKUP-ID
           MOVE SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                           TO ARCHIX-SUB-VALUE
           PERFORM 2160-WRITE-INDEX-ENTRY

           SET ARCHIX-BY-PRODUCT           TO TRUE
           MOVE SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                           TO ARCHIX-LOOKUP-VALUE
           MOVE SPACES                     TO ARCHIX-SUB-VALUE
           PERFORM 2160-WRITE-INDEX-ENTRY.

       2160-WRITE-INDEX-ENTRY.
           WRITE ARCH-IX-RECORD
           EVALUATE WS-ARCHIX-STATUS
               WHEN '00'
                   ADD 1                   TO WS-INDEX-WRITTEN
               WHEN '22'
                   ADD 1                   TO WS-INDEX-ALREADY
               WHEN OTHER
                   MOVE 'WRITE ERROR: ARCH-IX-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-ARCHIX-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
           END-EVALUATE.

      *----------------------------------------------------------------*
      * FOLD THIS RECORD INTO THE CURRENT YEAR/MONTH'S ROLLUP ENTRY    *
      * FOR ITS REGION AND SALESPERSON, ADDING A NEW TABLE ENTRY IF    *
      * NO MATCHING ONE EXISTS YET. A SPLIT SALE IS FOLDED IN SHARE BY *
      * SHARE UNDER EACH SHARE'S SALESPERSON INSTEAD, AND SO IS A      *
      * RETURN OF ONE.                                                 *
      *----------------------------------------------------------------*
       2200-UPDATE-ROLLUP.
           MOVE SR-INVOICE-NO OF INPUT-RECORD
                                           TO WS-SPLIT-LOOKUP-INVOICE
           PERFORM 1750-FIND-SPLIT
           IF NOT SPLIT-FOUND
               PERFORM 1780-FIND-RETURN-SPLIT
           END-IF

           IF SPLIT-FOUND
               ADD 1                       TO WS-SPLIT-SALES-COUNT
               MOVE ZERO                   TO WS-SPLIT-ALLOC-AMOUNT
               MOVE ZERO                   TO WS-SPLIT-ALLOC-TAX
               MOVE 'N'                    TO WS-SPLIT-DONE-SW
               PERFORM 2250-POST-ONE-SHARE UNTIL SPLIT-SHARES-DONE
           ELSE
               MOVE SR-SALESPERSON-ID OF INPUT-RECORD
                                           TO WS-ROLL-POST-SLSP-ID
               MOVE SR-SALESPERSON-NAME OF INPUT-RECORD
                                           TO WS-ROLL-POST-SLSP-NM
               MOVE SR-SALE-AMOUNT OF INPUT-RECORD
                                           TO WS-ROLL-POST-SALES
               MOVE SR-TAX-AMOUNT OF INPUT-RECORD
                                           TO WS-ROLL-POST-TAX
               PERFORM 2230-POST-TO-ROLLUP
           END-IF.

       2210-SEARCH-ROLLUP-TABLE.
           IF WS-ROLL-YEAR-TBL (WS-ROLLUP-IDX) = WS-CURR-YEAR
          AND WS-ROLL-REGION-TBL (WS-ROLLUP-IDX)
                                 = SR-REGION OF INPUT-RECORD
          AND WS-ROLL-SLSP-ID-TBL (WS-ROLLUP-IDX)
                                 = WS-ROLL-POST-SLSP-ID
               MOVE 'Y'                    TO WS-ROLLUP-FOUND-SW
           ELSE
               SET WS-ROLLUP-IDX UP BY 1
           MOVE WS-CURR-MONTH   TO WS-ROLL-MONTH-TBL (WS-ROLLUP-IDX)
           MOVE SR-REGION OF INPUT-RECORD
                        TO WS-ROLL-REGION-TBL (WS-ROLLUP-IDX)
           MOVE WS-ROLL-POST-SLSP-ID
                        TO WS-ROLL-SLSP-ID-TBL (WS-ROLLUP-IDX)
           MOVE WS-ROLL-POST-SLSP-NM
                        TO WS-ROLL-SLSP-NM-TBL (WS-ROLLUP-IDX)
           MOVE ZERO    TO WS-ROLL-SALES-TBL (WS-ROLLUP-IDX)
           MOVE ZERO    TO WS-ROLL-TAX-TBL (WS-ROLLUP-IDX).

      *----------------------------------------------------------------*
      * ADD ONE POSTING (WS-ROLL-POST-FIELDS) TO ITS ROLLUP ENTRY. AN  *
      * ENTRY OPENED BY A SHARE CARRIES NO NAME UNTIL THAT REP'S OWN   *
      * BOOKED SALE SUPPLIES ONE.                                      *
      *----------------------------------------------------------------*
       2230-POST-TO-ROLLUP.
           MOVE 'N'                        TO WS-ROLLUP-FOUND-SW
           SET WS-ROLLUP-IDX               TO 1
           PERFORM 2210-SEARCH-ROLLUP-TABLE
               UNTIL WS-ROLLUP-IDX > WS-ROLLUP-TABLE-COUNT
                  OR ROLLUP-ENTRY-FOUND

           IF NOT ROLLUP-ENTRY-FOUND
               PERFORM 2220-ADD-NEW-ROLLUP-ENTRY
           END-IF

           IF WS-ROLL-SLSP-NM-TBL (WS-ROLLUP-IDX) = SPACES
               MOVE WS-ROLL-POST-SLSP-NM
                        TO WS-ROLL-SLSP-NM-TBL (WS-ROLLUP-IDX)
           END-IF

           ADD WS-ROLL-POST-SALES
                             TO WS-ROLL-SALES-TBL (WS-ROLLUP-IDX)
           ADD WS-ROLL-POST-TAX
                             TO WS-ROLL-TAX-TBL (WS-ROLLUP-IDX).

      *----------------------------------------------------------------*
      * ONE SHARE OF A SPLIT SALE - EVERY SHARE BUT THE LAST IS ITS    *
      * ROUNDED PERCENTAGE OF THE SALE AND TAX, THE LAST TAKES WHAT IS *
      * LEFT, SO THE SHARES ROLL UP TO THE SALE TO THE PENNY. THE      *
      * BOOKING REP KEEPS THE FEED'S NAME; ANY OTHER REP'S NAME COMES  *
      * FROM THEIR OWN SALES.                                          *
      *----------------------------------------------------------------*
       2250-POST-ONE-SHARE.
           MOVE WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                                           TO WS-ROLL-POST-SLSP-ID
           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                  = SR-SALESPERSON-ID OF INPUT-RECORD
               MOVE SR-SALESPERSON-NAME OF INPUT-RECORD
                                           TO WS-ROLL-POST-SLSP-NM
           ELSE
               MOVE SPACES                 TO WS-ROLL-POST-SLSP-NM
           END-IF

           IF WS-SPLIT-LAST-TBL (WS-SPLIT-IDX) = 'Y'
               COMPUTE WS-ROLL-POST-SALES =
                       SR-SALE-AMOUNT OF INPUT-RECORD
                       - WS-SPLIT-ALLOC-AMOUNT
               COMPUTE WS-ROLL-POST-TAX =
                       SR-TAX-AMOUNT OF INPUT-RECORD
                       - WS-SPLIT-ALLOC-TAX
               MOVE 'Y'                    TO WS-SPLIT-DONE-SW
           ELSE
               COMPUTE WS-ROLL-POST-SALES ROUNDED =
                       SR-SALE-AMOUNT OF INPUT-RECORD
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               COMPUTE WS-ROLL-POST-TAX ROUNDED =
                       SR-TAX-AMOUNT OF INPUT-RECORD
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               ADD WS-ROLL-POST-SALES      TO WS-SPLIT-ALLOC-AMOUNT
               ADD WS-ROLL-POST-TAX        TO WS-SPLIT-ALLOC-TAX
               SET WS-SPLIT-IDX UP BY 1
           END-IF

           PERFORM 2230-POST-TO-ROLLUP.

      *----------------------------------------------------------------*
      * FOLD THIS RECORD INTO THE CURRENT MONTH'S CATEGORY ROLLUP      *
      * ENTRY. A SALE ADDS TO SALES, A RETURN TO RETURNS; THE          *
      * STANDARD COST OF THE UNITS GOES IN SIGNED, SO RETURNED UNITS   *
      * COME BACK OUT OF COST. A PRODUCT NOT ON PRODMAST OR WITH NO    *
      * CATEGORY ROLLS UP UNDER UNASSIGNED AT ZERO COST.               *
      *----------------------------------------------------------------*
       2300-UPDATE-CATEGORY-ROLLUP.
           MOVE SR-PRODUCT-CODE OF INPUT-RECORD
                                           TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           MOVE 'UNASSIGNED'               TO WS-LINE-FAMILY
                                              WS-LINE-CATEGORY
           MOVE ZERO                       TO WS-LINE-UNIT-COST
           IF PROD-ENTRY-FOUND
               MOVE WS-PROD-COST-TBL (WS-PROD-IDX)
                                           TO WS-LINE-UNIT-COST
               IF WS-PROD-CATEGORY-TBL (WS-PROD-IDX) NOT = SPACES
                   MOVE WS-PROD-FAMILY-TBL (WS-PROD-IDX)
                                           TO WS-LINE-FAMILY
                   MOVE WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
                                           TO WS-LINE-CATEGORY
               END-IF
           END-IF
           COMPUTE WS-LINE-COST =
                   SR-QUANTITY OF INPUT-RECORD * WS-LINE-UNIT-COST

           MOVE 'N'                        TO WS-CATROLL-FOUND-SW
           SET WS-CATROLL-IDX              TO 1
           PERFORM 2310-SEARCH-CATROLL-TABLE
               UNTIL WS-CATROLL-IDX > WS-CATROLL-TABLE-COUNT
                  OR CATROLL-ENTRY-FOUND

           IF NOT CATROLL-ENTRY-FOUND
               PERFORM 2320-ADD-NEW-CATROLL-ENTRY
           END-IF

           IF SR-TRANS-RETURN OF INPUT-RECORD
               ADD SR-SALE-AMOUNT OF INPUT-RECORD
                             TO WS-CROLL-RETURNS-TBL (WS-CATROLL-IDX)
               SUBTRACT WS-LINE-COST
                             FROM WS-CROLL-COST-TBL (WS-CATROLL-IDX)
           ELSE
               ADD SR-SALE-AMOUNT OF INPUT-RECORD
                             TO WS-CROLL-SALES-TBL (WS-CATROLL-IDX)
               ADD WS-LINE-COST
                             TO WS-CROLL-COST-TBL (WS-CATROLL-IDX)
           END-IF.

       2310-SEARCH-CATROLL-TABLE.
           IF WS-CROLL-FAMILY-TBL (WS-CATROLL-IDX) = WS-LINE-FAMILY
          AND WS-CROLL-CATEGORY-TBL (WS-CATROLL-IDX)
                                 = WS-LINE-CATEGORY
               MOVE 'Y'                    TO WS-CATROLL-FOUND-SW
           ELSE
               SET WS-CATROLL-IDX UP BY 1
           END-IF.

       2320-ADD-NEW-CATROLL-ENTRY.
           IF WS-CATROLL-TABLE-COUNT >= WS-CATROLL-TABLE-MAX
               MOVE 'CATEGORY ROLLUP TABLE FULL'
                                            TO WS-ABEND-MSG(1:26)
               PERFORM 9900-FATAL-ERROR
           END-IF

           ADD 1                           TO WS-CATROLL-TABLE-COUNT
           SET WS-CATROLL-IDX              TO WS-CATROLL-TABLE-COUNT
           MOVE WS-CURR-YEAR  TO WS-CROLL-YEAR-TBL (WS-CATROLL-IDX)
           MOVE WS-CURR-MONTH TO WS-CROLL-MONTH-TBL (WS-CATROLL-IDX)
           MOVE WS-LINE-FAMILY
                        TO WS-CROLL-FAMILY-TBL (WS-CATROLL-IDX)
           MOVE WS-LINE-CATEGORY
                        TO WS-CROLL-CATEGORY-TBL (WS-CATROLL-IDX).

      *----------------------------------------------------------------*
      * FINALIZE - STORE THE CURRENT MONTH'S ROLLUP ENTRIES IN PLACE,  *
      * PRINT THIS MONTH'S SUMMARY, CLOSE FILES, AND REPORT RUN        *
      *----------------------------------------------------------------*
       3000-FINALIZE.
           PERFORM 3100-STORE-ROLLUP-ENTRIES
           PERFORM 3300-STORE-CATROLL-ENTRIES
           PERFORM 3200-PRINT-ROLLUP-REPORT
           PERFORM 3400-PRINT-CATEGORY-REPORT

           CLOSE INPUT-FILE
           CLOSE ARCHIVE-FILE
           CLOSE ARCH-IX-FILE
           CLOSE REPORT-FILE
           IF REGISTER-AVAILABLE
               CLOSE REGISTER-FILE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'ARCHIVE - RUN SUMMARY'
           DISPLAY 'RECORDS READ:          ' WS-RECORDS-READ
           DISPLAY 'RECORDS ARCHIVED:      ' WS-RECORDS-ARCHIVED
           DISPLAY 'CLOSED-PERIOD DIVERTS: ' WS-RECORDS-DIVERTED
           DISPLAY 'INDEX ENTRIES WRITTEN: ' WS-INDEX-WRITTEN
           DISPLAY 'INDEX ENTRIES ON FILE: ' WS-INDEX-ALREADY
           DISPLAY 'ROLLUP ENTRIES (MONTH):' WS-ROLLUP-TABLE-COUNT
           DISPLAY 'SPLIT SALES ROLLED UP: ' WS-SPLIT-SALES-COUNT
           DISPLAY 'SPLITS REJECTED:       ' WS-SPLITS-REJECTED
           DISPLAY 'CATEGORY ROLLUP ENTRIES:' WS-CATROLL-TABLE-COUNT
           DISPLAY '============================================='.

      *----------------------------------------------------------------*

           SET WS-ROLLUP-IDX UP BY 1.

      *----------------------------------------------------------------*
      * STORE THE CURRENT MONTH'S CATEGORY ENTRIES BACK TO ARCHCAT IN  *
      * PLACE - REWRITE WHAT IS ON FILE, WRITE WHAT IS NEW             *
      *----------------------------------------------------------------*
       3300-STORE-CATROLL-ENTRIES.
           SET WS-CATROLL-IDX              TO 1
           PERFORM 3310-STORE-CATROLL-ENTRY
               UNTIL WS-CATROLL-IDX > WS-CATROLL-TABLE-COUNT

           CLOSE CATROLL-FILE.

       3310-STORE-CATROLL-ENTRY.
           MOVE WS-CROLL-YEAR-TBL (WS-CATROLL-IDX)  TO CAT-ROLL-YEAR
           MOVE WS-CROLL-MONTH-TBL (WS-CATROLL-IDX) TO CAT-ROLL-MONTH
           MOVE WS-CROLL-FAMILY-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-FAMILY
           MOVE WS-CROLL-CATEGORY-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-CATEGORY

           READ CATROLL-FILE
               INVALID KEY
                   MOVE 'N'              TO WS-CATROLL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'              TO WS-CATROLL-FOUND-SW
           END-READ

           MOVE SPACES                   TO CATEGORY-ROLLUP-RECORD
           MOVE WS-CROLL-YEAR-TBL (WS-CATROLL-IDX)  TO CAT-ROLL-YEAR
           MOVE WS-CROLL-MONTH-TBL (WS-CATROLL-IDX) TO CAT-ROLL-MONTH
           MOVE WS-CROLL-FAMILY-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-FAMILY
           MOVE WS-CROLL-CATEGORY-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-CATEGORY
           MOVE WS-CROLL-SALES-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-SALES-TOTAL
           MOVE WS-CROLL-RETURNS-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-RETURNS-TOTAL
           MOVE WS-CROLL-COST-TBL (WS-CATROLL-IDX)
                                         TO CAT-ROLL-COST-TOTAL

           IF CATROLL-ENTRY-FOUND
               REWRITE CATEGORY-ROLLUP-RECORD
           ELSE
               WRITE CATEGORY-ROLLUP-RECORD
           END-IF
           IF WS-CATROLL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: CATROLL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CATROLL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           SET WS-CATROLL-IDX UP BY 1.

      *----------------------------------------------------------------*
      * PRINT THE MONTH'S CATEGORY ROLLUP ONE FAMILY AT A TIME - EACH  *
      * CATEGORY'S SALES, RETURNS, AND MARGIN OVER STANDARD COST, A    *
      * SUBTOTAL PER FAMILY, AND THE MONTH TOTAL                       *
      *----------------------------------------------------------------*
       3400-PRINT-CATEGORY-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'MONTHLY SALES BY FAMILY AND CATEGORY - '
                  WS-CURR-YEAR '/' WS-CURR-MONTH
                  DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-MONTH-CAT-SALES
           MOVE ZERO TO WS-MONTH-CAT-RETURNS
           MOVE ZERO TO WS-MONTH-CAT-COST
           SET WS-CATROLL-IDX              TO 1
           PERFORM 3410-PRINT-ONE-FAMILY
               UNTIL WS-CATROLL-IDX > WS-CATROLL-TABLE-COUNT

           MOVE ALL '-' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MONTH TOT'                TO WS-LINE-CATEGORY
           MOVE WS-MONTH-CAT-SALES         TO WS-PRT-SALES
           MOVE WS-MONTH-CAT-RETURNS       TO WS-PRT-RETURNS
           MOVE WS-MONTH-CAT-COST          TO WS-PRT-COST
           PERFORM 3490-PRINT-CATEGORY-LINE.

       3410-PRINT-ONE-FAMILY.
           IF WS-CROLL-PRINTED-TBL (WS-CATROLL-IDX) = 'N'
               MOVE WS-CROLL-FAMILY-TBL (WS-CATROLL-IDX)
                                           TO WS-CURR-FAMILY
               MOVE SPACES TO REPORT-LINE
               STRING 'FAMILY=' WS-CURR-FAMILY
                      DELIMITED SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ZERO                   TO WS-FAM-SALES
               MOVE ZERO                   TO WS-FAM-RETURNS
               MOVE ZERO                   TO WS-FAM-COST
               SET WS-CATROLL-SCAN         TO 1
               PERFORM 3420-PRINT-FAMILY-CATEGORY
                   UNTIL WS-CATROLL-SCAN > WS-CATROLL-TABLE-COUNT
               MOVE 'SUBTOTAL'             TO WS-LINE-CATEGORY
               MOVE WS-FAM-SALES           TO WS-PRT-SALES
               MOVE WS-FAM-RETURNS         TO WS-PRT-RETURNS
               MOVE WS-FAM-COST            TO WS-PRT-COST
               PERFORM 3490-PRINT-CATEGORY-LINE
               ADD WS-FAM-SALES            TO WS-MONTH-CAT-SALES
               ADD WS-FAM-RETURNS          TO WS-MONTH-CAT-RETURNS
               ADD WS-FAM-COST             TO WS-MONTH-CAT-COST
           END-IF

           SET WS-CATROLL-IDX UP BY 1.

      *    EACH CATEGORY LINE IS PRINTED FROM ITS OWN TABLE ENTRY AND
      *    THEN ADDED INTO THE FAMILY SUBTOTAL
       3420-PRINT-FAMILY-CATEGORY.
           IF WS-CROLL-FAMILY-TBL (WS-CATROLL-SCAN) = WS-CURR-FAMILY
          AND WS-CROLL-PRINTED-TBL (WS-CATROLL-SCAN) = 'N'
               MOVE WS-CROLL-CATEGORY-TBL (WS-CATROLL-SCAN)
                                           TO WS-LINE-CATEGORY
               MOVE WS-CROLL-SALES-TBL (WS-CATROLL-SCAN)
                                           TO WS-PRT-SALES
               MOVE WS-CROLL-RETURNS-TBL (WS-CATROLL-SCAN)
                                           TO WS-PRT-RETURNS
               MOVE WS-CROLL-COST-TBL (WS-CATROLL-SCAN)
                                           TO WS-PRT-COST
               PERFORM 3490-PRINT-CATEGORY-LINE
               ADD WS-PRT-SALES            TO WS-FAM-SALES
               ADD WS-PRT-RETURNS          TO WS-FAM-RETURNS
               ADD WS-PRT-COST             TO WS-FAM-COST
               MOVE 'Y' TO WS-CROLL-PRINTED-TBL (WS-CATROLL-SCAN)
           END-IF

           SET WS-CATROLL-SCAN UP BY 1.

      *    MARGIN IS WHAT WAS SOLD, LESS WHAT CAME BACK, LESS THE
      *    STANDARD COST OF THE UNITS THAT STAYED SOLD
       3490-PRINT-CATEGORY-LINE.
           COMPUTE WS-CAT-MARGIN =
                   WS-PRT-SALES - WS-PRT-RETURNS - WS-PRT-COST
           MOVE WS-PRT-SALES               TO WS-AMOUNT-DISPLAY
           MOVE WS-PRT-RETURNS             TO WS-AMOUNT-DISPLAY-2
           MOVE WS-CAT-MARGIN              TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-LINE
           STRING '  ' WS-LINE-CATEGORY
                  ' SALES '   WS-AMOUNT-DISPLAY
                  ' RETURNS ' WS-AMOUNT-DISPLAY-2
                  ' MARGIN '  WS-AMOUNT-DISPLAY-3
                  DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.


      *----------------------------------------------------------------*
      * APPEND THIS RUN'S COMPLETION RECORD TO THE COMMON RUN LOG.     *
