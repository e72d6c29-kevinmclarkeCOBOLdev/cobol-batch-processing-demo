                  RECORD KEY IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS IS WS-CUST-MASTER-STATUS.

      *    KEYED SALES-HISTORY INDEX - A RETURN IS MATCHED BACK TO
      *    THE ORIGINAL SALES OF THE SAME SALESPERSON AND PRODUCT BY
      *    A KEYED START ON THE SALESPERSON PATH, ACROSS THE WHOLE
      *    HISTORY, BEFORE IT IS ACCEPTED.
           SELECT ARCH-IX-FILE ASSIGN TO ARCHIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCHIX-KEY
                  FILE STATUS IS WS-ARCHIX-STATUS.

           SELECT TAXRATE-FILE ASSIGN TO TAXRMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CONTRACT-STATUS.

      *    PROMOTION MASTER - A SALE PRICED AT AN ELIGIBLE PROMOTION
      *    INSIDE ITS DATE WINDOW IS ACCEPTED AND TAGGED WITH THE
      *    PROMOTION CODE; THE SAME PRICE OUTSIDE THE WINDOW IS
      *    REJECTED. A MISSING FILE MEANS NO PROMOTION IS RUNNING.
           SELECT PROMO-FILE ASSIGN TO PROMMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PROMO-STATUS.

      *    PRODUCT CATEGORY MASTER - READ ONLY SO A PROMOTION SCOPED
      *    TO A CATEGORY OR FAMILY CAN BE MATCHED TO THE SALE'S
      *    PRODUCT. A MISSING FILE LEAVES EVERY PRODUCT UNASSIGNED.
           SELECT PRODCAT-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PRODCAT-STATUS.

      *    TAX-EXEMPTION CERTIFICATES - A SALE FOR A CUSTOMER WITH A
      *    VALID UNEXPIRED CERTIFICATE IS TAXED AT ZERO; ONE WITH AN
      *    EXPIRED CERTIFICATE DIVERTS TO SUSPENSE. A MISSING FILE
                  RECORD KEY IS DUN-CUST-ID
                  FILE STATUS IS WS-DUNSTATE-STATUS.

      *    PRODUCT ON-HAND INVENTORY - THE FILE STKPOST MAINTAINS,
      *    READ HERE SO A SALE FOR MORE THAN IS ON THE SHELF IS
      *    WARNED ABOUT OR SUSPENDED (PER THE CONTROL CARD) BEFORE
      *    THE CUSTOMER FINDS OUT. A MISSING FILE TURNS THE CHECK OFF,
      *    AND A PRODUCT WITH NO RECORD ON IT IS NOT STOCK-CONTROLLED.
           SELECT STOCK-FILE ASSIGN TO STKMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STK-PROD-CODE
                  FILE STATUS IS WS-STOCK-STATUS.

           SELECT CONTROL-FILE ASSIGN TO DVCTLCRD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  ARCH-IX-FILE
           RECORDING MODE IS F.
       COPY ARCHIDX.

       FD  TAXRATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CONTRPRC.

       FD  PROMO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PROMMAST.

       FD  PRODCAT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODCAT.

       FD  PERIOD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           RECORDING MODE IS F.
           COPY DUNSTATE.

       FD  STOCK-FILE
           RECORDING MODE IS F.
           COPY STKMAST.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-SUSPENSE-STATUS       PIC XX.
           05  WS-CUST-MASTER-STATUS    PIC XX.
           05  WS-SLSP-STATUS           PIC XX.
           05  WS-ARCHIX-STATUS         PIC XX.
           05  WS-TAXRATE-STATUS        PIC XX.
           05  WS-PERIOD-STATUS         PIC XX.
           05  WS-DUNSTATE-STATUS       PIC XX.
           05  WS-CAP-STATUS            PIC XX.
           05  WS-EXEMPT-STATUS         PIC XX.
           05  WS-CONTRACT-STATUS       PIC XX.
           05  WS-STOCK-STATUS          PIC XX.
           05  WS-PROMO-STATUS          PIC XX.
           05  WS-PRODCAT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-SW                PIC X VALUE 'N'.
               88  SLSP-ID-FOUND                VALUE 'Y'.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-HISTIX-AVAIL-SW       PIC X VALUE 'N'.
               88  HISTORY-INDEX-AVAILABLE      VALUE 'Y'.
           05  WS-MATCH-FOUND-SW        PIC X VALUE 'N'.
               88  RETURN-MATCH-FOUND           VALUE 'Y'.
           05  WS-TAXRATE-EOF-SW        PIC X VALUE 'N'.
               88  CONTRACT-EOF                 VALUE 'Y'.
           05  WS-CONTRACT-FOUND-SW     PIC X VALUE 'N'.
               88  CONTRACT-PRICE-FOUND         VALUE 'Y'.
           05  WS-STOCK-AVAIL-SW        PIC X VALUE 'N'.
               88  STOCK-FILE-AVAILABLE         VALUE 'Y'.
           05  WS-STOCK-FOUND-SW        PIC X VALUE 'N'.
               88  STOCK-RECORD-FOUND           VALUE 'Y'.
           05  WS-PROMO-EOF-SW          PIC X VALUE 'N'.
               88  PROMO-EOF                    VALUE 'Y'.
           05  WS-PRODCAT-EOF-SW        PIC X VALUE 'N'.
               88  PRODCAT-EOF                  VALUE 'Y'.
           05  WS-PRODCAT-FOUND-SW      PIC X VALUE 'N'.
               88  PRODCAT-PRODUCT-FOUND        VALUE 'Y'.
      *    'Y' - THE SALE IS PRICED AT A PROMOTION IN FORCE FOR IT;
      *    'W' - ONLY AT A PROMOTION WHOSE WINDOW DOES NOT COVER IT
           05  WS-PROMO-MATCH-SW        PIC X VALUE 'N'.
               88  PROMO-PRICE-ACCEPTED         VALUE 'Y'.
               88  PROMO-OUTSIDE-WINDOW         VALUE 'W'.
           05  WS-PROMO-SCOPE-SW        PIC X VALUE 'N'.
               88  PROMO-IN-SCOPE               VALUE 'Y'.
           05  WS-PROMO-ELIG-SW         PIC X VALUE 'N'.
               88  PROMO-CUST-ELIGIBLE          VALUE 'Y'.

      *----------------------------------------------------------------*
      * CONTRACT-PRICE TABLE, LOADED ONCE AT STARTUP. 2630 USES THE    *
           05  WS-CHOSEN-CPR-EFF-DATE   PIC X(10) VALUE SPACES.
           05  WS-CONTRACT-PRICE        PIC 9(5)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * PROMOTION TABLE - THE ACTIVE PROMOTIONS FROM PROMMAST, LOADED  *
      * ONCE AT STARTUP (A CANCELLED PROMOTION PRICES NOTHING). THE    *
      * SCOPE AND ELIGIBILITY COUNTS ARE THE NUMBER OF ENTRIES IN USE, *
      * ZERO MEANING EVERY PRODUCT OR EVERY CUSTOMER.                  *
      *----------------------------------------------------------------*
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 500 TIMES
                              INDEXED BY WS-PRM-IDX.
               10  WS-PRM-CODE-TBL      PIC X(8)  VALUE SPACES.
               10  WS-PRM-START-TBL     PIC X(10) VALUE SPACES.
               10  WS-PRM-END-TBL       PIC X(10) VALUE SPACES.
               10  WS-PRM-TYPE-TBL      PIC X(1)  VALUE SPACES.
               10  WS-PRM-PCT-TBL       PIC 9(3)V99 VALUE ZERO.
               10  WS-PRM-PRICE-TBL     PIC 9(5)V99 VALUE ZERO.
               10  WS-PRM-BUY-TBL       PIC 9(3)  VALUE ZERO.
               10  WS-PRM-FREE-TBL      PIC 9(3)  VALUE ZERO.
               10  WS-PRM-SCOPE-CNT-TBL PIC 9(2)  VALUE ZERO.
               10  WS-PRM-SCOPE-TBL OCCURS 10 TIMES.
                   15  WS-PRM-SCOPE-TYPE-TBL  PIC X(1)  VALUE SPACES.
                   15  WS-PRM-SCOPE-VALUE-TBL PIC X(10) VALUE SPACES.
               10  WS-PRM-ELIG-CNT-TBL  PIC 9(2)  VALUE ZERO.
               10  WS-PRM-ELIG-TBL OCCURS 10 TIMES.
                   15  WS-PRM-ELIG-TYPE-TBL   PIC X(1)  VALUE SPACES.
                   15  WS-PRM-ELIG-VALUE-TBL  PIC X(10) VALUE SPACES.

       01  WS-PROMO-TABLE-FIELDS.
           05  WS-PROMO-TABLE-MAX       PIC 9(05) VALUE 500.
           05  WS-PROMO-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-PRM-SUB               PIC 9(02) VALUE ZERO.
           05  WS-PROMO-APPLIED-CODE    PIC X(8)  VALUE SPACES.
           05  WS-PROMO-CUST-ID         PIC X(6)  VALUE SPACES.
           05  WS-PROMO-DIVISION        PIC X(2)  VALUE SPACES.
           05  WS-PROMO-BUNDLE-SIZE     PIC 9(4)  VALUE ZERO.
           05  WS-PROMO-BUNDLES         PIC 9(6)  VALUE ZERO.
           05  WS-PROMO-EXPECTED        PIC 9(11)V99 VALUE ZERO.
           05  WS-PROMO-LOW-BAND        PIC 9(11)V99 VALUE ZERO.
           05  WS-PROMO-HIGH-BAND       PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * EXEMPTION-CERTIFICATE TABLE, LOADED ONCE AT STARTUP            *
      *----------------------------------------------------------------*
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-ACTIVE-TBL   PIC X(1)  VALUE SPACES.
               10  WS-PROD-PRICE-TBL    PIC 9(5)V99 VALUE ZERO.
      *        FROM PRODCAT, FOR PROMOTIONS SCOPED BY CATEGORY/FAMILY
               10  WS-PROD-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-PROD-FAMILY-TBL   PIC X(10) VALUE SPACES.
      *        NET UNITS ACCEPTED THIS RUN (SALES LESS RETURNS), SO
      *        THE STOCK CHECK HOLDS WITHIN A SINGLE FEED - STKPOST
      *        DOES NOT RELIEVE THE ON-HAND FILE UNTIL LATER TONIGHT
               10  WS-PROD-STOCK-USED-TBL PIC S9(9) VALUE ZERO.

       01  WS-PROD-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * STOCK-AVAILABILITY WORK FIELDS - THE MATCHED PRODUCT'S TABLE   *
      * POSITION IS LATCHED BY 2410-CHECK-PRODUCT-MASTER SO THE STOCK  *
      * CHECK AND THE RUN'S USED-UNITS COUNT LAND ON THE SAME ENTRY    *
      *----------------------------------------------------------------*
       01  WS-STOCK-CHECK-FIELDS.
           05  WS-STOCK-PROD-SUB        PIC 9(05) VALUE ZERO.
           05  WS-STOCK-ON-SHELF        PIC S9(9) VALUE ZERO.
           05  WS-STOCK-WARNINGS        PIC 9(7)  VALUE ZERO.
           05  WS-STOCK-SUSPENDS        PIC 9(7)  VALUE ZERO.

      *----------------------------------------------------------------*
      * ACCOUNT-OWNER CHECK - SALES CREDITED TO A REP OTHER THAN THE   *
      * ACCOUNT'S OWNER (CUST-OWNER-SLSP-ID) ARE ACCEPTED BUT WARNED   *
      *----------------------------------------------------------------*
       01  WS-OWNER-CHECK-FIELDS.
           05  WS-OWNER-WARNINGS        PIC 9(7)  VALUE ZERO.

      *----------------------------------------------------------------*
      * REGION MASTER LOOKUP TABLE - LOADED ONCE AT STARTUP FROM       *
      * REGNMAST AND SEARCHED BY 2700-VALIDATE-REGION FOR EVERY SALES  *
           05  WS-RECORDS-READ          PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-CLEAN         PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-ERROR         PIC 9(7) VALUE ZERO.
           05  WS-RECORDS-PROMO         PIC 9(7) VALUE ZERO.
           05  WS-ERROR-RATE-PCT        PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------*
           05  WS-QUANTITY-CEILING      PIC 9(7)    VALUE 999999.
           05  WS-MIN-SALE-AMOUNT       PIC 9(7)V99 VALUE .01.
           05  WS-PRICE-TOLERANCE-PCT   PIC 9(3)    VALUE 20.
      *    HOW LONG AFTER A PROMOTION ENDS A RETURN MAY STILL BE
      *    PRICED AT THE PROMOTION'S PRICE - RETURN MATCHING ITSELF
      *    SEARCHES THE WHOLE HISTORY AND HAS NO WINDOW
           05  WS-RETURN-LOOKBACK-DAYS  PIC 9(3)    VALUE 90.
           05  WS-CREDHOLD-TOL-PCT      PIC 9(3)    VALUE 10.
      *    FREIGHT BILLED MAY NOT EXCEED THIS PERCENTAGE OF THE SALE
      *    AMOUNT - A MISKEYED FREIGHT FIGURE IS CAUGHT LIKE A
      *    MISKEYED PRICE
           05  WS-FREIGHT-MAX-PCT       PIC 9(3)    VALUE 100.
      *    W = A SALE FOR MORE THAN IS ON HAND IS LOGGED AND STILL
      *    ACCEPTED; S = IT IS SUSPENDED UNTIL STOCK ARRIVES
           05  WS-STOCK-CHECK-MODE      PIC X(1)    VALUE 'W'.
               88  STOCK-CHECK-WARN                VALUE 'W'.
               88  STOCK-CHECK-SUSPEND             VALUE 'S'.

      *----------------------------------------------------------------*
      * CREDIT-HOLD GATE WORK FIELDS - THE CUSTOMER'S BALANCE AND      *

      *----------------------------------------------------------------*
      * RETURN-MATCHING TABLE - CUMULATIVE QUANTITY SOLD AND RETURNED  *
      * PER SALESPERSON/PRODUCT. AN ENTRY IS FILLED FROM THE KEYED     *
      * HISTORY INDEX THE FIRST TIME A RETURN FOR THAT PAIR IS SEEN,   *
      * AND GROWN BY EACH RETURN ACCEPTED THIS RUN SO A SECOND RETURN  *
      * IN THE SAME FEED CANNOT EXCEED THE ORIGINAL QUANTITY EITHER.   *
      *----------------------------------------------------------------*
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 10000 TIMES
       01  WS-MATCH-TABLE-FIELDS.
           05  WS-MATCH-TABLE-MAX       PIC 9(05) VALUE 10000.
           05  WS-MATCH-TABLE-COUNT     PIC 9(05) VALUE ZERO.
      *    THE INVOICE OF THE SALE AN ACCEPTED RETURN CAME BACK
      *    AGAINST - SPACES WHEN NONE COULD BE TRACED
           05  WS-RETURN-ORIG-INVOICE   PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * ONE SALES-HISTORY RECORD AS CARRIED IN ITS INDEX ENTRY         *
      *----------------------------------------------------------------*
       COPY ARCHREC REPLACING ARCHIVE-RECORD BY WS-HIST-RECORD.

      *----------------------------------------------------------------*
      * PROMOTION LOOKBACK CUTOFF - A RETURN CAN TAKE A PROMOTION'S    *
      * PRICE ONLY IF THE PROMOTION RAN PAST THIS DATE                 *
      *----------------------------------------------------------------*
       01  WS-LOOKBACK-FIELDS.
           05  WS-RUN-DATE-NUM          PIC 9(08) VALUE ZERO.
      *----------------------------------------------------------------*
       01  WS-PRICE-CHECK-FIELDS.
           05  WS-CURR-PROD-PRICE       PIC 9(5)V99  VALUE ZERO.
           05  WS-LIST-UNIT-PRICE       PIC 9(5)V99  VALUE ZERO.
           05  WS-CURR-PROD-CATEGORY    PIC X(10)    VALUE SPACES.
           05  WS-CURR-PROD-FAMILY      PIC X(10)    VALUE SPACES.
           05  WS-EXPECTED-AMOUNT       PIC 9(11)V99 VALUE ZERO.
           05  WS-PRICE-LOW-BAND        PIC 9(11)V99 VALUE ZERO.
           05  WS-PRICE-HIGH-BAND       PIC 9(11)V99 VALUE ZERO.
               10  WS-TAXR-REGION-TBL   PIC X(10) VALUE SPACES.
               10  WS-TAXR-EFF-DATE-TBL PIC X(10) VALUE SPACES.
               10  WS-TAXR-RATE-TBL     PIC V9999 VALUE ZERO.
               10  WS-TAXR-FREIGHT-TBL  PIC X(1)  VALUE SPACES.

       01  WS-TAXRATE-TABLE-FIELDS.
           05  WS-TAXRATE-TABLE-MAX     PIC 9(05) VALUE 500.
           05  WS-TAXRATE-TABLE-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-CHOSEN-TAX-EFF-DATE   PIC X(10) VALUE SPACES.
      *    WHETHER THE CHOSEN ROW'S JURISDICTION TAXES FREIGHT - A
      *    SALE TAXED AT A BUILT-IN DEFAULT RATE NEVER DOES
           05  WS-FREIGHT-TAXABLE-SW    PIC X(1)  VALUE 'N'.
               88  FREIGHT-IS-TAXABLE              VALUE 'Y'.
           05  WS-TAXABLE-AMOUNT        PIC 9(8)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * DESTINATION TAX JURISDICTION - TAX IS OWED WHERE THE CUSTOMER  *

           PERFORM 1300-LOAD-PRODUCT-TABLE
           CLOSE PRODUCT-FILE
           PERFORM 1330-LOAD-PRODUCT-CATEGORIES

           OPEN INPUT REGION-FILE
           IF WS-REGION-STATUS NOT = '00'
               END-IF
           END-IF

      *    STATUS 35 (NO ON-HAND FILE YET) LEAVES THE STOCK CHECK OFF
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS = '00'
               MOVE 'Y' TO WS-STOCK-AVAIL-SW
           ELSE
               IF WS-STOCK-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: STOCK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-STOCK-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           PERFORM 1400-LOAD-CONTROL-CARD
           PERFORM 1410-LOAD-HIER-TABLE
           PERFORM 1420-LOAD-CAP-TABLE
           PERFORM 1425-LOAD-CONTRACT-TABLE
           PERFORM 1500-LOAD-PROMO-TABLE
           PERFORM 1430-LOAD-EXEMPT-TABLE
           PERFORM 1440-LOAD-TAXRATE-TABLE
           PERFORM 1465-LOAD-CLOSED-PERIODS
           PERFORM 1470-SET-LOOKBACK-DATE
           PERFORM 1480-OPEN-HISTORY-INDEX

           ACCEPT WS-THRESHOLD-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-THRESHOLD-PARM) IS NUMERIC

           PERFORM 1310-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------*
      * HANG EACH PRODUCT'S CATEGORY AND FAMILY ON ITS TABLE ENTRY, IF *
      * A CATEGORY MASTER IS ON FILE. A MISSING FILE (STATUS 35)       *
      * LEAVES EVERY PRODUCT UNASSIGNED, SO ONLY PROMOTIONS SCOPED BY  *
      * PRODUCT CODE CAN MATCH.                                        *
      *----------------------------------------------------------------*
       1330-LOAD-PRODUCT-CATEGORIES.
           OPEN INPUT PRODCAT-FILE
           IF WS-PRODCAT-STATUS = '00'
               PERFORM 1335-READ-PRODCAT-RECORD
               PERFORM 1340-APPLY-PRODCAT-RECORD UNTIL PRODCAT-EOF
               CLOSE PRODCAT-FILE
           ELSE
               IF WS-PRODCAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PRODCAT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PRODCAT-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1335-READ-PRODCAT-RECORD.
           READ PRODCAT-FILE
               AT END
                   MOVE 'Y' TO WS-PRODCAT-EOF-SW
           END-READ

           IF NOT PRODCAT-EOF AND WS-PRODCAT-STATUS NOT = '00'
               MOVE 'READ FAILED: PRODCAT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PRODCAT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1340-APPLY-PRODCAT-RECORD.
           MOVE 'N'                        TO WS-PRODCAT-FOUND-SW
           SET WS-PROD-IDX                 TO 1
           PERFORM 1345-SEARCH-PRODCAT-PRODUCT
               UNTIL WS-PROD-IDX > WS-PROD-TABLE-COUNT
                  OR PRODCAT-PRODUCT-FOUND

           IF PRODCAT-PRODUCT-FOUND
               MOVE PCAT-CATEGORY
                                TO WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
               MOVE PCAT-FAMILY TO WS-PROD-FAMILY-TBL (WS-PROD-IDX)
           END-IF

           PERFORM 1335-READ-PRODCAT-RECORD.

       1345-SEARCH-PRODCAT-PRODUCT.
           IF WS-PROD-CODE-TBL (WS-PROD-IDX) = PCAT-PROD-CODE
               MOVE 'Y'                    TO WS-PRODCAT-FOUND-SW
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE REGION MASTER TABLE ONCE AT STARTUP                   *
      *----------------------------------------------------------------*
                   MOVE DVCC-CREDHOLD-TOL-PCT
                                             TO WS-CREDHOLD-TOL-PCT
               END-IF
               IF DVCC-FREIGHT-MAX-PCT NUMERIC
               AND DVCC-FREIGHT-MAX-PCT > ZERO
                   MOVE DVCC-FREIGHT-MAX-PCT
                                             TO WS-FREIGHT-MAX-PCT
               END-IF
               IF DVCC-STOCK-CHECK-MODE = 'W' OR 'S'
                   MOVE DVCC-STOCK-CHECK-MODE
                                             TO WS-STOCK-CHECK-MODE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
                            TO WS-TAXR-EFF-DATE-TBL (WS-TAXRATE-IDX)
               MOVE TAX-RATE
                            TO WS-TAXR-RATE-TBL (WS-TAXRATE-IDX)
               MOVE TAX-FREIGHT-TAXABLE
                            TO WS-TAXR-FREIGHT-TBL (WS-TAXRATE-IDX)
           END-IF

           PERFORM 1445-READ-TAXRATE-RECORD.
           PERFORM 1466-READ-PERIOD-RECORD.

      *----------------------------------------------------------------*
      * WORK OUT THE PROMOTION LOOKBACK CUTOFF DATE: TODAY MINUS THE   *
      * LOOKBACK DAY COUNT, FORMATTED YYYY-MM-DD SO IT COMPARES        *
      * DIRECTLY AGAINST A PROMOTION'S END DATE                        *
      *----------------------------------------------------------------*
       1470-SET-LOOKBACK-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-LOOKBACK-YYYYMMDD(7:2)  TO WS-LOOKBACK-DATE(9:2).

      *----------------------------------------------------------------*
      * OPEN THE KEYED SALES-HISTORY INDEX RETURNS ARE MATCHED         *
      * THROUGH. A MISSING INDEX (STATUS 35 - A BRAND NEW SITE WITH NO *
      * HISTORY YET) MEANS EVERY RETURN REJECTS UNTIL HISTORY EXISTS - *
      * THE SAFE POSTURE FOR A FILE THAT SHOULD ALWAYS BE THERE IN     *
      * PRODUCTION.                                                    *
      *----------------------------------------------------------------*
       1480-OPEN-HISTORY-INDEX.
           OPEN INPUT ARCH-IX-FILE
           IF WS-ARCHIX-STATUS = '00'
               MOVE 'Y'                     TO WS-HISTIX-AVAIL-SW
           ELSE
               IF WS-ARCHIX-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: ARCH-IX-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-ARCHIX-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE ACTIVE PROMOTIONS, IF ANY ARE ON FILE. A MISSING FILE *
      * (STATUS 35) MEANS NO PROMOTION IS RUNNING AND EVERY SALE IS    *
      * JUDGED AT LIST OR CONTRACT, THE BEHAVIOR THE CHECK ALWAYS HAD. *
      *----------------------------------------------------------------*
       1500-LOAD-PROMO-TABLE.
           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS = '00'
               PERFORM 1505-READ-PROMO-RECORD
               PERFORM 1510-ADD-PROMO-TO-TABLE UNTIL PROMO-EOF
               CLOSE PROMO-FILE
           ELSE
               IF WS-PROMO-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PROMO-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROMO-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1505-READ-PROMO-RECORD.
           READ PROMO-FILE
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF-SW
           END-READ

           IF NOT PROMO-EOF AND WS-PROMO-STATUS NOT = '00'
               MOVE 'READ FAILED: PROMO-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROMO-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    A CANCELLED PROMOTION, OR ONE WITH A DISCOUNT RULE THAT
      *    CANNOT BE PRICED, IS LEFT OFF THE TABLE AND PRICES NOTHING
       1510-ADD-PROMO-TO-TABLE.
           IF PROMO-ACTIVE
          AND WS-PROMO-TABLE-COUNT < WS-PROMO-TABLE-MAX
          AND ((PROMO-PERCENT-OFF AND PROMO-DISCOUNT-PCT NUMERIC
                                  AND PROMO-DISCOUNT-PCT > ZERO
                                  AND PROMO-DISCOUNT-PCT < 100)
            OR (PROMO-FIXED-PRICE AND PROMO-UNIT-PRICE NUMERIC
                                  AND PROMO-UNIT-PRICE > ZERO)
            OR (PROMO-BUY-GET-FREE AND PROMO-BUY-QTY NUMERIC
                                   AND PROMO-FREE-QTY NUMERIC
                                   AND PROMO-BUY-QTY > ZERO
                                   AND PROMO-FREE-QTY > ZERO))
               ADD 1                        TO WS-PROMO-TABLE-COUNT
               SET WS-PRM-IDX               TO WS-PROMO-TABLE-COUNT
               MOVE PROMO-CODE      TO WS-PRM-CODE-TBL (WS-PRM-IDX)
               MOVE PROMO-START-DATE
                                    TO WS-PRM-START-TBL (WS-PRM-IDX)
               MOVE PROMO-END-DATE  TO WS-PRM-END-TBL (WS-PRM-IDX)
               MOVE PROMO-DISCOUNT-TYPE
                                    TO WS-PRM-TYPE-TBL (WS-PRM-IDX)
               MOVE ZERO            TO WS-PRM-PCT-TBL (WS-PRM-IDX)
                                       WS-PRM-PRICE-TBL (WS-PRM-IDX)
                                       WS-PRM-BUY-TBL (WS-PRM-IDX)
                                       WS-PRM-FREE-TBL (WS-PRM-IDX)
                                       WS-PRM-SCOPE-CNT-TBL (WS-PRM-IDX)
                                       WS-PRM-ELIG-CNT-TBL (WS-PRM-IDX)
               EVALUATE TRUE
                   WHEN PROMO-PERCENT-OFF
                       MOVE PROMO-DISCOUNT-PCT
                                    TO WS-PRM-PCT-TBL (WS-PRM-IDX)
                   WHEN PROMO-FIXED-PRICE
                       MOVE PROMO-UNIT-PRICE
                                    TO WS-PRM-PRICE-TBL (WS-PRM-IDX)
                   WHEN OTHER
                       MOVE PROMO-BUY-QTY
                                    TO WS-PRM-BUY-TBL (WS-PRM-IDX)
                       MOVE PROMO-FREE-QTY
                                    TO WS-PRM-FREE-TBL (WS-PRM-IDX)
               END-EVALUATE
               PERFORM 1515-COPY-PROMO-ENTRY
                   VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 10
           END-IF

           PERFORM 1505-READ-PROMO-RECORD.

      *    UNUSED ENTRIES ARE NOT COUNTED, SO A PROMOTION WITH NONE IN
      *    USE COVERS EVERY PRODUCT OR EVERY CUSTOMER
       1515-COPY-PROMO-ENTRY.
           MOVE SPACES  TO WS-PRM-SCOPE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                           WS-PRM-ELIG-TBL (WS-PRM-IDX, WS-PRM-SUB)
           IF PROMO-SCOPE-PRODUCT (WS-PRM-SUB)
           OR PROMO-SCOPE-CATEGORY (WS-PRM-SUB)
           OR PROMO-SCOPE-FAMILY (WS-PRM-SUB)
               MOVE PROMO-SCOPE-ENTRY (WS-PRM-SUB)
                        TO WS-PRM-SCOPE-TBL (WS-PRM-IDX, WS-PRM-SUB)
               ADD 1    TO WS-PRM-SCOPE-CNT-TBL (WS-PRM-IDX)
           END-IF
           IF PROMO-ELIG-CUSTOMER (WS-PRM-SUB)
           OR PROMO-ELIG-DIVISION (WS-PRM-SUB)
               MOVE PROMO-ELIG-ENTRY (WS-PRM-SUB)
                        TO WS-PRM-ELIG-TBL (WS-PRM-IDX, WS-PRM-SUB)
               ADD 1    TO WS-PRM-ELIG-CNT-TBL (WS-PRM-IDX)
           END-IF.

      *----------------------------------------------------------------*
           PERFORM 2460-VALIDATE-CUST-ACCOUNT
           PERFORM 2465-VALIDATE-TAX-EXEMPTION
           PERFORM 2500-VALIDATE-QUANTITY
           PERFORM 2520-VALIDATE-STOCK-ON-HAND
           PERFORM 2600-VALIDATE-SALE-AMOUNT
           PERFORM 2610-VALIDATE-FREIGHT
           PERFORM 2630-VALIDATE-PRICE-REASONABLE
           PERFORM 2700-VALIDATE-REGION
           PERFORM 2740-VALIDATE-OPEN-PERIOD
      *    UPDATE, SO A FEED STILL ARRIVING WITHOUT IT UPGRADES HERE.
           IF RECORD-VALID
               MOVE INPUT-RECORD TO CLEAN-RECORD
               MOVE '3' TO SR-RECORD-VERSION OF CLEAN-RECORD
      *        THE DOCUMENT NUMBER IS INVCGEN'S TO ASSIGN - A CLEAN
      *        SALE ALWAYS LEAVES HERE UNNUMBERED; A CLEAN RETURN
      *        CARRIES THE INVOICE OF THE SALE IT CAME BACK AGAINST
      *        (2775) FOR INVCGEN TO FILE WITH ITS CREDIT NOTE
               IF SR-TRANS-RETURN OF INPUT-RECORD
                   MOVE WS-RETURN-ORIG-INVOICE
                               TO SR-INVOICE-NO OF CLEAN-RECORD
               ELSE
                   MOVE SPACES TO SR-INVOICE-NO OF CLEAN-RECORD
               END-IF
      *        THE PROMOTION (IF ANY) THE PRICE CHECK ACCEPTED THE
      *        SALE UNDER - NEVER WHATEVER THE FEED CARRIED IN
               MOVE WS-PROMO-APPLIED-CODE
                           TO SR-PROMO-CODE OF CLEAN-RECORD
               IF WS-PROMO-APPLIED-CODE NOT = SPACES
                   ADD 1 TO WS-RECORDS-PROMO
               END-IF
      *        A FEED STILL ARRIVING WITHOUT A DIVISION BELONGS TO
      *        THE HOME BOOK
               IF SR-DIVISION OF CLEAN-RECORD = SPACES
               WRITE CLEAN-RECORD
               ADD 1 TO WS-RECORDS-CLEAN
               PERFORM 2498-ACCUMULATE-PARENT-EXPOSURE
               PERFORM 2525-ACCUMULATE-STOCK-USED
           ELSE
               ADD 1 TO WS-RECORDS-ERROR
               PERFORM 8050-LOG-SUSPENSE
       2400-VALIDATE-PRODUCT-CODE.
           MOVE 'N'                        TO WS-PROD-FOUND-SW
           MOVE ZERO                       TO WS-CURR-PROD-PRICE
           MOVE SPACES                     TO WS-CURR-PROD-CATEGORY
                                              WS-CURR-PROD-FAMILY
           MOVE ZERO                       TO WS-STOCK-PROD-SUB
           IF SR-PRODUCT-CODE OF INPUT-RECORD = SPACES
               MOVE 'V-PRODUCT' TO WS-ERROR-CODE
               MOVE 'PRODUCT CODE IS REQUIRED' TO WS-ERROR-MESSAGE
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'N' TO WS-RECORD-VALID-SW
           ELSE
               SET WS-STOCK-PROD-SUB       TO WS-PROD-IDX
           END-IF.

       2420-SEARCH-PRODUCT-TABLE.
               MOVE 'Y'                    TO WS-PROD-FOUND-SW
               MOVE WS-PROD-PRICE-TBL (WS-PROD-IDX)
                                           TO WS-CURR-PROD-PRICE
               MOVE WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
                                           TO WS-CURR-PROD-CATEGORY
               MOVE WS-PROD-FAMILY-TBL (WS-PROD-IDX)
                                           TO WS-CURR-PROD-FAMILY
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.
                   IF NOT SR-TRANS-RETURN OF INPUT-RECORD
                       PERFORM 2480-CHECK-CREDIT-HOLD
                   END-IF
                   PERFORM 2475-CHECK-ACCOUNT-OWNER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ACCOUNT-OWNER CHECK - A SALE OR RETURN CREDITED TO A           *
      * SALESPERSON WHO DOES NOT OWN THE ACCOUNT IS ACCEPTED (HOUSE    *
      * ACCOUNTS AND COVERING REPS ARE REAL) BUT WARNED AS W-OWNER SO  *
      * SALES MANAGEMENT CAN SEE WHO IS SELLING INTO WHOSE BOOK. AN    *
      * ACCOUNT WITH NO OWNER YET (SPACES OR ZERO) IS NOT CHECKED.     *
      *----------------------------------------------------------------*
       2475-CHECK-ACCOUNT-OWNER.
           IF CUST-OWNER-SLSP-ID OF CUST-MASTER-REC NUMERIC
              AND CUST-OWNER-SLSP-ID OF CUST-MASTER-REC > ZERO
              AND SR-SALESPERSON-ID OF INPUT-RECORD
                  NOT = CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
               MOVE 'W-OWNER' TO WS-ERROR-CODE
               MOVE 'SALESPERSON DOES NOT OWN THE ACCOUNT - ACCEPTED'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8010-LOG-WARNING
               ADD 1 TO WS-OWNER-WARNINGS
           END-IF.

      *----------------------------------------------------------------*
      * CREDIT-HOLD GATE - NEW SALES FOR ACCOUNTS COLLECTIONS IS       *
      * ACTIVELY CHASING DIVERT TO SUSPENSE WITH THEIR OWN CODE SO     *
               MOVE 'N' TO WS-RECORD-VALID-SW
           END-IF.

      *----------------------------------------------------------------*
      * STOCK AVAILABILITY. A SALE (NOT A RETURN) OF A STOCK-          *
      * CONTROLLED PRODUCT MAY NOT TAKE MORE THAN IS ON HAND, LESS     *
      * WHAT THIS RUN HAS ALREADY ACCEPTED FOR THE SAME PRODUCT. IN    *
      * WARN MODE THE SHORTAGE IS LOGGED TO THE ERROR FILE AND THE     *
      * SALE STILL GOES THROUGH; IN SUSPEND MODE IT DIVERTS TO         *
      * SUSPENSE, WHERE STKPOST COUNTS IT AS COMMITTED STOCK UNTIL     *
      * SUSPRESB RESUBMITS IT.                                         *
      *----------------------------------------------------------------*
       2520-VALIDATE-STOCK-ON-HAND.
           IF NOT STOCK-FILE-AVAILABLE
           OR WS-STOCK-PROD-SUB = ZERO
           OR NOT SR-TRANS-SALE OF INPUT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SR-PRODUCT-CODE OF INPUT-RECORD TO STK-PROD-CODE
           MOVE 'Y'                        TO WS-STOCK-FOUND-SW
           READ STOCK-FILE
               INVALID KEY
                   MOVE 'N'                TO WS-STOCK-FOUND-SW
           END-READ
           IF WS-STOCK-STATUS NOT = '00'
          AND WS-STOCK-STATUS NOT = '23'
               MOVE 'READ FAILED: STOCK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STOCK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF STOCK-RECORD-FOUND
               COMPUTE WS-STOCK-ON-SHELF = STK-ON-HAND
                   - WS-PROD-STOCK-USED-TBL (WS-STOCK-PROD-SUB)
               IF SR-QUANTITY OF INPUT-RECORD > WS-STOCK-ON-SHELF
                   IF STOCK-CHECK-SUSPEND
                       MOVE 'V-STOCK' TO WS-ERROR-CODE
                       MOVE 'SALE QUANTITY EXCEEDS STOCK ON HAND'
                                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       ADD 1 TO WS-STOCK-SUSPENDS
                   ELSE
                       MOVE 'W-STOCK' TO WS-ERROR-CODE
                       MOVE 'SALE EXCEEDS STOCK ON HAND - ACCEPTED'
                                           TO WS-ERROR-MESSAGE
                       PERFORM 8010-LOG-WARNING
                       ADD 1 TO WS-STOCK-WARNINGS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FOLD ONE ACCEPTED RECORD INTO ITS PRODUCT'S UNITS USED THIS    *
      * RUN - A SALE TAKES STOCK, A RETURN PUTS IT BACK                *
      *----------------------------------------------------------------*
       2525-ACCUMULATE-STOCK-USED.
           IF WS-STOCK-PROD-SUB > ZERO
               IF SR-TRANS-RETURN OF INPUT-RECORD
                   SUBTRACT SR-QUANTITY OF INPUT-RECORD
                       FROM WS-PROD-STOCK-USED-TBL (WS-STOCK-PROD-SUB)
               ELSE
                   ADD SR-QUANTITY OF INPUT-RECORD
                       TO WS-PROD-STOCK-USED-TBL (WS-STOCK-PROD-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * VALIDATE SALE AMOUNT                                           *
      *----------------------------------------------------------------*
               PERFORM 8000-LOG-ERROR
               MOVE 'N' TO WS-RECORD-VALID-SW
           END-IF.

      *----------------------------------------------------------------*
      * VALIDATE FREIGHT. FREIGHT AND HANDLING IS BILLED AS ITS OWN    *
      * AMOUNT, SEPARATE FROM SR-SALE-AMOUNT; SPACES (A FEED THAT DOES *
      * NOT BILL FREIGHT) MEANS NONE. IT MUST BE NUMERIC AND NO MORE   *
      * THAN WS-FREIGHT-MAX-PCT OF THE SALE AMOUNT (DVCTLCRD, DEFAULT  *
      * 100) - A FREIGHT FIGURE KEYED INTO THE WRONG FIELD OR WITH A   *
      * DECIMAL SLIP DIVERTS TO SUSPENSE LIKE A BAD PRICE.             *
      *----------------------------------------------------------------*
       2610-VALIDATE-FREIGHT.
           IF SR-FREIGHT-AMOUNT OF INPUT-RECORD = SPACES
               MOVE ZERO TO SR-FREIGHT-AMOUNT OF INPUT-RECORD
           END-IF

           IF SR-FREIGHT-AMOUNT OF INPUT-RECORD NOT NUMERIC
               MOVE 'V-FREIGHT' TO WS-ERROR-CODE
               MOVE 'FREIGHT AMOUNT MUST BE NUMERIC'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'N' TO WS-RECORD-VALID-SW
               EXIT PARAGRAPH
           END-IF

           IF SR-FREIGHT-AMOUNT OF INPUT-RECORD > ZERO
               COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
                       SR-SALE-AMOUNT OF INPUT-RECORD
                       * WS-FREIGHT-MAX-PCT / 100
               IF SR-FREIGHT-AMOUNT OF INPUT-RECORD
                                           > WS-EXPECTED-AMOUNT
                   MOVE 'V-FREIGHT' TO WS-ERROR-CODE
                   MOVE 'FREIGHT OUT OF LINE WITH THE SALE AMOUNT'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
                   MOVE 'N' TO WS-RECORD-VALID-SW
               END-IF
           END-IF.
       
      *----------------------------------------------------------------*
      * PRICE-REASONABLENESS CHECK                                     *
      *    A CONTRACT PRICE IN FORCE FOR THE SALE'S CUSTOMER AND
      *    PRODUCT REPLACES THE LIST PRICE AS THE YARDSTICK - OUR
      *    NEGOTIATED ACCOUNTS ARE SUPPOSED TO BE OFF LIST
      *    A SALE BILLED BELOW THAT YARDSTICK BUT IN LINE WITH AN
      *    ELIGIBLE PROMOTION IN FORCE ON THE SALE DATE PASSES AND
      *    CARRIES THE PROMOTION CODE; ONE THAT ONLY MATCHES A
      *    PROMOTION OUTSIDE ITS WINDOW FAILS AS V-PROMODT SO THE
      *    SUSPENSE REVIEWER SEES WHY
       2630-VALIDATE-PRICE-REASONABLE.
           MOVE SPACES                     TO WS-PROMO-APPLIED-CODE
           MOVE 'N'                        TO WS-PROMO-MATCH-SW
           MOVE WS-CURR-PROD-PRICE         TO WS-LIST-UNIT-PRICE
           PERFORM 2640-FIND-CONTRACT-PRICE
           IF CONTRACT-PRICE-FOUND
               MOVE WS-CONTRACT-PRICE       TO WS-CURR-PROD-PRICE
                       WS-EXPECTED-AMOUNT
                       * (100 + WS-PRICE-TOLERANCE-PCT) / 100

               IF SR-SALE-AMOUNT OF INPUT-RECORD < WS-EXPECTED-AMOUNT
                   PERFORM 2650-FIND-PROMOTION
               END-IF

               IF NOT PROMO-PRICE-ACCEPTED
                  AND (SR-SALE-AMOUNT OF INPUT-RECORD
                                           < WS-PRICE-LOW-BAND
                    OR SR-SALE-AMOUNT OF INPUT-RECORD
                                           > WS-PRICE-HIGH-BAND)
                   IF PROMO-OUTSIDE-WINDOW
                       MOVE 'V-PROMODT' TO WS-ERROR-CODE
                       MOVE 'PROMO PRICE OUTSIDE THE PROMOTION WINDOW'
                                           TO WS-ERROR-MESSAGE
                   ELSE
                       MOVE 'V-PRICETOL' TO WS-ERROR-CODE
                       MOVE
                         'SALE AMOUNT OUT OF LINE WITH QTY X LIST PRICE'
                                           TO WS-ERROR-MESSAGE
                   END-IF
                   PERFORM 8000-LOG-ERROR
                   MOVE 'N' TO WS-RECORD-VALID-SW
               END-IF
           END-IF
           SET WS-CPR-IDX UP BY 1.

      *----------------------------------------------------------------*
      * LOOK FOR A PROMOTION THE SALE'S PRICE IS IN LINE WITH - ONE    *
      * COVERING THE PRODUCT AND THE CUSTOMER WHOSE PROMOTIONAL        *
      * AMOUNT, WITHIN THE SAME TOLERANCE, MATCHES SR-SALE-AMOUNT.     *
      * THE FIRST SUCH PROMOTION IN FORCE ON THE SALE DATE WINS; ONE   *
      * MATCHING ONLY OUTSIDE ITS WINDOW IS REMEMBERED AS 'W'.         *
      *----------------------------------------------------------------*
       2650-FIND-PROMOTION.
           MOVE SR-CUST-ID OF INPUT-RECORD TO WS-PROMO-CUST-ID
           MOVE SR-DIVISION OF INPUT-RECORD
                                           TO WS-PROMO-DIVISION
           IF WS-PROMO-DIVISION = SPACES
               MOVE '01'                   TO WS-PROMO-DIVISION
           END-IF
           SET WS-PRM-IDX                  TO 1
           PERFORM 2655-CHECK-ONE-PROMOTION
               UNTIL WS-PRM-IDX > WS-PROMO-TABLE-COUNT
                  OR PROMO-PRICE-ACCEPTED.

       2655-CHECK-ONE-PROMOTION.
           MOVE 'N'                        TO WS-PROMO-SCOPE-SW
           MOVE 'N'                        TO WS-PROMO-ELIG-SW
           IF WS-PRM-SCOPE-CNT-TBL (WS-PRM-IDX) = ZERO
               MOVE 'Y'                    TO WS-PROMO-SCOPE-SW
           ELSE
               PERFORM 2660-CHECK-PROMO-SCOPE
                   VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 10
                      OR PROMO-IN-SCOPE
           END-IF
           IF WS-PRM-ELIG-CNT-TBL (WS-PRM-IDX) = ZERO
               MOVE 'Y'                    TO WS-PROMO-ELIG-SW
           ELSE
               PERFORM 2665-CHECK-PROMO-ELIGIBLE
                   VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 10
                      OR PROMO-CUST-ELIGIBLE
           END-IF

           IF PROMO-IN-SCOPE AND PROMO-CUST-ELIGIBLE
               PERFORM 2670-PRICE-PROMOTION
               IF WS-PROMO-EXPECTED > ZERO
                  AND SR-SALE-AMOUNT OF INPUT-RECORD
                                       NOT < WS-PROMO-LOW-BAND
                  AND SR-SALE-AMOUNT OF INPUT-RECORD
                                       NOT > WS-PROMO-HIGH-BAND
                   PERFORM 2675-CHECK-PROMO-WINDOW
               END-IF
           END-IF

           IF NOT PROMO-PRICE-ACCEPTED
               SET WS-PRM-IDX UP BY 1
           END-IF.

       2660-CHECK-PROMO-SCOPE.
           EVALUATE WS-PRM-SCOPE-TYPE-TBL (WS-PRM-IDX, WS-PRM-SUB)
               WHEN 'P'
                   IF WS-PRM-SCOPE-VALUE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                          = SR-PRODUCT-CODE OF INPUT-RECORD
                       MOVE 'Y'            TO WS-PROMO-SCOPE-SW
                   END-IF
               WHEN 'C'
                   IF WS-CURR-PROD-CATEGORY NOT = SPACES
                      AND WS-CURR-PROD-CATEGORY =
                          WS-PRM-SCOPE-VALUE-TBL (WS-PRM-IDX,
                                                  WS-PRM-SUB)
                       MOVE 'Y'            TO WS-PROMO-SCOPE-SW
                   END-IF
               WHEN 'F'
                   IF WS-CURR-PROD-FAMILY NOT = SPACES
                      AND WS-CURR-PROD-FAMILY =
                          WS-PRM-SCOPE-VALUE-TBL (WS-PRM-IDX,
                                                  WS-PRM-SUB)
                       MOVE 'Y'            TO WS-PROMO-SCOPE-SW
                   END-IF
           END-EVALUATE.

       2665-CHECK-PROMO-ELIGIBLE.
           EVALUATE WS-PRM-ELIG-TYPE-TBL (WS-PRM-IDX, WS-PRM-SUB)
               WHEN 'C'
                   IF WS-PRM-ELIG-VALUE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                          (1:6) = WS-PROMO-CUST-ID
                       MOVE 'Y'            TO WS-PROMO-ELIG-SW
                   END-IF
               WHEN 'D'
                   IF WS-PRM-ELIG-VALUE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                          (1:2) = WS-PROMO-DIVISION
                       MOVE 'Y'            TO WS-PROMO-ELIG-SW
                   END-IF
           END-EVALUATE.

      *    THE PROMOTIONAL AMOUNT FOR THE SALE'S QUANTITY, FIGURED OFF
      *    LIST. A BUY-N-GET-M-FREE SALE BILLS EVERY UNIT EXCEPT THE
      *    FREE ONES IN EACH COMPLETE BUNDLE. A PRODUCT WITH NO LIST
      *    PRICE CAN ONLY MATCH A FIXED-PRICE PROMOTION.
       2670-PRICE-PROMOTION.
           MOVE ZERO                       TO WS-PROMO-EXPECTED
           EVALUATE WS-PRM-TYPE-TBL (WS-PRM-IDX)
               WHEN 'P'
                   COMPUTE WS-PROMO-EXPECTED ROUNDED =
                           SR-QUANTITY OF INPUT-RECORD
                           * WS-LIST-UNIT-PRICE
                           * (100 - WS-PRM-PCT-TBL (WS-PRM-IDX)) / 100
               WHEN 'F'
                   COMPUTE WS-PROMO-EXPECTED =
                           SR-QUANTITY OF INPUT-RECORD
                           * WS-PRM-PRICE-TBL (WS-PRM-IDX)
               WHEN 'B'
                   COMPUTE WS-PROMO-BUNDLE-SIZE =
                           WS-PRM-BUY-TBL (WS-PRM-IDX)
                           + WS-PRM-FREE-TBL (WS-PRM-IDX)
                   DIVIDE SR-QUANTITY OF INPUT-RECORD
                       BY WS-PROMO-BUNDLE-SIZE
                       GIVING WS-PROMO-BUNDLES
                   COMPUTE WS-PROMO-EXPECTED =
                           (SR-QUANTITY OF INPUT-RECORD
                            - WS-PROMO-BUNDLES
                              * WS-PRM-FREE-TBL (WS-PRM-IDX))
                           * WS-LIST-UNIT-PRICE
           END-EVALUATE
           COMPUTE WS-PROMO-LOW-BAND ROUNDED =
                   WS-PROMO-EXPECTED
                   * (100 - WS-PRICE-TOLERANCE-PCT) / 100
           COMPUTE WS-PROMO-HIGH-BAND ROUNDED =
                   WS-PROMO-EXPECTED
                   * (100 + WS-PRICE-TOLERANCE-PCT) / 100.

      *    A SALE MUST FALL INSIDE THE WINDOW. A RETURN CAN ARRIVE
      *    AFTER THE PROMOTION ENDS, SO IT ONLY NEEDS A WINDOW THAT
      *    HAD STARTED BY THE RETURN DATE AND RAN INTO THE
      *    PROMOTION LOOKBACK PERIOD
       2675-CHECK-PROMO-WINDOW.
           IF SR-SALE-DATE OF INPUT-RECORD
                           NOT < WS-PRM-START-TBL (WS-PRM-IDX)
              AND ((NOT SR-TRANS-RETURN OF INPUT-RECORD
                    AND SR-SALE-DATE OF INPUT-RECORD
                           NOT > WS-PRM-END-TBL (WS-PRM-IDX))
                OR (SR-TRANS-RETURN OF INPUT-RECORD
                    AND WS-PRM-END-TBL (WS-PRM-IDX)
                           NOT < WS-LOOKBACK-DATE))
               MOVE 'Y'                    TO WS-PROMO-MATCH-SW
               MOVE WS-PRM-CODE-TBL (WS-PRM-IDX)
                                           TO WS-PROMO-APPLIED-CODE
           ELSE
               MOVE 'W'                    TO WS-PROMO-MATCH-SW
           END-IF.

      *----------------------------------------------------------------*
      * VALIDATE REGION                                                *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * MATCH A RETURN AGAINST THE ARCHIVED SALES HISTORY. THE RETURN  *
      * MUST FIND ORIGINAL SALES FOR THE SAME SALESPERSON AND PRODUCT  *
      * ANYWHERE IN THE HISTORY, AND THE CUMULATIVE RETURNED QUANTITY  *
      * (HISTORY PLUS RETURNS ALREADY ACCEPTED THIS RUN) MUST NOT      *
      * EXCEED THE QUANTITY ORIGINALLY SOLD. AN UNMATCHED RETURN       *
      * DIVERTS TO SUSPENSE WITH ITS OWN CODE SO SUSPRESB CAN HANDLE   *
      * IT LIKE ANY OTHER REJECT. AN ACCEPTED RETURN IS TRACED TO THE  *
      * INVOICE IT CAME BACK AGAINST (2775).                           *
      *----------------------------------------------------------------*
       2770-VALIDATE-RETURN-HISTORY.
           MOVE SPACES                     TO WS-RETURN-ORIG-INVOICE
           MOVE 'N'                        TO WS-MATCH-FOUND-SW
           SET WS-MATCH-IDX                TO 1
           PERFORM 2780-SEARCH-MATCH-INPUT
               UNTIL WS-MATCH-IDX > WS-MATCH-TABLE-COUNT
                  OR RETURN-MATCH-FOUND
           IF NOT RETURN-MATCH-FOUND
               PERFORM 2790-LOAD-RETURN-HISTORY
           END-IF

           IF WS-MATCH-SOLD-TBL (WS-MATCH-IDX) = ZERO
               MOVE 'V-RETMATCH' TO WS-ERROR-CODE
               MOVE 'RETURN HAS NO ORIGINAL SALE IN SALES HISTORY'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'N' TO WS-RECORD-VALID-SW
                   IF RECORD-VALID
                       ADD SR-QUANTITY OF INPUT-RECORD
                               TO WS-MATCH-RETND-TBL (WS-MATCH-IDX)
                       PERFORM 2775-FIND-ORIGINAL-INVOICE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TRACE AN ACCEPTED RETURN TO THE INVOICE IT CAME BACK AGAINST:  *
      * THE LATEST ARCHIVED SALE OF THE SAME PRODUCT BY THE SAME       *
      * SALESPERSON TO THE SAME CUSTOMER, DATED NO LATER THAN THE      *
      * RETURN. THE SALESPERSON PATH IS IN SALE-DATE ORDER WITHIN THE  *
      * PAIR, SO THE READ STOPS AT THE FIRST ENTRY DATED AFTER THE     *
      * RETURN. A SALE ARCHIVED BEFORE INVOICES WERE NUMBERED CARRIES  *
      * NO INVOICE AND CANNOT BE THE ONE CHOSEN.                       *
      *----------------------------------------------------------------*
       2775-FIND-ORIGINAL-INVOICE.
           IF NOT HISTORY-INDEX-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES                  TO ARCHIX-KEY
           SET ARCHIX-BY-SLSP               TO TRUE
           MOVE SPACES                      TO ARCHIX-LOOKUP-VALUE
           MOVE SR-SALESPERSON-ID OF INPUT-RECORD
                                            TO ARCHIX-LOOKUP-ID
           MOVE SR-PRODUCT-CODE OF INPUT-RECORD
                                            TO ARCHIX-SUB-VALUE
           MOVE 'N'                         TO WS-ARCH-EOF-SW
           START ARCH-IX-FILE KEY NOT < ARCHIX-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
           END-START

           IF NOT ARCH-EOF
               PERFORM 2795-READ-HISTORY-ENTRY
               PERFORM 2777-CHECK-ORIGINAL-SALE UNTIL ARCH-EOF
           END-IF.

       2777-CHECK-ORIGINAL-SALE.
           MOVE ARCHIX-ARCHIVE-IMAGE        TO WS-HIST-RECORD
           IF SR-SALE-DATE OF ARCH-SALES-DATA
                  > SR-SALE-DATE OF INPUT-RECORD
               MOVE 'Y'                     TO WS-ARCH-EOF-SW
           ELSE
               IF SR-TRANS-SALE OF ARCH-SALES-DATA
              AND SR-CUST-ID OF ARCH-SALES-DATA
                      = SR-CUST-ID OF INPUT-RECORD
              AND SR-INVOICE-NO OF ARCH-SALES-DATA (1:2) = 'IN'
                   MOVE SR-INVOICE-NO OF ARCH-SALES-DATA
                                            TO WS-RETURN-ORIG-INVOICE
               END-IF
               PERFORM 2795-READ-HISTORY-ENTRY
           END-IF.

       2780-SEARCH-MATCH-INPUT.
           IF WS-MATCH-SLSP-TBL (WS-MATCH-IDX)
                  = SR-SALESPERSON-ID OF INPUT-RECORD
          AND WS-MATCH-PROD-TBL (WS-MATCH-IDX)
                  = SR-PRODUCT-CODE OF INPUT-RECORD
               MOVE 'Y'                    TO WS-MATCH-FOUND-SW
           ELSE
               SET WS-MATCH-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * FIRST RETURN THIS RUN FOR A SALESPERSON/PRODUCT - ADD ITS      *
      * MATCH-TABLE ENTRY AND FILL IT FROM THE HISTORY INDEX: ONE      *
      * KEYED START ON THE SALESPERSON PATH AT THE PAIR, THEN READ     *
      * FORWARD UNTIL THE KEY MOVES OFF IT. ARCHIVED SALES GROW THE    *
      * SOLD QUANTITY; ARCHIVED RETURNS GROW THE RETURNED QUANTITY SO  *
      * HISTORY ALREADY TAKEN BACK CANNOT BE TAKEN BACK AGAIN.         *
      * WS-MATCH-IDX IS LEFT POINTED AT THE NEW ENTRY.                 *
      *----------------------------------------------------------------*
       2790-LOAD-RETURN-HISTORY.
           IF WS-MATCH-TABLE-COUNT >= WS-MATCH-TABLE-MAX
               MOVE 'RETURN MATCH TABLE FULL'
                                            TO WS-ABEND-MSG(1:23)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-MATCH-TABLE-COUNT
           SET WS-MATCH-IDX                 TO WS-MATCH-TABLE-COUNT
           MOVE SR-SALESPERSON-ID OF INPUT-RECORD
                            TO WS-MATCH-SLSP-TBL (WS-MATCH-IDX)
           MOVE SR-PRODUCT-CODE OF INPUT-RECORD
                            TO WS-MATCH-PROD-TBL (WS-MATCH-IDX)
           MOVE ZERO        TO WS-MATCH-SOLD-TBL (WS-MATCH-IDX)
                               WS-MATCH-RETND-TBL (WS-MATCH-IDX)

           MOVE 'Y'                         TO WS-ARCH-EOF-SW
           IF HISTORY-INDEX-AVAILABLE
               MOVE LOW-VALUES              TO ARCHIX-KEY
               SET ARCHIX-BY-SLSP           TO TRUE
               MOVE SPACES                  TO ARCHIX-LOOKUP-VALUE
               MOVE SR-SALESPERSON-ID OF INPUT-RECORD
                                            TO ARCHIX-LOOKUP-ID
               MOVE SR-PRODUCT-CODE OF INPUT-RECORD
                                            TO ARCHIX-SUB-VALUE
               MOVE 'N'                     TO WS-ARCH-EOF-SW
               START ARCH-IX-FILE KEY NOT < ARCHIX-KEY
                   INVALID KEY
                       MOVE 'Y'             TO WS-ARCH-EOF-SW
               END-START
           END-IF

           IF NOT ARCH-EOF
               PERFORM 2795-READ-HISTORY-ENTRY
               PERFORM 2797-FOLD-HISTORY-ENTRY UNTIL ARCH-EOF
           END-IF.

       2795-READ-HISTORY-ENTRY.
           READ ARCH-IX-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
               NOT AT END
                   IF NOT ARCHIX-BY-SLSP
                   OR ARCHIX-LOOKUP-ID
                          NOT = SR-SALESPERSON-ID OF INPUT-RECORD
                   OR ARCHIX-SUB-VALUE
                          NOT = SR-PRODUCT-CODE OF INPUT-RECORD
                       MOVE 'Y'             TO WS-ARCH-EOF-SW
                   END-IF
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIX-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCH-IX-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIX-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2797-FOLD-HISTORY-ENTRY.
           MOVE ARCHIX-ARCHIVE-IMAGE        TO WS-HIST-RECORD
           IF SR-TRANS-RETURN OF ARCH-SALES-DATA
               ADD SR-QUANTITY OF ARCH-SALES-DATA
                               TO WS-MATCH-RETND-TBL (WS-MATCH-IDX)
           ELSE
               ADD SR-QUANTITY OF ARCH-SALES-DATA
                               TO WS-MATCH-SOLD-TBL (WS-MATCH-IDX)
           END-IF
           PERFORM 2795-READ-HISTORY-ENTRY.

      *----------------------------------------------------------------*
      * COMPUTE THE SALES TAX FOR THE CLEAN RECORD. THE RATE COMES     *
      * FROM THE TAX RATE MASTER ROW IN FORCE ON THE SALE'S DATE FOR   *
      * ITS REGION, SO A MID-PERIOD RATE CHANGE ONLY REPRICES SALES    *
      * DATED ON OR AFTER IT. WHEN NO MASTER ROW COVERS THE SALE THE   *
      * BUILT-IN DEFAULTS BELOW (THE RATES THAT USED TO BE COMPILED    *
      * IN) STILL APPLY. FREIGHT IS TAXED AT THE SAME RATE AS THE      *
      * GOODS ONLY WHERE THE CHOSEN ROW'S JURISDICTION TAXES IT.       *
      *----------------------------------------------------------------*
       2800-CALCULATE-TAX.
      *    A VALID UNEXPIRED EXEMPTION CERTIFICATE MEANS NO TAX AT
               END-EVALUATE
           END-IF

           MOVE SR-SALE-AMOUNT OF INPUT-RECORD TO WS-TAXABLE-AMOUNT
           IF FREIGHT-IS-TAXABLE
               ADD SR-FREIGHT-AMOUNT OF INPUT-RECORD
                                           TO WS-TAXABLE-AMOUNT
           END-IF

           COMPUTE SR-TAX-AMOUNT OF CLEAN-RECORD ROUNDED =
                   WS-TAXABLE-AMOUNT * WS-TAX-RATE.

      *----------------------------------------------------------------*
      * PICK THE RATE ROW IN FORCE ON THE SALE DATE. THE DESTINATION   *
      *----------------------------------------------------------------*
       2810-FIND-TAX-RATE.
           MOVE 'N'                        TO WS-TAXRATE-FOUND-SW
           MOVE 'N'                        TO WS-FREIGHT-TAXABLE-SW
           IF WS-DEST-STATE NOT = SPACES
               MOVE SPACES                 TO WS-TAX-JURIS
               MOVE WS-DEST-STATE          TO WS-TAX-JURIS(1:2)
                                           TO WS-CHOSEN-TAX-EFF-DATE
               MOVE WS-TAXR-RATE-TBL (WS-TAXRATE-IDX)
                                           TO WS-TAX-RATE
               IF WS-TAXR-FREIGHT-TBL (WS-TAXRATE-IDX) = 'Y'
                   MOVE 'Y'                TO WS-FREIGHT-TAXABLE-SW
               ELSE
                   MOVE 'N'                TO WS-FREIGHT-TAXABLE-SW
               END-IF
           END-IF
           SET WS-TAXRATE-IDX UP BY 1.

           IF DUNSTATE-AVAILABLE
               CLOSE DUNSTATE-FILE
           END-IF
           IF STOCK-FILE-AVAILABLE
               CLOSE STOCK-FILE
           END-IF
           IF HISTORY-INDEX-AVAILABLE
               CLOSE ARCH-IX-FILE
           END-IF

           PERFORM 9000-PRINT-STATISTICS.
       
           MOVE SPACES TO WS-ERROR-CODE
           MOVE SPACES TO WS-ERROR-MESSAGE.

      *----------------------------------------------------------------*
      * LOG A WARNING TO THE ERROR FILE - THE SAME RECORD 8000 WRITES, *
      * BUT THE RECORD STAYS VALID AND THE WARNING IS NEVER LATCHED AS *
      * THE FIRST ERROR A SUSPENSE ENTRY WOULD CARRY                   *
      *----------------------------------------------------------------*
       8010-LOG-WARNING.
           MOVE FUNCTION CURRENT-DATE TO ERR-TIMESTAMP
           MOVE WS-RECORDS-READ TO ERR-RECORD-NUMBER
           MOVE WS-ERROR-CODE TO ERR-ERROR-CODE
           MOVE WS-ERROR-MESSAGE TO ERR-ERROR-MESSAGE
           MOVE INPUT-RECORD(1:40) TO ERR-INPUT-DATA

           WRITE ERROR-RECORD

           MOVE SPACES TO WS-ERROR-CODE
           MOVE SPACES TO WS-ERROR-MESSAGE.

      *----------------------------------------------------------------*
      * LOG REJECTED RECORD TO SUSPENSE FILE                           *
      * WRITES THE FULL, UNTRUNCATED RECORD PLUS ITS FIRST-FAILED      *
                                    TO SUSP-TRANSACTION-TYPE
           MOVE SR-CUST-ID OF INPUT-RECORD TO SUSP-CUST-ID
           MOVE SR-DIVISION OF INPUT-RECORD TO SUSP-DIVISION
           IF SR-FREIGHT-AMOUNT OF INPUT-RECORD NUMERIC
               MOVE SR-FREIGHT-AMOUNT OF INPUT-RECORD
                                    TO SUSP-FREIGHT-AMOUNT
           ELSE
               MOVE ZERO            TO SUSP-FREIGHT-AMOUNT
           END-IF

           WRITE SUSPENSE-RECORD.

           DISPLAY 'RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'RECORDS CLEAN:    ' WS-RECORDS-CLEAN
           DISPLAY 'RECORDS WITH ERRORS: ' WS-RECORDS-ERROR
           IF STOCK-FILE-AVAILABLE
               DISPLAY 'STOCK SHORT - WARNED:   ' WS-STOCK-WARNINGS
               DISPLAY 'STOCK SHORT - SUSPENDED: ' WS-STOCK-SUSPENDS
           END-IF
           DISPLAY 'NOT ACCOUNT OWNER - WARNED: ' WS-OWNER-WARNINGS
           DISPLAY 'PROMOTION-PRICED: ' WS-RECORDS-PROMO
           
           COMPUTE WS-NUMERIC-TEST =
                   (WS-RECORDS-CLEAN * 100) / WS-RECORDS-READ
