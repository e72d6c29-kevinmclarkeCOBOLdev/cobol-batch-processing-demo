      *****************************************************************
      * PROGRAM NAME: PROMORPT                                        *
      * DESCRIPTION:  PROMOTION RESULTS REPORT                        *
      *               AFTER A PROMOTION ENDS, MEASURES WHAT IT DID:   *
      *               THE UNITS, REVENUE AND MARGIN OF EVERY SALE OF  *
      *               ITS PRODUCTS TO ITS CUSTOMERS INSIDE ITS DATE   *
      *               WINDOW, SET AGAINST THE SAME WINDOW ONE YEAR    *
      *               EARLIER, AND THE PART OF IT SOLD AT THE         *
      *               PROMOTION PRICE (THE SALES DATAVAL TAGGED WITH  *
      *               THE PROMOTION CODE) WITH THE DISCOUNT GIVEN     *
      *               AWAY - QUANTITY TIMES LIST, LESS WHAT WAS       *
      *               BILLED. MARGIN IS REVENUE LESS QUANTITY TIMES   *
      *               TODAY'S PROD-STD-COST. RETURNS COUNT AGAINST    *
      *               THE PERIOD THEY ARE DATED IN. RUN ON DEMAND.    *
      *               THE COMMAND-LINE PARM (THE GNUCOBOL STAND-IN    *
      *               FOR A JCL PARM) NAMES ONE PROMOTION, WHICH IS   *
      *               REPORTED EVEN WHILE STILL RUNNING; LEFT BLANK,  *
      *               EVERY PROMOTION THAT HAS ENDED BY THE BUSINESS  *
      *               DATE IS REPORTED, CANCELLED ONES EXCEPTED.      *
      *               A YEAR-EARLIER WINDOW ON 29 FEBRUARY ENDS ON    *
      *               28 FEBRUARY.                                    *
      *                                                               *
      * INPUTS:       PROMOTION MASTER      (PROMMAST)                *
      *               PRODUCT MASTER        (PRODMAST)                *
      *               PRODUCT CATEGORIES    (PRODCAT  - OPTIONAL)     *
      *               SALES ARCHIVE         (ARCHOUT)                 *
      *               BUSINESS DATE CONTROL (BUSDATE  - OPTIONAL)     *
      * OUTPUTS:      PROMOTION RESULTS REPORT (PROMRPT)              *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                               *
      * RETURN CODES: 0  REPORT PRINTED                               *
      *               4  THE NAMED PROMOTION IS NOT ON THE MASTER     *
      *               16 FATAL ERROR                                  *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   PROMMAST - PROMOTION MASTER RECORD (300 BYTES)              *
      *   PRODMAST - PRODUCT MASTER RECORD                            *
      *   PRODCAT  - PRODUCT CATEGORY RECORD                          *
      *   ARCHREC  - SALES ARCHIVE RECORD                             *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE      ASSIGN TO PROMMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROMO-STATUS.

           SELECT PRODUCT-FILE    ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROD-STATUS.

      *    CATEGORY AND FAMILY, FOR PROMOTIONS SCOPED THAT WAY - A
      *    MISSING FILE LEAVES EVERY PRODUCT UNASSIGNED
           SELECT PRODCAT-FILE    ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PRODCAT-STATUS.

           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.

           SELECT REPORT-FILE     ASSIGN TO PROMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - DECIDES WHICH PROMOTIONS HAVE
      *    ENDED. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PROMO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PROMMAST.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PRODMAST.

       FD  PRODCAT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PRODCAT.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ARCHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RUNLOGRC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY BUSDATE.

      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-BUSDATE-CHECKED-SW    PIC X VALUE 'N'.
               88  BUSDATE-CHECKED              VALUE 'Y'.
           05  WS-BUSDATE-FOUND-SW      PIC X VALUE 'N'.
               88  BUSDATE-FOUND                VALUE 'Y'.
           05  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-YYYYMMDD      PIC X(08) VALUE SPACES.
           05  WS-BUSDATE-CYCLE         PIC X(02) VALUE '01'.

      *----------------------------------------------------------------*
      * RUN-LOG STAGING - THE START TIMESTAMP IS CAPTURED AT THE TOP   *
      * OF THE RUN SO THE LOGGED DURATION COVERS THE WHOLE STEP        *
      *----------------------------------------------------------------*
       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS         PIC XX VALUE SPACES.
           05  WS-RL-START-TS           PIC X(26) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-PROMO-STATUS          PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-PRODCAT-STATUS        PIC XX VALUE SPACES.
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-PROMO-EOF-SW          PIC X VALUE 'N'.
               88  PROMO-EOF                    VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-PRODCAT-EOF-SW        PIC X VALUE 'N'.
               88  PRODCAT-EOF                  VALUE 'Y'.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-PROD-FOUND-SW         PIC X VALUE 'N'.
               88  PROD-ENTRY-FOUND             VALUE 'Y'.
           05  WS-NAMED-FOUND-SW        PIC X VALUE 'N'.
               88  NAMED-PROMO-FOUND            VALUE 'Y'.
           05  WS-PROMO-SCOPE-SW        PIC X VALUE 'N'.
               88  PROMO-IN-SCOPE               VALUE 'Y'.
           05  WS-PROMO-ELIG-SW         PIC X VALUE 'N'.
               88  PROMO-CUST-ELIGIBLE          VALUE 'Y'.
      *    WHICH OF THE PROMOTION'S TWO WINDOWS THE SALE FALLS IN
           05  WS-SALE-WINDOW-SW        PIC X VALUE SPACES.
               88  SALE-IN-PROMO-WINDOW         VALUE 'C'.
               88  SALE-IN-PRIOR-WINDOW         VALUE 'P'.

      *----------------------------------------------------------------*
      * RUN PARM - A PROMOTION CODE, OR SPACES FOR EVERY PROMOTION     *
      * THAT HAS ENDED                                                 *
      *----------------------------------------------------------------*
       01  WS-PARM-FIELDS.
           05  WS-RUN-PARM              PIC X(40) VALUE SPACES.
           05  WS-NAMED-PROMO           PIC X(8)  VALUE SPACES.

      *----------------------------------------------------------------*
      * PRODUCT TABLE - LIST PRICE AND STANDARD COST FROM PRODMAST,    *
      * CATEGORY AND FAMILY FROM PRODCAT. A PRODUCT NOT ON THE MASTER  *
      * HAS NO COST AND NO LIST PRICE, SO IT ADDS REVENUE AND MARGIN   *
      * BUT NO DISCOUNT.                                               *
      *----------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-PRICE-TBL    PIC 9(5)V99 VALUE ZERO.
               10  WS-PROD-COST-TBL     PIC 9(5)V99 VALUE ZERO.
               10  WS-PROD-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-PROD-FAMILY-TBL   PIC X(10) VALUE SPACES.

       01  WS-PRODUCT-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PROD-LOOKUP-CODE      PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * THE PROMOTIONS BEING REPORTED, WITH THEIR RULES, THEIR SCOPE   *
      * AND ELIGIBILITY ENTRIES (COUNTS OF ZERO MEANING EVERY PRODUCT  *
      * OR EVERY CUSTOMER, AS IN DATAVAL), THE YEAR-EARLIER WINDOW,    *
      * AND THE THREE SETS OF TOTALS THE ARCHIVE PASS BUILDS: THE      *
      * PROMOTION PERIOD, THE YEAR-EARLIER PERIOD, AND THE SALES MADE  *
      * AT THE PROMOTION PRICE.                                        *
      *----------------------------------------------------------------*
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 200 TIMES
                              INDEXED BY WS-PRM-IDX.
               10  WS-PRM-CODE-TBL      PIC X(8)  VALUE SPACES.
               10  WS-PRM-DESC-TBL      PIC X(30) VALUE SPACES.
               10  WS-PRM-STATUS-TBL    PIC X(1)  VALUE SPACES.
               10  WS-PRM-START-TBL     PIC X(10) VALUE SPACES.
               10  WS-PRM-END-TBL       PIC X(10) VALUE SPACES.
               10  WS-PRM-PRIOR-START-TBL PIC X(10) VALUE SPACES.
               10  WS-PRM-PRIOR-END-TBL PIC X(10) VALUE SPACES.
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
               10  WS-PRM-CUR-UNITS-TBL PIC S9(9)     VALUE ZERO.
               10  WS-PRM-CUR-REV-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-PRM-CUR-COST-TBL  PIC S9(11)V99 VALUE ZERO.
               10  WS-PRM-PRI-UNITS-TBL PIC S9(9)     VALUE ZERO.
               10  WS-PRM-PRI-REV-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-PRM-PRI-COST-TBL  PIC S9(11)V99 VALUE ZERO.
               10  WS-PRM-TAG-UNITS-TBL PIC S9(9)     VALUE ZERO.
               10  WS-PRM-TAG-REV-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-PRM-TAG-DISC-TBL  PIC S9(11)V99 VALUE ZERO.

       01  WS-PROMO-TABLE-FIELDS.
           05  WS-PROMO-TABLE-MAX       PIC 9(05) VALUE 200.
           05  WS-PROMO-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-PROMO-OVERFLOW        PIC 9(05) VALUE ZERO.
           05  WS-PRM-SUB               PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE ARCHIVED SALE, SIGNED (A RETURN COUNTS NEGATIVE), AND THE  *
      * KEYS ITS ELIGIBILITY IS JUDGED BY                              *
      *----------------------------------------------------------------*
       01  WS-SALE-FIELDS.
           05  WS-SALE-CUST-ID          PIC X(6)  VALUE SPACES.
           05  WS-SALE-DIVISION         PIC X(2)  VALUE SPACES.
           05  WS-SALE-UNITS            PIC S9(7)     VALUE ZERO.
           05  WS-SALE-REVENUE          PIC S9(9)V99  VALUE ZERO.
           05  WS-SALE-COST             PIC S9(9)V99  VALUE ZERO.
           05  WS-SALE-DISCOUNT         PIC S9(9)V99  VALUE ZERO.
           05  WS-SALE-PRICE            PIC 9(5)V99   VALUE ZERO.
           05  WS-SALE-UNIT-COST        PIC 9(5)V99   VALUE ZERO.
           05  WS-SALE-CATEGORY         PIC X(10) VALUE SPACES.
           05  WS-SALE-FAMILY           PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * YEAR-EARLIER DATE WORK AREA                                    *
      *----------------------------------------------------------------*
       01  WS-PRIOR-DATE-FIELDS.
           05  WS-PRIOR-DATE            PIC X(10) VALUE SPACES.
           05  WS-PRIOR-YEAR            PIC 9(4)  VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ARCHIVE-READ          PIC 9(9) VALUE ZERO.
           05  WS-PROMOS-REPORTED       PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------*
      * GRAND TOTALS OVER EVERY PROMOTION REPORTED                     *
      *----------------------------------------------------------------*
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-TAG-UNITS       PIC S9(9)     VALUE ZERO.
           05  WS-GRAND-TAG-REV         PIC S9(11)V99 VALUE ZERO.
           05  WS-GRAND-TAG-DISC        PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * ONE COMPARISON LINE - THE PROMOTION PERIOD, THE YEAR EARLIER,  *
      * THE CHANGE, AND THE CHANGE AS A PERCENTAGE OF THE YEAR EARLIER *
      *----------------------------------------------------------------*
       01  WS-COMPARE-FIELDS.
           05  WS-CMP-LABEL             PIC X(20) VALUE SPACES.
           05  WS-CMP-CURRENT           PIC S9(11)V99 VALUE ZERO.
           05  WS-CMP-PRIOR             PIC S9(11)V99 VALUE ZERO.
           05  WS-CMP-CHANGE            PIC S9(11)V99 VALUE ZERO.
           05  WS-CMP-PCT               PIC S9(5)V9   VALUE ZERO.
           05  WS-CMP-UNITS-SW          PIC X VALUE 'N'.
               88  CMP-IS-UNITS                 VALUE 'Y'.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-OUT            PIC X(132) VALUE SPACES.
           05  WS-AMOUNT-EDIT           PIC $$$,$$$,$$9.99-.
           05  WS-AMOUNT-EDIT-2         PIC $$$,$$$,$$9.99-.
           05  WS-AMOUNT-EDIT-3         PIC $$$,$$$,$$9.99-.
           05  WS-UNITS-EDIT            PIC ZZZ,ZZZ,ZZ9-.
           05  WS-UNITS-EDIT-2          PIC ZZZ,ZZZ,ZZ9-.
           05  WS-UNITS-EDIT-3          PIC ZZZ,ZZZ,ZZ9-.
           05  WS-PCT-EDIT              PIC ZZZZ9.9-.
           05  WS-RATE-EDIT             PIC ZZ9.99.
           05  WS-PRICE-EDIT            PIC $$$,$$9.99.
           05  WS-QTY-EDIT              PIC ZZ9.
           05  WS-QTY-EDIT-2            PIC ZZ9.
           05  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC - PICK THE PROMOTIONS, TOTAL THE         *
      * ARCHIVE AGAINST THEM IN ONE PASS, THEN PRINT THEM              *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           IF WS-PROMO-TABLE-COUNT > ZERO
               PERFORM 2000-SCAN-ARCHIVE
           END-IF
           PERFORM 5000-PRINT-REPORT
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE, THE RUN PARM, THE PRODUCT  *
      * TABLE, THE PROMOTIONS TO REPORT AND THE REPORT FILE            *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-SET-BUSINESS-DATE
           IF NOT BUSDATE-FOUND
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO WS-BUSINESS-DATE(1:4)
               MOVE '-'                     TO WS-BUSINESS-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO WS-BUSINESS-DATE(6:2)
               MOVE '-'                     TO WS-BUSINESS-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO WS-BUSINESS-DATE(9:2)
           END-IF

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-RUN-PARM)  TO WS-NAMED-PROMO

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

           OPEN INPUT PRODCAT-FILE
           IF WS-PRODCAT-STATUS = '00'
               PERFORM 1610-READ-PRODCAT-RECORD
               PERFORM 1620-APPLY-PRODCAT-RECORD UNTIL PRODCAT-EOF
               CLOSE PRODCAT-FILE
           ELSE
               IF WS-PRODCAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PRODCAT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PRODCAT-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT PROMO-FILE
           IF WS-PROMO-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PROMO-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROMO-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1710-READ-PROMO-RECORD
           PERFORM 1720-SELECT-PROMOTION UNTIL PROMO-EOF
           CLOSE PROMO-FILE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE PRODUCT MASTER TABLE ONCE AT STARTUP. A PRICE OR      *
      * COST THAT READS BACK NON-NUMERIC IS STORED AS ZERO.            *
      *----------------------------------------------------------------*
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
               IF PROD-UNIT-PRICE NUMERIC
                   MOVE PROD-UNIT-PRICE
                                    TO WS-PROD-PRICE-TBL (WS-PROD-IDX)
               END-IF
               IF PROD-STD-COST NUMERIC
                   MOVE PROD-STD-COST
                                    TO WS-PROD-COST-TBL (WS-PROD-IDX)
               END-IF
           END-IF

           PERFORM 1510-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------*
      * FIND WS-PROD-LOOKUP-CODE IN THE PRODUCT TABLE                  *
      *----------------------------------------------------------------*
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
      * HANG EACH PRODUCT'S CATEGORY AND FAMILY ON ITS TABLE ENTRY     *
      *----------------------------------------------------------------*
       1610-READ-PRODCAT-RECORD.
           READ PRODCAT-FILE
               AT END
                   MOVE 'Y' TO WS-PRODCAT-EOF-SW
           END-READ

           IF NOT PRODCAT-EOF AND WS-PRODCAT-STATUS NOT = '00'
               MOVE 'READ FAILED: PRODCAT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PRODCAT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1620-APPLY-PRODCAT-RECORD.
           MOVE PCAT-PROD-CODE             TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           IF PROD-ENTRY-FOUND
               MOVE PCAT-CATEGORY
                                TO WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
               MOVE PCAT-FAMILY TO WS-PROD-FAMILY-TBL (WS-PROD-IDX)
           END-IF

           PERFORM 1610-READ-PRODCAT-RECORD.

      *----------------------------------------------------------------*
      * PICK THE PROMOTIONS TO REPORT - THE ONE NAMED ON THE PARM, OR  *
      * EVERY ACTIVE PROMOTION THAT HAS ENDED BY THE BUSINESS DATE     *
      *----------------------------------------------------------------*
       1710-READ-PROMO-RECORD.
           READ PROMO-FILE
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF-SW
           END-READ

           IF NOT PROMO-EOF AND WS-PROMO-STATUS NOT = '00'
               MOVE 'READ FAILED: PROMO-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROMO-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1720-SELECT-PROMOTION.
           IF WS-NAMED-PROMO NOT = SPACES
               IF PROMO-CODE = WS-NAMED-PROMO
                   MOVE 'Y'                 TO WS-NAMED-FOUND-SW
                   PERFORM 1730-ADD-PROMO-ENTRY
               END-IF
           ELSE
               IF PROMO-ACTIVE
              AND PROMO-END-DATE < WS-BUSINESS-DATE
                   PERFORM 1730-ADD-PROMO-ENTRY
               END-IF
           END-IF

           PERFORM 1710-READ-PROMO-RECORD.

       1730-ADD-PROMO-ENTRY.
           IF WS-PROMO-TABLE-COUNT NOT < WS-PROMO-TABLE-MAX
               ADD 1                        TO WS-PROMO-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           ADD 1                            TO WS-PROMO-TABLE-COUNT
           SET WS-PRM-IDX                   TO WS-PROMO-TABLE-COUNT
           MOVE PROMO-CODE          TO WS-PRM-CODE-TBL (WS-PRM-IDX)
           MOVE PROMO-DESCRIPTION   TO WS-PRM-DESC-TBL (WS-PRM-IDX)
           MOVE PROMO-STATUS        TO WS-PRM-STATUS-TBL (WS-PRM-IDX)
           MOVE PROMO-START-DATE    TO WS-PRM-START-TBL (WS-PRM-IDX)
           MOVE PROMO-END-DATE      TO WS-PRM-END-TBL (WS-PRM-IDX)
           MOVE PROMO-DISCOUNT-TYPE TO WS-PRM-TYPE-TBL (WS-PRM-IDX)
           IF PROMO-DISCOUNT-PCT NUMERIC
               MOVE PROMO-DISCOUNT-PCT
                                    TO WS-PRM-PCT-TBL (WS-PRM-IDX)
           END-IF
           IF PROMO-UNIT-PRICE NUMERIC
               MOVE PROMO-UNIT-PRICE
                                    TO WS-PRM-PRICE-TBL (WS-PRM-IDX)
           END-IF
           IF PROMO-BUY-QTY NUMERIC
               MOVE PROMO-BUY-QTY   TO WS-PRM-BUY-TBL (WS-PRM-IDX)
           END-IF
           IF PROMO-FREE-QTY NUMERIC
               MOVE PROMO-FREE-QTY  TO WS-PRM-FREE-TBL (WS-PRM-IDX)
           END-IF
           PERFORM 1740-COPY-PROMO-ENTRY
               VARYING WS-PRM-SUB FROM 1 BY 1
               UNTIL WS-PRM-SUB > 10

           MOVE PROMO-START-DATE            TO WS-PRIOR-DATE
           PERFORM 1750-BACK-UP-ONE-YEAR
           MOVE WS-PRIOR-DATE     TO WS-PRM-PRIOR-START-TBL (WS-PRM-IDX)
           MOVE PROMO-END-DATE              TO WS-PRIOR-DATE
           PERFORM 1750-BACK-UP-ONE-YEAR
           MOVE WS-PRIOR-DATE     TO WS-PRM-PRIOR-END-TBL (WS-PRM-IDX).

      *    UNUSED ENTRIES ARE NOT COUNTED, SO A PROMOTION WITH NONE IN
      *    USE COVERS EVERY PRODUCT OR EVERY CUSTOMER
       1740-COPY-PROMO-ENTRY.
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

      *    THE SAME MONTH AND DAY ONE YEAR EARLIER; 29 FEBRUARY HAS NO
      *    SUCH DAY AND BECOMES 28 FEBRUARY
       1750-BACK-UP-ONE-YEAR.
           IF WS-PRIOR-DATE(1:4) NUMERIC
               MOVE WS-PRIOR-DATE(1:4)      TO WS-PRIOR-YEAR
               SUBTRACT 1                 FROM WS-PRIOR-YEAR
               MOVE WS-PRIOR-YEAR           TO WS-PRIOR-DATE(1:4)
               IF WS-PRIOR-DATE(6:5) = '02-29'
                   MOVE '28'                TO WS-PRIOR-DATE(9:2)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OVER THE SALES ARCHIVE, EVERY RECORD OFFERED TO EVERY *
      * PROMOTION BEING REPORTED                                       *
      *----------------------------------------------------------------*
       2000-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-PROD-LOOKUP-CODE
           PERFORM 2010-READ-ARCHIVE
           PERFORM 2100-PROCESS-ONE-SALE UNTIL ARCH-EOF
           CLOSE ARCHIVE-FILE.

       2010-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
           END-READ

           IF NOT ARCH-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCHIVE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    THE PRODUCT LOOKUP IS SKIPPED WHEN THE CODE REPEATS THE
      *    PREVIOUS RECORD'S, AS CONSECUTIVE ARCHIVE LINES OFTEN DO
       2100-PROCESS-ONE-SALE.
           IF SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                       NOT = WS-PROD-LOOKUP-CODE
               MOVE SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                           TO WS-PROD-LOOKUP-CODE
               PERFORM 1550-FIND-PRODUCT-ENTRY
               IF PROD-ENTRY-FOUND
                   MOVE WS-PROD-PRICE-TBL (WS-PROD-IDX)
                                           TO WS-SALE-PRICE
                   MOVE WS-PROD-COST-TBL (WS-PROD-IDX)
                                           TO WS-SALE-UNIT-COST
                   MOVE WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
                                           TO WS-SALE-CATEGORY
                   MOVE WS-PROD-FAMILY-TBL (WS-PROD-IDX)
                                           TO WS-SALE-FAMILY
               ELSE
                   MOVE ZERO               TO WS-SALE-PRICE
                                              WS-SALE-UNIT-COST
                   MOVE SPACES             TO WS-SALE-CATEGORY
                                              WS-SALE-FAMILY
               END-IF
           END-IF

           MOVE SR-CUST-ID OF ARCH-SALES-DATA
                                           TO WS-SALE-CUST-ID
           MOVE SR-DIVISION OF ARCH-SALES-DATA
                                           TO WS-SALE-DIVISION
           IF WS-SALE-DIVISION = SPACES
               MOVE '01'                   TO WS-SALE-DIVISION
           END-IF
           MOVE SR-QUANTITY OF ARCH-SALES-DATA
                                           TO WS-SALE-UNITS
           MOVE SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                           TO WS-SALE-REVENUE
           COMPUTE WS-SALE-COST = WS-SALE-UNITS * WS-SALE-UNIT-COST
           IF WS-SALE-PRICE > ZERO
               COMPUTE WS-SALE-DISCOUNT =
                       WS-SALE-UNITS * WS-SALE-PRICE - WS-SALE-REVENUE
           ELSE
               MOVE ZERO                   TO WS-SALE-DISCOUNT
           END-IF
           IF SR-TRANS-RETURN OF ARCH-SALES-DATA
               MULTIPLY -1 BY WS-SALE-UNITS
               MULTIPLY -1 BY WS-SALE-REVENUE
               MULTIPLY -1 BY WS-SALE-COST
               MULTIPLY -1 BY WS-SALE-DISCOUNT
           END-IF

           PERFORM 2200-APPLY-TO-PROMOTION
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PROMO-TABLE-COUNT

           PERFORM 2010-READ-ARCHIVE.

      *----------------------------------------------------------------*
      * A SALE TAGGED WITH THE PROMOTION'S CODE WAS PRICED UNDER IT,   *
      * WHEREVER IT IS DATED. ANY SALE DATED IN EITHER WINDOW THAT THE *
      * PROMOTION COVERS - ITS PRODUCT, ITS CUSTOMER - COUNTS TOWARD   *
      * THAT PERIOD'S TOTALS, PROMOTION PRICE OR NOT.                  *
      *----------------------------------------------------------------*
       2200-APPLY-TO-PROMOTION.
           IF SR-PROMO-CODE OF ARCH-SALES-DATA
                                       = WS-PRM-CODE-TBL (WS-PRM-IDX)
               ADD WS-SALE-UNITS    TO WS-PRM-TAG-UNITS-TBL (WS-PRM-IDX)
               ADD WS-SALE-REVENUE  TO WS-PRM-TAG-REV-TBL (WS-PRM-IDX)
               ADD WS-SALE-DISCOUNT TO WS-PRM-TAG-DISC-TBL (WS-PRM-IDX)
           END-IF

           MOVE SPACES                     TO WS-SALE-WINDOW-SW
           IF SR-SALE-DATE OF ARCH-SALES-DATA
                              NOT < WS-PRM-START-TBL (WS-PRM-IDX)
              AND SR-SALE-DATE OF ARCH-SALES-DATA
                              NOT > WS-PRM-END-TBL (WS-PRM-IDX)
               MOVE 'C'                    TO WS-SALE-WINDOW-SW
           END-IF
           IF SR-SALE-DATE OF ARCH-SALES-DATA
                              NOT < WS-PRM-PRIOR-START-TBL (WS-PRM-IDX)
              AND SR-SALE-DATE OF ARCH-SALES-DATA
                              NOT > WS-PRM-PRIOR-END-TBL (WS-PRM-IDX)
               MOVE 'P'                    TO WS-SALE-WINDOW-SW
           END-IF
           IF WS-SALE-WINDOW-SW = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                        TO WS-PROMO-SCOPE-SW
           IF WS-PRM-SCOPE-CNT-TBL (WS-PRM-IDX) = ZERO
               MOVE 'Y'                    TO WS-PROMO-SCOPE-SW
           ELSE
               PERFORM 2210-CHECK-PROMO-SCOPE
                   VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 10
                      OR PROMO-IN-SCOPE
           END-IF
           IF NOT PROMO-IN-SCOPE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                        TO WS-PROMO-ELIG-SW
           IF WS-PRM-ELIG-CNT-TBL (WS-PRM-IDX) = ZERO
               MOVE 'Y'                    TO WS-PROMO-ELIG-SW
           ELSE
               PERFORM 2220-CHECK-PROMO-ELIGIBLE
                   VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 10
                      OR PROMO-CUST-ELIGIBLE
           END-IF
           IF NOT PROMO-CUST-ELIGIBLE
               EXIT PARAGRAPH
           END-IF

           IF SALE-IN-PROMO-WINDOW
               ADD WS-SALE-UNITS    TO WS-PRM-CUR-UNITS-TBL (WS-PRM-IDX)
               ADD WS-SALE-REVENUE  TO WS-PRM-CUR-REV-TBL (WS-PRM-IDX)
               ADD WS-SALE-COST     TO WS-PRM-CUR-COST-TBL (WS-PRM-IDX)
           ELSE
               ADD WS-SALE-UNITS    TO WS-PRM-PRI-UNITS-TBL (WS-PRM-IDX)
               ADD WS-SALE-REVENUE  TO WS-PRM-PRI-REV-TBL (WS-PRM-IDX)
               ADD WS-SALE-COST     TO WS-PRM-PRI-COST-TBL (WS-PRM-IDX)
           END-IF.

       2210-CHECK-PROMO-SCOPE.
           EVALUATE WS-PRM-SCOPE-TYPE-TBL (WS-PRM-IDX, WS-PRM-SUB)
               WHEN 'P'
                   IF WS-PRM-SCOPE-VALUE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                          = SR-PRODUCT-CODE OF ARCH-SALES-DATA
                       MOVE 'Y'            TO WS-PROMO-SCOPE-SW
                   END-IF
               WHEN 'C'
                   IF WS-SALE-CATEGORY NOT = SPACES
                      AND WS-SALE-CATEGORY =
                          WS-PRM-SCOPE-VALUE-TBL (WS-PRM-IDX,
                                                  WS-PRM-SUB)
                       MOVE 'Y'            TO WS-PROMO-SCOPE-SW
                   END-IF
               WHEN 'F'
                   IF WS-SALE-FAMILY NOT = SPACES
                      AND WS-SALE-FAMILY =
                          WS-PRM-SCOPE-VALUE-TBL (WS-PRM-IDX,
                                                  WS-PRM-SUB)
                       MOVE 'Y'            TO WS-PROMO-SCOPE-SW
                   END-IF
           END-EVALUATE.

       2220-CHECK-PROMO-ELIGIBLE.
           EVALUATE WS-PRM-ELIG-TYPE-TBL (WS-PRM-IDX, WS-PRM-SUB)
               WHEN 'C'
                   IF WS-PRM-ELIG-VALUE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                          (1:6) = WS-SALE-CUST-ID
                       MOVE 'Y'            TO WS-PROMO-ELIG-SW
                   END-IF
               WHEN 'D'
                   IF WS-PRM-ELIG-VALUE-TBL (WS-PRM-IDX, WS-PRM-SUB)
                          (1:2) = WS-SALE-DIVISION
                       MOVE 'Y'            TO WS-PROMO-ELIG-SW
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PRINT THE REPORT - ONE BLOCK PER PROMOTION, THEN THE TOTALS    *
      *----------------------------------------------------------------*
       5000-PRINT-REPORT.
           STRING 'PROMOTION RESULTS REPORT'
                  '                                            '
                  'BUSINESS DATE: ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE

           IF WS-NAMED-PROMO NOT = SPACES
          AND NOT NAMED-PROMO-FOUND
               PERFORM 9100-WRITE-REPORT-LINE
               STRING 'PROMOTION '          DELIMITED SIZE
                      WS-NAMED-PROMO        DELIMITED SPACE
                      ' IS NOT ON THE PROMOTION MASTER'
                                            DELIMITED SIZE
                                            INTO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PROMO-TABLE-COUNT = ZERO
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE 'NO PROMOTION HAS ENDED - NOTHING TO REPORT'
                                            TO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM 5100-PRINT-ONE-PROMOTION
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PROMO-TABLE-COUNT

           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-PROMOS-REPORTED          TO WS-COUNT-EDIT
           MOVE WS-GRAND-TAG-UNITS          TO WS-UNITS-EDIT
           MOVE WS-GRAND-TAG-REV            TO WS-AMOUNT-EDIT
           MOVE WS-GRAND-TAG-DISC           TO WS-AMOUNT-EDIT-2
           STRING 'PROMOTIONS REPORTED: ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'ALL PROMOTIONS - SOLD AT PROMOTION PRICE  UNITS '
                  WS-UNITS-EDIT '  REVENUE ' WS-AMOUNT-EDIT
                  '  DISCOUNT GIVEN AWAY ' WS-AMOUNT-EDIT-2
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-PROMO-OVERFLOW > ZERO
               MOVE WS-PROMO-OVERFLOW       TO WS-COUNT-EDIT
               STRING '*** ' WS-COUNT-EDIT
                      ' MORE PROMOTIONS NOT REPORTED - RUN THEM BY CODE'
                      DELIMITED SIZE        INTO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       5100-PRINT-ONE-PROMOTION.
           ADD 1                            TO WS-PROMOS-REPORTED
           ADD WS-PRM-TAG-UNITS-TBL (WS-PRM-IDX) TO WS-GRAND-TAG-UNITS
           ADD WS-PRM-TAG-REV-TBL (WS-PRM-IDX)   TO WS-GRAND-TAG-REV
           ADD WS-PRM-TAG-DISC-TBL (WS-PRM-IDX)  TO WS-GRAND-TAG-DISC

           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'PROMOTION ' WS-PRM-CODE-TBL (WS-PRM-IDX)
                  '  ' WS-PRM-DESC-TBL (WS-PRM-IDX)
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           EVALUATE TRUE
               WHEN WS-PRM-STATUS-TBL (WS-PRM-IDX) = 'C'
                   MOVE '*** CANCELLED'     TO WS-REPORT-OUT(55:13)
               WHEN WS-PRM-END-TBL (WS-PRM-IDX) NOT < WS-BUSINESS-DATE
                   MOVE '*** STILL RUNNING - RESULTS TO DATE'
                                            TO WS-REPORT-OUT(55:35)
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING '  WINDOW ' WS-PRM-START-TBL (WS-PRM-IDX)
                  ' THRU ' WS-PRM-END-TBL (WS-PRM-IDX)
                  '    YEAR EARLIER '
                  WS-PRM-PRIOR-START-TBL (WS-PRM-IDX)
                  ' THRU ' WS-PRM-PRIOR-END-TBL (WS-PRM-IDX)
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 5110-PRINT-DISCOUNT-RULE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE '                        PROMOTION PERIOD'
                                            TO WS-REPORT-OUT(1:40)
           MOVE '     YEAR EARLIER'         TO WS-REPORT-OUT(41:17)
           MOVE '           CHANGE'         TO WS-REPORT-OUT(58:17)
           MOVE '   PCT'                    TO WS-REPORT-OUT(75:6)
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 'Y'                         TO WS-CMP-UNITS-SW
           MOVE '  UNITS'                   TO WS-CMP-LABEL
           MOVE WS-PRM-CUR-UNITS-TBL (WS-PRM-IDX) TO WS-CMP-CURRENT
           MOVE WS-PRM-PRI-UNITS-TBL (WS-PRM-IDX) TO WS-CMP-PRIOR
           PERFORM 5150-PRINT-COMPARE-LINE

           MOVE 'N'                         TO WS-CMP-UNITS-SW
           MOVE '  REVENUE'                 TO WS-CMP-LABEL
           MOVE WS-PRM-CUR-REV-TBL (WS-PRM-IDX)   TO WS-CMP-CURRENT
           MOVE WS-PRM-PRI-REV-TBL (WS-PRM-IDX)   TO WS-CMP-PRIOR
           PERFORM 5150-PRINT-COMPARE-LINE

           MOVE '  MARGIN'                  TO WS-CMP-LABEL
           COMPUTE WS-CMP-CURRENT = WS-PRM-CUR-REV-TBL (WS-PRM-IDX)
                                  - WS-PRM-CUR-COST-TBL (WS-PRM-IDX)
           COMPUTE WS-CMP-PRIOR   = WS-PRM-PRI-REV-TBL (WS-PRM-IDX)
                                  - WS-PRM-PRI-COST-TBL (WS-PRM-IDX)
           PERFORM 5150-PRINT-COMPARE-LINE

           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-PRM-TAG-UNITS-TBL (WS-PRM-IDX) TO WS-UNITS-EDIT
           MOVE WS-PRM-TAG-REV-TBL (WS-PRM-IDX)   TO WS-AMOUNT-EDIT
           MOVE WS-PRM-TAG-DISC-TBL (WS-PRM-IDX)  TO WS-AMOUNT-EDIT-2
           STRING '  SOLD AT THE PROMOTION PRICE  UNITS '
                  WS-UNITS-EDIT '  REVENUE ' WS-AMOUNT-EDIT
                  '  DISCOUNT GIVEN AWAY ' WS-AMOUNT-EDIT-2
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

       5110-PRINT-DISCOUNT-RULE.
           EVALUATE WS-PRM-TYPE-TBL (WS-PRM-IDX)
               WHEN 'P'
                   MOVE WS-PRM-PCT-TBL (WS-PRM-IDX) TO WS-RATE-EDIT
                   STRING '  DISCOUNT RULE: ' WS-RATE-EDIT
                          ' PCT OFF LIST'
                          DELIMITED SIZE    INTO WS-REPORT-OUT
               WHEN 'F'
                   MOVE WS-PRM-PRICE-TBL (WS-PRM-IDX) TO WS-PRICE-EDIT
                   STRING '  DISCOUNT RULE: FIXED UNIT PRICE '
                          WS-PRICE-EDIT
                          DELIMITED SIZE    INTO WS-REPORT-OUT
               WHEN 'B'
                   MOVE WS-PRM-BUY-TBL (WS-PRM-IDX)  TO WS-QTY-EDIT
                   MOVE WS-PRM-FREE-TBL (WS-PRM-IDX) TO WS-QTY-EDIT-2
                   STRING '  DISCOUNT RULE: BUY ' WS-QTY-EDIT
                          ' GET ' WS-QTY-EDIT-2 ' FREE'
                          DELIMITED SIZE    INTO WS-REPORT-OUT
               WHEN OTHER
                   STRING '  DISCOUNT RULE: UNKNOWN TYPE '
                          WS-PRM-TYPE-TBL (WS-PRM-IDX)
                          DELIMITED SIZE    INTO WS-REPORT-OUT
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE.

      *    THE PERCENTAGE IS OF THE YEAR-EARLIER FIGURE, SO THERE IS
      *    NONE WHEN THE YEAR EARLIER IS ZERO
       5150-PRINT-COMPARE-LINE.
           COMPUTE WS-CMP-CHANGE = WS-CMP-CURRENT - WS-CMP-PRIOR
           MOVE WS-CMP-LABEL                TO WS-REPORT-OUT(1:20)
           IF CMP-IS-UNITS
               MOVE WS-CMP-CURRENT          TO WS-UNITS-EDIT
               MOVE WS-CMP-PRIOR            TO WS-UNITS-EDIT-2
               MOVE WS-CMP-CHANGE           TO WS-UNITS-EDIT-3
               MOVE WS-UNITS-EDIT           TO WS-REPORT-OUT(29:12)
               MOVE WS-UNITS-EDIT-2         TO WS-REPORT-OUT(46:12)
               MOVE WS-UNITS-EDIT-3         TO WS-REPORT-OUT(63:12)
           ELSE
               MOVE WS-CMP-CURRENT          TO WS-AMOUNT-EDIT
               MOVE WS-CMP-PRIOR            TO WS-AMOUNT-EDIT-2
               MOVE WS-CMP-CHANGE           TO WS-AMOUNT-EDIT-3
               MOVE WS-AMOUNT-EDIT          TO WS-REPORT-OUT(26:15)
               MOVE WS-AMOUNT-EDIT-2        TO WS-REPORT-OUT(43:15)
               MOVE WS-AMOUNT-EDIT-3        TO WS-REPORT-OUT(60:15)
           END-IF
           IF WS-CMP-PRIOR = ZERO
               MOVE '     N/A'              TO WS-REPORT-OUT(75:8)
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-CHANGE * 100 / WS-CMP-PRIOR
                   ON SIZE ERROR
                       MOVE ZERO            TO WS-CMP-PCT
               END-COMPUTE
               MOVE WS-CMP-PCT              TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT             TO WS-REPORT-OUT(75:8)
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * FINALIZATION - SUMMARY AND THE RETURN CODE                     *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE REPORT-FILE

           IF WS-NAMED-PROMO NOT = SPACES
          AND NOT NAMED-PROMO-FOUND
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'PROMORPT - PROMOTION RESULTS SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY 'ARCHIVE RECORDS READ:   ' WS-ARCHIVE-READ
           DISPLAY 'PROMOTIONS REPORTED:    ' WS-PROMOS-REPORTED
           IF WS-NAMED-PROMO NOT = SPACES
          AND NOT NAMED-PROMO-FOUND
               DISPLAY 'PROMOTION NOT ON FILE:  ' WS-NAMED-PROMO
           END-IF
           DISPLAY '============================================='.

      *----------------------------------------------------------------*
      * APPEND THIS RUN'S COMPLETION RECORD TO THE COMMON RUN LOG.     *
      * OPENED EXTEND SO EVERY STEP'S RECORDS ACCUMULATE IN ONE FILE;  *
      * A LOG PROBLEM IS REPORTED BUT NEVER FAILS A RUN THAT           *
      * OTHERWISE ENDED CLEAN.                                         *
      *----------------------------------------------------------------*
       8900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
          AND WS-RUNLOG-STATUS NOT = '05'
               DISPLAY 'PROMORPT: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'PROMORPT' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-ARCHIVE-READ TO RL-RECORDS-IN
               MOVE WS-PROMOS-REPORTED TO RL-RECORDS-OUT
               MOVE ZERO TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'PROMORPT: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE MAINTAINED BUSINESS DATE, IF ONE IS ON FILE, SAVING   *
      * IT IN WORKING STORAGE SO IT SURVIVES THE CLOSE. A MISSING OR   *
      * MALFORMED CONTROL FILE LEAVES THE SYSTEM-CLOCK DEFAULT         *
      * STANDING.                                                      *
      *----------------------------------------------------------------*
       1050-SET-BUSINESS-DATE.
           IF NOT BUSDATE-CHECKED
               MOVE 'Y' TO WS-BUSDATE-CHECKED-SW
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = '00'
                   READ BUSDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BD-BUSINESS-DATE(1:4) IS NUMERIC
                          AND BD-BUSINESS-DATE(6:2) IS NUMERIC
                          AND BD-BUSINESS-DATE(9:2) IS NUMERIC
                               MOVE 'Y' TO WS-BUSDATE-FOUND-SW
                               MOVE BD-BUSINESS-DATE
                                              TO WS-BUSINESS-DATE
                               IF BD-CYCLE-NUMBER NUMERIC
                                   MOVE BD-CYCLE-NUMBER
                                            TO WS-BUSDATE-CYCLE
                               END-IF
                           END-IF
                   END-READ
                   CLOSE BUSDATE-FILE
               ELSE
                   IF WS-BUSDATE-STATUS NOT = '35'
                       MOVE 'OPEN FAILED: BUSDATE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-BUSDATE-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE REPORT LINE                                          *
      *---------------------------------------------------------------*
       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-OUT               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-OUT.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** PROMORPT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
