       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYBEHAV.
       AUTHOR. PORTFOLIO DEMO.
      ******************************************************************
      * PROGRAM NAME: PAYBEHAV                                         *
      * DESCRIPTION:  CUSTOMER PAYMENT BEHAVIOUR AND DSO REPORT        *
      *               ARAGING SHOWS HOW OLD THE MONEY IS TODAY; THIS   *
      *               REPORT SHOWS HOW EACH CUSTOMER ACTUALLY PAYS.    *
      *               EVERY RECEIPT SLICE CASHAPP APPLIED TO AN ITEM   *
      *               IN THE LAST TWELVE MONTHS IS MEASURED FROM ITEM  *
      *               DATE TO RECEIPT DATE, AND EACH CUSTOMER GETS     *
      *               AVERAGE AND AMOUNT-WEIGHTED DAYS-TO-PAY, DAYS    *
      *               BEYOND THEIR OWN TERMS, THE FASTEST AND SLOWEST  *
      *               PAYMENT AND THE SHARE PAID LATE, SO COLLECTIONS  *
      *               CAN TELL A SLOW PAYER FROM A DISORGANIZED ONE.   *
      *               A SECOND SECTION GIVES COMPANY DSO BY MONTH.     *
      *                                                                *
      * PATTERN RULES (HOUSE POLICY CONSTANTS):                        *
      *   WEIGHTED DAYS BEYOND TERMS <= 5       -> ON TERMS            *
      *   LATER THAN THAT, SPREAD BETWEEN THE                          *
      *   FASTEST AND SLOWEST PAYMENT > 45 DAYS -> ERRATIC (PAYS WHEN  *
      *                                            IT FINDS THE BILL)  *
      *   OTHERWISE                             -> SLOW (CONSISTENTLY  *
      *                                            LATE - CASH FLOW)   *
      * CREDIT MEMOS, RETURNS AND WRITE-OFFS ARE NOT PAYMENTS AND ARE  *
      * LEFT OUT OF DAYS-TO-PAY. A BOUNCED RECEIPT'S REVERSAL SLICES   *
      * ('V') TAKE BACK WHAT THE RECEIPT WAS MEASURED AS AND COLLECTED.*
      *                                                                *
      * DSO FOR A MONTH IS THE A/R AT MONTH END OVER THAT MONTH'S NEW  *
      * RECEIVABLES, TIMES THE DAYS IN THE MONTH. MONTH-END A/R IS     *
      * REBUILT FROM THE LEDGER: EACH ITEM'S OPEN AMOUNT TODAY PLUS    *
      * EVERY APPLICATION AGAINST IT POSTED AFTER THAT MONTH END. THE  *
      * CURRENT MONTH RUNS TO THE BUSINESS DATE.                       *
      *                                                                *
      * INPUTS:       APPLICATION HISTORY (APPLHIST, 80 BYTES)         *
      *               A/R OPEN-ITEM LEDGER (OPENITEM, INDEXED)         *
      *               CUSTOMER MASTER EXTRACT (CUSTMOUT, 250 BYTES)    *
      *               BUSINESS DATE CONTROL (BUSDATE)                  *
      * OUTPUT:       PAYMENT BEHAVIOUR REPORT (PAYBRPT, 132 BYTES)    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    APPLICATION HISTORY - A SITE THAT HAS NOT YET RUN CASHAPP
      *    SINCE THE FILE WAS INTRODUCED HAS NONE, AND GETS A REPORT
      *    WITH NO CUSTOMER LINES RATHER THAN AN ABEND
           SELECT APPLHIST-FILE ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO PAYBRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - THE AS-OF DATE THE TWELVE-MONTH
      *    WINDOW ENDS ON. A MISSING FILE FALLS BACK TO THE SYSTEM
      *    CLOCK.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY BUSDATE.

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

       01  WS-FILE-STATUS.
           05  WS-CUST-STATUS           PIC XX.
           05  WS-OPENITEM-STATUS       PIC XX.
           05  WS-APPLHIST-STATUS       PIC XX.
           05  WS-REPORT-STATUS         PIC XX.

       01  WS-FLAGS.
           05  WS-END-OF-FILE-SW        PIC X VALUE 'N'.
               88  END-OF-FILE                  VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X VALUE 'N'.
               88  HIST-EOF                     VALUE 'Y'.
           05  WS-DATE-VALID-SW         PIC X VALUE 'N'.
               88  DATE-VALID                   VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-READ            PIC 9(7) VALUE ZERO.
           05  WS-HIST-READ             PIC 9(7) VALUE ZERO.
           05  WS-RECEIPTS-MEASURED     PIC 9(7) VALUE ZERO.
           05  WS-MEMOS-SKIPPED         PIC 9(7) VALUE ZERO.
           05  WS-REVERSALS-NETTED      PIC 9(7) VALUE ZERO.
           05  WS-OUTSIDE-WINDOW        PIC 9(7) VALUE ZERO.
           05  WS-BAD-DATE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-CUST-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-LISTED      PIC 9(7) VALUE ZERO.
           05  WS-PAGE-COUNT            PIC 9(4) VALUE ZERO.

      *---------------------------------------------------------------*
      * PATTERN POLICY CONSTANTS - SEE THE PROGRAM HEADER              *
      *---------------------------------------------------------------*
       01  WS-POLICY-FIELDS.
           05  WS-ON-TERMS-GRACE-DAYS   PIC 9(3) VALUE 5.
           05  WS-ERRATIC-SPREAD-DAYS   PIC 9(3) VALUE 45.

      *---------------------------------------------------------------*
      * THE TWELVE REPORT MONTHS, OLDEST FIRST, ENDING WITH THE        *
      * BUSINESS-DATE MONTH. FIRST/END ARE INTEGER-OF-DATE DAY         *
      * NUMBERS SO AN ITEM OR APPLICATION DATE CAN BE BUCKETED WITH A  *
      * PLAIN COMPARE. THE LAST MONTH ENDS ON THE BUSINESS DATE.       *
      *---------------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES
                              INDEXED BY WS-MONTH-IDX.
               10  WS-MONTH-YYYYMM-TBL  PIC X(07) VALUE SPACES.
               10  WS-MONTH-FIRST-TBL   PIC 9(07) VALUE ZERO.
               10  WS-MONTH-END-TBL     PIC 9(07) VALUE ZERO.
               10  WS-MONTH-DAYS-TBL    PIC 9(03) VALUE ZERO.
               10  WS-MONTH-SALES-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-MONTH-CASH-TBL    PIC S9(11)V99 VALUE ZERO.
               10  WS-MONTH-MEMO-TBL    PIC S9(11)V99 VALUE ZERO.
               10  WS-MONTH-AR-TBL      PIC S9(11)V99 VALUE ZERO.

       01  WS-MONTH-WORK.
           05  WS-MONTH-NO              PIC 9(02) VALUE ZERO.
           05  WS-MONTH-SERIAL          PIC 9(06) VALUE ZERO.
           05  WS-MONTH-CCYY            PIC 9(04) VALUE ZERO.
           05  WS-MONTH-MM              PIC 9(02) VALUE ZERO.
           05  WS-MONTH-DATE-NUM        PIC 9(08) VALUE ZERO.
           05  WS-WINDOW-FIRST-INT      PIC 9(07) VALUE ZERO.
           05  WS-RUN-DATE-INT          PIC 9(07) VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE ENTRY PER CUSTOMER ON THE EXTRACT, WITH THEIR TERMS IN     *
      * DAYS (MAPPED THE SAME WAY DUNNING MAPS THEM) AND THE           *
      * DAYS-TO-PAY ACCUMULATORS THE HISTORY PASS BUILDS UP. THE       *
      * AMOUNT-TIMES-DAYS SUMS GIVE THE DOLLAR-WEIGHTED FIGURES - A    *
      * LATE $10,000 ITEM MATTERS MORE THAN A LATE $10 ONE.            *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(06) VALUE ZERO.
               10  WS-CUST-NAME-TBL     PIC X(30) VALUE SPACES.
               10  WS-CUST-TERMS-TBL    PIC 9(03) VALUE ZERO.
               10  WS-CUST-PAID-CNT-TBL PIC 9(07) VALUE ZERO.
               10  WS-CUST-PAID-AMT-TBL PIC S9(11)V99 VALUE ZERO.
               10  WS-CUST-AMT-DAYS-TBL PIC S9(15)V99 VALUE ZERO.
               10  WS-CUST-SUM-DAYS-TBL PIC S9(09) VALUE ZERO.
               10  WS-CUST-AMT-LATE-TBL PIC S9(15)V99 VALUE ZERO.
               10  WS-CUST-MIN-DAYS-TBL PIC S9(05) VALUE ZERO.
               10  WS-CUST-MAX-DAYS-TBL PIC S9(05) VALUE ZERO.
               10  WS-CUST-LATE-CNT-TBL PIC 9(07) VALUE ZERO.

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CUST-FOUND-SUB        PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * DATE ARITHMETIC FIELDS - LEDGER AND HISTORY DATES ARE          *
      * 'YYYY-MM-DD', SO THE DASHES ARE STRIPPED BEFORE FUNCTION       *
      * INTEGER-OF-DATE CAN USE THEM, THE SAME WAY ARAGING DOES        *
      *---------------------------------------------------------------*
       01  WS-DATE-FIELDS.
           05  WS-CONVERT-DATE          PIC X(10) VALUE SPACES.
           05  WS-CONVERT-DATE-NUM      PIC 9(08) VALUE ZERO.
           05  WS-CONVERT-INT           PIC 9(07) VALUE ZERO.
           05  WS-ITEM-DATE-INT         PIC 9(07) VALUE ZERO.
           05  WS-APPLIED-DATE-INT      PIC 9(07) VALUE ZERO.
           05  WS-POSTED-DATE-INT       PIC 9(07) VALUE ZERO.
           05  WS-DAYS-TO-PAY           PIC S9(05) VALUE ZERO.
           05  WS-DAYS-BEYOND           PIC S9(05) VALUE ZERO.

      *    THE SLICE AMOUNT AS IT MOVES CASH AND A/R - NEGATIVE FOR A
      *    REVERSAL SLICE, WHICH PUTS THE AMOUNT BACK ON THE ITEM
       01  WS-APPL-AMOUNT               PIC S9(9)V99 VALUE ZERO.

       01  WS-FORMATTED-DATE            PIC X(10).

      *---------------------------------------------------------------*
      * PER-LINE RESULT FIELDS AND THE COMPANY-WIDE TOTALS             *
      *---------------------------------------------------------------*
       01  WS-RESULT-FIELDS.
           05  WS-AVG-DAYS              PIC S9(05) VALUE ZERO.
           05  WS-WTD-DAYS              PIC S9(05) VALUE ZERO.
           05  WS-WTD-BEYOND            PIC S9(05) VALUE ZERO.
           05  WS-SPREAD-DAYS           PIC S9(05) VALUE ZERO.
           05  WS-PCT-LATE              PIC 9(03) VALUE ZERO.
           05  WS-DSO                   PIC S9(05)V9 VALUE ZERO.
           05  WS-DSO-EDIT              PIC ZZ,ZZ9.9.

       01  WS-COMPANY-TOTALS.
           05  WS-CO-PAID-CNT           PIC 9(09) VALUE ZERO.
           05  WS-CO-PAID-AMT           PIC S9(13)V99 VALUE ZERO.
           05  WS-CO-AMT-DAYS           PIC S9(17)V99 VALUE ZERO.
           05  WS-CO-SUM-DAYS           PIC S9(11) VALUE ZERO.
           05  WS-CO-AMT-LATE           PIC S9(17)V99 VALUE ZERO.
           05  WS-CO-LATE-CNT           PIC 9(09) VALUE ZERO.
           05  WS-CO-SALES              PIC S9(13)V99 VALUE ZERO.
           05  WS-CO-CASH               PIC S9(13)V99 VALUE ZERO.
           05  WS-CO-MEMO               PIC S9(13)V99 VALUE ZERO.
           05  WS-CO-DAYS               PIC 9(05) VALUE ZERO.

       01  WS-ABEND-MSG                 PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------*
      * REPORT HEADER LINES                                            *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER PAYMENT BEHAVIOUR AND DSO'.
           05  FILLER                   PIC X(52) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE 'PAGE: '.
           05  HDR-PAGE-NO              PIC ZZZ9.
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(12) VALUE 'AS-OF DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'WINDOW: '.
           05  HDR-FROM-MONTH           PIC X(07).
           05  FILLER                   PIC X(04) VALUE ' TO '.
           05  HDR-TO-MONTH             PIC X(07).
           05  FILLER                   PIC X(74) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '-'.

       01  HDR-SECTION-1.
           05  FILLER                   PIC X(60) VALUE
               'DAYS TO PAY BY CUSTOMER - RECEIPTS IN THE WINDOW'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  HDR-LINE-4.
           05  FILLER                   PIC X(8) VALUE 'CUST-ID'.
           05  FILLER                   PIC X(22) VALUE 'NAME'.
           05  FILLER                   PIC X(5) VALUE 'TRM'.
           05  FILLER                   PIC X(8) VALUE ' ITEMS'.
           05  FILLER                   PIC X(15) VALUE
               '  AMOUNT PAID'.
           05  FILLER                   PIC X(8) VALUE '   AVG'.
           05  FILLER                   PIC X(8) VALUE '   WTD'.
           05  FILLER                   PIC X(9) VALUE ' BEYOND'.
           05  FILLER                   PIC X(7) VALUE '   MIN'.
           05  FILLER                   PIC X(8) VALUE '   MAX'.
           05  FILLER                   PIC X(6) VALUE 'LATE%'.
           05  FILLER                   PIC X(28) VALUE 'PATTERN'.

       01  HDR-SECTION-2.
           05  FILLER                   PIC X(60) VALUE
               'DAYS SALES OUTSTANDING BY MONTH'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  HDR-LINE-5.
           05  FILLER                   PIC X(10) VALUE 'MONTH'.
           05  FILLER                   PIC X(17) VALUE
               'NEW RECEIVABLES'.
           05  FILLER                   PIC X(17) VALUE
               ' CASH COLLECTED'.
           05  FILLER                   PIC X(17) VALUE
               'NONCASH CREDITS'.
           05  FILLER                   PIC X(17) VALUE
               '  A/R MONTH-END'.
           05  FILLER                   PIC X(6) VALUE 'DAYS'.
           05  FILLER                   PIC X(8) VALUE '     DSO'.
           05  FILLER                   PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * DETAIL LINE - ONE PER CUSTOMER WITH RECEIPTS IN THE WINDOW     *
      *----------------------------------------------------------------*
       01  DTL-DETAIL-LINE.
           05  DTL-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-CUST-NAME            PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-TERMS                PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-PAID-CNT             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-PAID-AMT             PIC $$,$$$,$$9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-AVG-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-WTD-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-WTD-BEYOND           PIC ZZ,ZZ9-.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-MIN-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  DTL-MAX-DAYS             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  DTL-PCT-LATE             PIC ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  DTL-PATTERN              PIC X(10).
           05  FILLER                   PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------*
      * DETAIL LINE - ONE PER REPORT MONTH                             *
      *----------------------------------------------------------------*
       01  MTH-DETAIL-LINE.
           05  MTH-MONTH                PIC X(7).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  MTH-SALES                PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MTH-CASH                 PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MTH-MEMO                 PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MTH-AR-END               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  MTH-DAYS                 PIC ZZ,ZZ9.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  MTH-DSO                  PIC X(8).
           05  FILLER                   PIC X(40) VALUE SPACES.

       01  SUM-LINE.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-OPEN-ITEMS
           PERFORM 2500-SCAN-HISTORY
           PERFORM 8000-WRITE-HEADERS
           PERFORM 3000-PRINT-CUSTOMER-SECTION
           PERFORM 3500-PRINT-DSO-SECTION
           PERFORM 4000-FINALIZE
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION                                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    THE WINDOW ENDS ON THE MAINTAINED BUSINESS DATE WHEN ONE
      *    EXISTS - THE SAME DATE CASHAPP STAMPED AS POSTED
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-MONTH-DATE-NUM
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD     TO WS-MONTH-DATE-NUM
               MOVE WS-BUSINESS-DATE        TO WS-FORMATTED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO WS-FORMATTED-DATE(1:4)
               MOVE '-'                     TO WS-FORMATTED-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO WS-FORMATTED-DATE(6:2)
               MOVE '-'                     TO WS-FORMATTED-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO WS-FORMATTED-DATE(9:2)
           END-IF
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-DATE-NUM)

           PERFORM 1100-BUILD-MONTH-TABLE
           PERFORM 1200-LOAD-CUSTOMERS.

      *----------------------------------------------------------------*
      * LAY OUT THE TWELVE MONTHS. A MONTH SERIAL (CCYY * 12 + MM - 1) *
      * STEPS BACK ACROSS YEAR ENDS WITHOUT SPECIAL CASES; EACH        *
      * MONTH ENDS THE DAY BEFORE THE FIRST OF THE NEXT.               *
      *----------------------------------------------------------------*
       1100-BUILD-MONTH-TABLE.
           MOVE WS-MONTH-DATE-NUM(1:4)      TO WS-MONTH-CCYY
           MOVE WS-MONTH-DATE-NUM(5:2)      TO WS-MONTH-MM
           COMPUTE WS-MONTH-SERIAL =
                   WS-MONTH-CCYY * 12 + WS-MONTH-MM - 1 - 12
           SET WS-MONTH-IDX                 TO 1
           PERFORM 1110-BUILD-ONE-MONTH
               UNTIL WS-MONTH-IDX > 12

           MOVE WS-RUN-DATE-INT             TO WS-MONTH-END-TBL (12)
           COMPUTE WS-MONTH-DAYS-TBL (12) =
                   WS-MONTH-END-TBL (12) - WS-MONTH-FIRST-TBL (12) + 1
           MOVE WS-MONTH-FIRST-TBL (1)      TO WS-WINDOW-FIRST-INT.

       1110-BUILD-ONE-MONTH.
           ADD 1                            TO WS-MONTH-SERIAL
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-MONTH-CCYY
                                     REMAINDER WS-MONTH-MM
           ADD 1                            TO WS-MONTH-MM
           COMPUTE WS-MONTH-DATE-NUM =
                   WS-MONTH-CCYY * 10000 + WS-MONTH-MM * 100 + 1
           COMPUTE WS-MONTH-FIRST-TBL (WS-MONTH-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-DATE-NUM)
           MOVE WS-MONTH-DATE-NUM(1:4)
                              TO WS-MONTH-YYYYMM-TBL (WS-MONTH-IDX)(1:4)
           MOVE '-'           TO WS-MONTH-YYYYMM-TBL (WS-MONTH-IDX)(5:1)
           MOVE WS-MONTH-DATE-NUM(5:2)
                              TO WS-MONTH-YYYYMM-TBL (WS-MONTH-IDX)(6:2)

      *    THE FIRST OF THE FOLLOWING MONTH, LESS ONE DAY
           IF WS-MONTH-MM = 12
               COMPUTE WS-MONTH-DATE-NUM =
                       (WS-MONTH-CCYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-MONTH-DATE-NUM =
                       WS-MONTH-CCYY * 10000
                     + (WS-MONTH-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-MONTH-END-TBL (WS-MONTH-IDX) =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-DATE-NUM) - 1
           COMPUTE WS-MONTH-DAYS-TBL (WS-MONTH-IDX) =
                   WS-MONTH-END-TBL (WS-MONTH-IDX)
                 - WS-MONTH-FIRST-TBL (WS-MONTH-IDX) + 1
           SET WS-MONTH-IDX UP BY 1.

      *----------------------------------------------------------------*
      * LOAD EVERY CUSTOMER ON THE EXTRACT WITH THEIR TERMS IN DAYS.   *
      * THE CONTROL TRAILER (CUST-ID 999999) IS THE LOGICAL END.       *
      *----------------------------------------------------------------*
       1200-LOAD-CUSTOMERS.
           PERFORM 1210-READ-CUSTOMER
           PERFORM 1220-LOAD-ONE-CUSTOMER UNTIL END-OF-FILE
           CLOSE CUST-FILE.

       1210-READ-CUSTOMER.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ

           IF NOT END-OF-FILE AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ FAILED: CUST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF NOT END-OF-FILE
               IF CUST-ID OF CUSTOMER-RECORD = 999999
                   SUBTRACT 1 FROM WS-RECORD-COUNT
                   MOVE 'Y' TO WS-END-OF-FILE-SW
               END-IF
           END-IF.

      *    TERMS MAP THE SAME WAY DUNNING MAPS THEM - SPACES OR AN
      *    UNKNOWN CODE READS AS THE HOUSE DEFAULT, NET 30
       1220-LOAD-ONE-CUSTOMER.
           IF WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX
               MOVE 'CUSTOMER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CUST-TABLE-COUNT
           SET WS-CUST-IDX                  TO WS-CUST-TABLE-COUNT
           MOVE CUST-ID OF CUSTOMER-RECORD
                                     TO WS-CUST-ID-TBL (WS-CUST-IDX)
           MOVE CUST-NAME OF CUSTOMER-RECORD
                                     TO WS-CUST-NAME-TBL (WS-CUST-IDX)
           EVALUATE CUST-PAYMENT-TERMS OF CUSTOMER-RECORD
               WHEN 'N10'
                   MOVE 10           TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN 'N45'
                   MOVE 45           TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN 'N60'
                   MOVE 60           TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN 'COD'
                   MOVE ZERO         TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN OTHER
                   MOVE 30           TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
           END-EVALUATE
           PERFORM 1210-READ-CUSTOMER.

      *----------------------------------------------------------------*
      * LEDGER PASS - EVERY ITEM, OPEN OR CLOSED. ITS ORIGINAL AMOUNT  *
      * IS A NEW RECEIVABLE IN THE MONTH IT IS DATED, AND ITS OPEN     *
      * AMOUNT TODAY IS STILL OWED AT EVERY MONTH END SINCE. A MISSING *
      * LEDGER (STATUS 35) LEAVES THE DSO SECTION AT ZERO.             *
      *----------------------------------------------------------------*
       2000-SCAN-OPEN-ITEMS.
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = '35'
               MOVE 'Y'                     TO WS-ITEM-SCAN-EOF-SW
           ELSE
               IF WS-OPENITEM-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: OPENITEM-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OPENITEM-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE ZERO                    TO OI-ITEM-SEQ
               START OPENITEM-FILE KEY NOT < OI-ITEM-SEQ
                   INVALID KEY
                       MOVE 'Y'             TO WS-ITEM-SCAN-EOF-SW
               END-START
               IF NOT ITEM-SCAN-EOF
                   PERFORM 2010-READ-ITEM-NEXT
                   PERFORM 2050-PROCESS-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF.

       2010-READ-ITEM-NEXT.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-ITEM-SCAN-EOF-SW
           END-READ
           IF WS-OPENITEM-STATUS NOT = '00'
          AND WS-OPENITEM-STATUS NOT = '10'
               MOVE 'READ ERROR: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2050-PROCESS-ONE-ITEM.
           ADD 1                            TO WS-ITEMS-READ
           MOVE OI-ITEM-DATE                TO WS-CONVERT-DATE
           PERFORM 8100-CONVERT-DATE
           IF DATE-VALID
               MOVE WS-CONVERT-INT          TO WS-ITEM-DATE-INT
               SET WS-MONTH-IDX             TO 1
               PERFORM 2060-BUCKET-ITEM-MONTH
                   UNTIL WS-MONTH-IDX > 12
           ELSE
               ADD 1                        TO WS-BAD-DATE-COUNT
           END-IF
           PERFORM 2010-READ-ITEM-NEXT.

       2060-BUCKET-ITEM-MONTH.
           IF WS-ITEM-DATE-INT NOT > WS-MONTH-END-TBL (WS-MONTH-IDX)
               ADD OI-OPEN-AMOUNT     TO WS-MONTH-AR-TBL (WS-MONTH-IDX)
               IF WS-ITEM-DATE-INT
                      NOT < WS-MONTH-FIRST-TBL (WS-MONTH-IDX)
                   ADD OI-ORIG-AMOUNT
                                   TO WS-MONTH-SALES-TBL (WS-MONTH-IDX)
               END-IF
           END-IF
           SET WS-MONTH-IDX UP BY 1.

      *----------------------------------------------------------------*
      * HISTORY PASS - EVERY SLICE CASHAPP, ADJAPPLY, OPENPOST OR      *
      * CUSTUPD WROTE. BY POSTED DATE IT IS CASH OR A NONCASH CREDIT   *
      * (MEMO, RETURN, WRITE-OFF) IN ITS MONTH, AND IT WAS STILL OWED  *
      * AT EVERY MONTH END BETWEEN THE ITEM DATE AND THE POSTING. A    *
      * RECEIPT DATED IN THE WINDOW IS ALSO MEASURED FOR THE           *
      * CUSTOMER'S DAYS-TO-PAY. A REVERSAL SLICE CARRIES ITS RECEIPT'S *
      * DATES AND RUNS ALL OF THIS BACKWARDS.                          *
      *----------------------------------------------------------------*
       2500-SCAN-HISTORY.
           OPEN INPUT APPLHIST-FILE
           IF WS-APPLHIST-STATUS = '35'
               MOVE 'Y'                     TO WS-HIST-EOF-SW
           ELSE
               IF WS-APPLHIST-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-APPLHIST-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 2510-READ-HISTORY
               PERFORM 2550-PROCESS-ONE-APPLICATION UNTIL HIST-EOF
               CLOSE APPLHIST-FILE
           END-IF.

       2510-READ-HISTORY.
           READ APPLHIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-HIST-READ
           END-READ
           IF NOT HIST-EOF AND WS-APPLHIST-STATUS NOT = '00'
               MOVE 'READ FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2550-PROCESS-ONE-APPLICATION.
           MOVE APH-ITEM-DATE               TO WS-CONVERT-DATE
           PERFORM 8100-CONVERT-DATE
           MOVE WS-CONVERT-INT              TO WS-ITEM-DATE-INT
           IF DATE-VALID
               MOVE APH-POSTED-DATE         TO WS-CONVERT-DATE
               PERFORM 8100-CONVERT-DATE
               MOVE WS-CONVERT-INT          TO WS-POSTED-DATE-INT
           END-IF
           IF DATE-VALID
               MOVE APH-APPLIED-DATE        TO WS-CONVERT-DATE
               PERFORM 8100-CONVERT-DATE
               MOVE WS-CONVERT-INT          TO WS-APPLIED-DATE-INT
           END-IF

           IF APH-RECEIPT-REVERSAL
               COMPUTE WS-APPL-AMOUNT = ZERO - APH-AMOUNT
           ELSE
               MOVE APH-AMOUNT              TO WS-APPL-AMOUNT
           END-IF

           IF DATE-VALID
               SET WS-MONTH-IDX             TO 1
               PERFORM 2560-BUCKET-APPL-MONTH
                   UNTIL WS-MONTH-IDX > 12
               EVALUATE TRUE
                   WHEN NOT APH-FROM-RECEIPT
                    AND NOT APH-RECEIPT-REVERSAL
                       ADD 1                TO WS-MEMOS-SKIPPED
                   WHEN WS-APPLIED-DATE-INT < WS-WINDOW-FIRST-INT
                     OR WS-APPLIED-DATE-INT > WS-RUN-DATE-INT
                       ADD 1                TO WS-OUTSIDE-WINDOW
                   WHEN OTHER
                       PERFORM 2600-MEASURE-DAYS-TO-PAY
               END-EVALUATE
           ELSE
               ADD 1                        TO WS-BAD-DATE-COUNT
           END-IF
           PERFORM 2510-READ-HISTORY.

       2560-BUCKET-APPL-MONTH.
           IF WS-POSTED-DATE-INT NOT < WS-MONTH-FIRST-TBL (WS-MONTH-IDX)
          AND WS-POSTED-DATE-INT NOT > WS-MONTH-END-TBL (WS-MONTH-IDX)
               IF APH-FROM-RECEIPT OR APH-RECEIPT-REVERSAL
                   ADD WS-APPL-AMOUNT
                                   TO WS-MONTH-CASH-TBL (WS-MONTH-IDX)
               ELSE
                   ADD WS-APPL-AMOUNT
                                   TO WS-MONTH-MEMO-TBL (WS-MONTH-IDX)
               END-IF
           END-IF
           IF WS-ITEM-DATE-INT NOT > WS-MONTH-END-TBL (WS-MONTH-IDX)
          AND WS-POSTED-DATE-INT > WS-MONTH-END-TBL (WS-MONTH-IDX)
               ADD WS-APPL-AMOUNT      TO WS-MONTH-AR-TBL (WS-MONTH-IDX)
           END-IF
           SET WS-MONTH-IDX UP BY 1.

      *----------------------------------------------------------------*
      * DAYS FROM ITEM DATE TO RECEIPT DATE, AND HOW FAR PAST THE      *
      * CUSTOMER'S OWN TERMS THAT WAS (NEGATIVE WHEN PAID EARLY). A    *
      * RECEIPT DATED BEFORE ITS ITEM - A PREPAYMENT APPLIED LATER -   *
      * COUNTS AS ZERO DAYS. A REVERSAL SLICE CARRIES THE SAME DATES   *
      * AS THE SLICE IT PUTS BACK AND TAKES ITS MEASUREMENT OUT AGAIN  *
      * (2620); THE FASTEST AND SLOWEST PAYMENT ARE LEFT AS THEY STAND.*
      *----------------------------------------------------------------*
       2600-MEASURE-DAYS-TO-PAY.
           MOVE APH-CUST-ID                 TO WS-SEARCH-CUST-ID
           PERFORM 2610-FIND-CUSTOMER
           IF NOT CUST-FOUND
               ADD 1                        TO WS-UNKNOWN-CUST-COUNT
           ELSE
               SET WS-CUST-IDX              TO WS-CUST-FOUND-SUB
               COMPUTE WS-DAYS-TO-PAY =
                       WS-APPLIED-DATE-INT - WS-ITEM-DATE-INT
               IF WS-DAYS-TO-PAY < ZERO
                   MOVE ZERO                TO WS-DAYS-TO-PAY
               END-IF
               COMPUTE WS-DAYS-BEYOND =
                       WS-DAYS-TO-PAY - WS-CUST-TERMS-TBL (WS-CUST-IDX)
           END-IF

           IF CUST-FOUND AND APH-RECEIPT-REVERSAL
               PERFORM 2605-UNMEASURE-REVERSAL
           END-IF

           IF CUST-FOUND AND APH-FROM-RECEIPT
               ADD 1                        TO WS-RECEIPTS-MEASURED
               IF WS-CUST-PAID-CNT-TBL (WS-CUST-IDX) = ZERO
                   MOVE WS-DAYS-TO-PAY
                                 TO WS-CUST-MIN-DAYS-TBL (WS-CUST-IDX)
                   MOVE WS-DAYS-TO-PAY
                                 TO WS-CUST-MAX-DAYS-TBL (WS-CUST-IDX)
               END-IF
               IF WS-DAYS-TO-PAY < WS-CUST-MIN-DAYS-TBL (WS-CUST-IDX)
                   MOVE WS-DAYS-TO-PAY
                                 TO WS-CUST-MIN-DAYS-TBL (WS-CUST-IDX)
               END-IF
               IF WS-DAYS-TO-PAY > WS-CUST-MAX-DAYS-TBL (WS-CUST-IDX)
                   MOVE WS-DAYS-TO-PAY
                                 TO WS-CUST-MAX-DAYS-TBL (WS-CUST-IDX)
               END-IF
               IF WS-DAYS-BEYOND > ZERO
                   ADD 1         TO WS-CUST-LATE-CNT-TBL (WS-CUST-IDX)
               END-IF

               ADD 1             TO WS-CUST-PAID-CNT-TBL (WS-CUST-IDX)
               ADD APH-AMOUNT    TO WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
               ADD WS-DAYS-TO-PAY
                                 TO WS-CUST-SUM-DAYS-TBL (WS-CUST-IDX)
               COMPUTE WS-CUST-AMT-DAYS-TBL (WS-CUST-IDX) =
                       WS-CUST-AMT-DAYS-TBL (WS-CUST-IDX)
                     + APH-AMOUNT * WS-DAYS-TO-PAY
               COMPUTE WS-CUST-AMT-LATE-TBL (WS-CUST-IDX) =
                       WS-CUST-AMT-LATE-TBL (WS-CUST-IDX)
                     + APH-AMOUNT * WS-DAYS-BEYOND
           END-IF.

      *----------------------------------------------------------------*
      * TAKE A BOUNCED RECEIPT'S SLICE BACK OUT OF THE CUSTOMER'S      *
      * DAYS-TO-PAY - ITS AMOUNT FROM THE WEIGHTED FIGURES AND THE     *
      * PAYMENT FROM THE COUNTS AND THE SIMPLE AVERAGE                 *
      *----------------------------------------------------------------*
       2605-UNMEASURE-REVERSAL.
           ADD 1                            TO WS-REVERSALS-NETTED
           SUBTRACT APH-AMOUNT FROM WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
           COMPUTE WS-CUST-AMT-DAYS-TBL (WS-CUST-IDX) =
                   WS-CUST-AMT-DAYS-TBL (WS-CUST-IDX)
                 - APH-AMOUNT * WS-DAYS-TO-PAY
           COMPUTE WS-CUST-AMT-LATE-TBL (WS-CUST-IDX) =
                   WS-CUST-AMT-LATE-TBL (WS-CUST-IDX)
                 - APH-AMOUNT * WS-DAYS-BEYOND
           IF WS-CUST-PAID-CNT-TBL (WS-CUST-IDX) > ZERO
               SUBTRACT 1       FROM WS-CUST-PAID-CNT-TBL (WS-CUST-IDX)
               SUBTRACT WS-DAYS-TO-PAY
                               FROM WS-CUST-SUM-DAYS-TBL (WS-CUST-IDX)
               IF WS-DAYS-BEYOND > ZERO
              AND WS-CUST-LATE-CNT-TBL (WS-CUST-IDX) > ZERO
                   SUBTRACT 1   FROM WS-CUST-LATE-CNT-TBL (WS-CUST-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOCATE WS-SEARCH-CUST-ID IN THE CUSTOMER TABLE. A RECEIPT RUN  *
      * APPLIES A CUSTOMER'S CHECK TO SEVERAL ITEMS IN A ROW, SO THE   *
      * LAST ENTRY FOUND IS TRIED BEFORE THE TABLE IS SCANNED.         *
      *----------------------------------------------------------------*
       2610-FIND-CUSTOMER.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF WS-CUST-FOUND-SUB > ZERO
               IF WS-CUST-ID-TBL (WS-CUST-FOUND-SUB)
                      = WS-SEARCH-CUST-ID
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF
           IF NOT CUST-FOUND
               SET WS-CUST-IDX              TO 1
               PERFORM 2620-COMPARE-ONE-CUSTOMER
                   UNTIL CUST-FOUND
                      OR WS-CUST-IDX > WS-CUST-TABLE-COUNT
           END-IF.

       2620-COMPARE-ONE-CUSTOMER.
           IF WS-CUST-ID-TBL (WS-CUST-IDX) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-CUST-FOUND-SW
               SET WS-CUST-FOUND-SUB        TO WS-CUST-IDX
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * SECTION 1 - ONE LINE PER CUSTOMER WITH RECEIPTS MEASURED, IN   *
      * EXTRACT ORDER, THEN THE COMPANY-WIDE LINE                      *
      *----------------------------------------------------------------*
       3000-PRINT-CUSTOMER-SECTION.
           WRITE REPORT-LINE FROM HDR-SECTION-1
                  AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM HDR-LINE-4
                  AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM HDR-LINE-3
                  AFTER ADVANCING 1 LINE

           SET WS-CUST-IDX                  TO 1
           PERFORM 3100-PRINT-ONE-CUSTOMER
               UNTIL WS-CUST-IDX > WS-CUST-TABLE-COUNT

           WRITE REPORT-LINE FROM SUM-LINE
                  AFTER ADVANCING 1 LINE
           MOVE SPACES                      TO DTL-DETAIL-LINE
           MOVE 'COMPANY WIDE'              TO DTL-CUST-NAME
           IF WS-CO-PAID-CNT > ZERO
               MOVE WS-CO-PAID-CNT          TO DTL-PAID-CNT
               MOVE WS-CO-PAID-AMT          TO DTL-PAID-AMT
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-CO-SUM-DAYS / WS-CO-PAID-CNT
               MOVE WS-AVG-DAYS             TO DTL-AVG-DAYS
               COMPUTE WS-PCT-LATE ROUNDED =
                       WS-CO-LATE-CNT * 100 / WS-CO-PAID-CNT
               MOVE WS-PCT-LATE             TO DTL-PCT-LATE
           END-IF
           IF WS-CO-PAID-AMT > ZERO
               COMPUTE WS-WTD-DAYS ROUNDED =
                       WS-CO-AMT-DAYS / WS-CO-PAID-AMT
               MOVE WS-WTD-DAYS             TO DTL-WTD-DAYS
               COMPUTE WS-WTD-BEYOND ROUNDED =
                       WS-CO-AMT-LATE / WS-CO-PAID-AMT
               MOVE WS-WTD-BEYOND           TO DTL-WTD-BEYOND
           END-IF
           WRITE REPORT-LINE FROM DTL-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.

      *    A CUSTOMER PAID ONLY IN ZERO-AMOUNT SLICES HAS NOTHING TO
      *    WEIGHT BY, SO THE WEIGHTED FIGURES FALL BACK TO THE AVERAGE
       3100-PRINT-ONE-CUSTOMER.
           IF WS-CUST-PAID-CNT-TBL (WS-CUST-IDX) > ZERO
               MOVE WS-CUST-ID-TBL (WS-CUST-IDX)   TO DTL-CUST-ID
               MOVE WS-CUST-NAME-TBL (WS-CUST-IDX) TO DTL-CUST-NAME
               MOVE WS-CUST-TERMS-TBL (WS-CUST-IDX) TO DTL-TERMS
               MOVE WS-CUST-PAID-CNT-TBL (WS-CUST-IDX)
                                            TO DTL-PAID-CNT
               MOVE WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
                                            TO DTL-PAID-AMT
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-CUST-SUM-DAYS-TBL (WS-CUST-IDX)
                     / WS-CUST-PAID-CNT-TBL (WS-CUST-IDX)
               IF WS-CUST-PAID-AMT-TBL (WS-CUST-IDX) > ZERO
                   COMPUTE WS-WTD-DAYS ROUNDED =
                           WS-CUST-AMT-DAYS-TBL (WS-CUST-IDX)
                         / WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
                   COMPUTE WS-WTD-BEYOND ROUNDED =
                           WS-CUST-AMT-LATE-TBL (WS-CUST-IDX)
                         / WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
               ELSE
                   MOVE WS-AVG-DAYS         TO WS-WTD-DAYS
                   COMPUTE WS-WTD-BEYOND =
                           WS-AVG-DAYS - WS-CUST-TERMS-TBL (WS-CUST-IDX)
               END-IF
               COMPUTE WS-PCT-LATE ROUNDED =
                       WS-CUST-LATE-CNT-TBL (WS-CUST-IDX) * 100
                     / WS-CUST-PAID-CNT-TBL (WS-CUST-IDX)
               COMPUTE WS-SPREAD-DAYS =
                       WS-CUST-MAX-DAYS-TBL (WS-CUST-IDX)
                     - WS-CUST-MIN-DAYS-TBL (WS-CUST-IDX)

               MOVE WS-AVG-DAYS             TO DTL-AVG-DAYS
               MOVE WS-WTD-DAYS             TO DTL-WTD-DAYS
               MOVE WS-WTD-BEYOND           TO DTL-WTD-BEYOND
               MOVE WS-CUST-MIN-DAYS-TBL (WS-CUST-IDX) TO DTL-MIN-DAYS
               MOVE WS-CUST-MAX-DAYS-TBL (WS-CUST-IDX) TO DTL-MAX-DAYS
               MOVE WS-PCT-LATE             TO DTL-PCT-LATE
               EVALUATE TRUE
                   WHEN WS-WTD-BEYOND NOT > WS-ON-TERMS-GRACE-DAYS
                       MOVE 'ON TERMS'      TO DTL-PATTERN
                   WHEN WS-SPREAD-DAYS > WS-ERRATIC-SPREAD-DAYS
                       MOVE 'ERRATIC'       TO DTL-PATTERN
                   WHEN OTHER
                       MOVE 'SLOW'          TO DTL-PATTERN
               END-EVALUATE
               WRITE REPORT-LINE FROM DTL-DETAIL-LINE
                      AFTER ADVANCING 1 LINE

               ADD 1                        TO WS-CUSTOMERS-LISTED
               ADD WS-CUST-PAID-CNT-TBL (WS-CUST-IDX)
                                            TO WS-CO-PAID-CNT
               ADD WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
                                            TO WS-CO-PAID-AMT
               ADD WS-CUST-AMT-DAYS-TBL (WS-CUST-IDX)
                                            TO WS-CO-AMT-DAYS
               ADD WS-CUST-SUM-DAYS-TBL (WS-CUST-IDX)
                                            TO WS-CO-SUM-DAYS
               ADD WS-CUST-AMT-LATE-TBL (WS-CUST-IDX)
                                            TO WS-CO-AMT-LATE
               ADD WS-CUST-LATE-CNT-TBL (WS-CUST-IDX)
                                            TO WS-CO-LATE-CNT
           END-IF
           SET WS-CUST-IDX UP BY 1.

      *----------------------------------------------------------------*
      * SECTION 2 - DSO BY MONTH, THEN THE TWELVE-MONTH FIGURE: A/R    *
      * TODAY OVER THE WINDOW'S NEW RECEIVABLES TIMES ITS DAYS. A      *
      * MONTH WITH NO NEW RECEIVABLES HAS NO DSO.                      *
      *----------------------------------------------------------------*
       3500-PRINT-DSO-SECTION.
           WRITE REPORT-LINE FROM HDR-SECTION-2
                  AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM HDR-LINE-5
                  AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM HDR-LINE-3
                  AFTER ADVANCING 1 LINE

           SET WS-MONTH-IDX                 TO 1
           PERFORM 3600-PRINT-ONE-MONTH
               UNTIL WS-MONTH-IDX > 12

           WRITE REPORT-LINE FROM SUM-LINE
                  AFTER ADVANCING 1 LINE
           MOVE '12 MTHS'                   TO MTH-MONTH
           MOVE WS-CO-SALES                 TO MTH-SALES
           MOVE WS-CO-CASH                  TO MTH-CASH
           MOVE WS-CO-MEMO                  TO MTH-MEMO
           MOVE WS-MONTH-AR-TBL (12)        TO MTH-AR-END
           MOVE WS-CO-DAYS                  TO MTH-DAYS
           IF WS-CO-SALES > ZERO
               COMPUTE WS-DSO ROUNDED =
                       WS-MONTH-AR-TBL (12) / WS-CO-SALES * WS-CO-DAYS
               MOVE WS-DSO                  TO WS-DSO-EDIT
               MOVE WS-DSO-EDIT             TO MTH-DSO
           ELSE
               MOVE '     N/A'              TO MTH-DSO
           END-IF
           WRITE REPORT-LINE FROM MTH-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.

       3600-PRINT-ONE-MONTH.
           MOVE WS-MONTH-YYYYMM-TBL (WS-MONTH-IDX) TO MTH-MONTH
           MOVE WS-MONTH-SALES-TBL (WS-MONTH-IDX)  TO MTH-SALES
           MOVE WS-MONTH-CASH-TBL (WS-MONTH-IDX)   TO MTH-CASH
           MOVE WS-MONTH-MEMO-TBL (WS-MONTH-IDX)   TO MTH-MEMO
           MOVE WS-MONTH-AR-TBL (WS-MONTH-IDX)     TO MTH-AR-END
           MOVE WS-MONTH-DAYS-TBL (WS-MONTH-IDX)   TO MTH-DAYS
           IF WS-MONTH-SALES-TBL (WS-MONTH-IDX) > ZERO
               COMPUTE WS-DSO ROUNDED =
                       WS-MONTH-AR-TBL (WS-MONTH-IDX)
                     / WS-MONTH-SALES-TBL (WS-MONTH-IDX)
                     * WS-MONTH-DAYS-TBL (WS-MONTH-IDX)
               MOVE WS-DSO                  TO WS-DSO-EDIT
               MOVE WS-DSO-EDIT             TO MTH-DSO
           ELSE
               MOVE '     N/A'              TO MTH-DSO
           END-IF
           WRITE REPORT-LINE FROM MTH-DETAIL-LINE
                  AFTER ADVANCING 1 LINE

           ADD WS-MONTH-SALES-TBL (WS-MONTH-IDX) TO WS-CO-SALES
           ADD WS-MONTH-CASH-TBL (WS-MONTH-IDX)  TO WS-CO-CASH
           ADD WS-MONTH-MEMO-TBL (WS-MONTH-IDX)  TO WS-CO-MEMO
           ADD WS-MONTH-DAYS-TBL (WS-MONTH-IDX)  TO WS-CO-DAYS
           SET WS-MONTH-IDX UP BY 1.

      *----------------------------------------------------------------*
      * FINALIZATION                                                   *
      *----------------------------------------------------------------*
       4000-FINALIZE.
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'PAYBEHAV - PAYMENT BEHAVIOUR RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CUSTOMERS READ:        ' WS-RECORD-COUNT
           DISPLAY 'LEDGER ITEMS READ:     ' WS-ITEMS-READ
           DISPLAY 'APPLICATIONS READ:     ' WS-HIST-READ
           DISPLAY 'RECEIPTS MEASURED:     ' WS-RECEIPTS-MEASURED
           DISPLAY 'NONCASH SKIPPED:       ' WS-MEMOS-SKIPPED
           DISPLAY 'REVERSALS NETTED:      ' WS-REVERSALS-NETTED
           DISPLAY 'OUTSIDE THE WINDOW:    ' WS-OUTSIDE-WINDOW
           DISPLAY 'UNPARSEABLE DATES:     ' WS-BAD-DATE-COUNT
           DISPLAY 'CUSTOMER NOT ON EXTRACT: ' WS-UNKNOWN-CUST-COUNT
           DISPLAY 'CUSTOMERS LISTED:      ' WS-CUSTOMERS-LISTED
           DISPLAY '============================================='

           IF WS-UNKNOWN-CUST-COUNT > ZERO
          OR WS-BAD-DATE-COUNT > ZERO
               MOVE 4                       TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE THE REPORT HEADERS                                       *
      *----------------------------------------------------------------*
       8000-WRITE-HEADERS.
           ADD 1                            TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT               TO HDR-PAGE-NO
           MOVE WS-FORMATTED-DATE           TO HDR-RUN-DATE
           MOVE WS-MONTH-YYYYMM-TBL (1)     TO HDR-FROM-MONTH
           MOVE WS-MONTH-YYYYMM-TBL (12)    TO HDR-TO-MONTH
           WRITE REPORT-LINE FROM HDR-LINE-1
                  AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
                  AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM HDR-LINE-3
                  AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * TURN WS-CONVERT-DATE ('YYYY-MM-DD') INTO AN INTEGER-OF-DATE    *
      * DAY NUMBER IN WS-CONVERT-INT. ANYTHING THAT IS NOT A REAL      *
      * CALENDAR DATE CLEARS DATE-VALID AND IS COUNTED BY THE CALLER.  *
      *----------------------------------------------------------------*
       8100-CONVERT-DATE.
           MOVE 'N'                         TO WS-DATE-VALID-SW
           MOVE ZERO                        TO WS-CONVERT-INT
           IF WS-CONVERT-DATE(1:4) NUMERIC
          AND WS-CONVERT-DATE(6:2) NUMERIC
          AND WS-CONVERT-DATE(9:2) NUMERIC
               MOVE WS-CONVERT-DATE(1:4)    TO WS-CONVERT-DATE-NUM(1:4)
               MOVE WS-CONVERT-DATE(6:2)    TO WS-CONVERT-DATE-NUM(5:2)
               MOVE WS-CONVERT-DATE(9:2)    TO WS-CONVERT-DATE-NUM(7:2)
               IF WS-CONVERT-DATE-NUM(1:4) > '1600'
              AND WS-CONVERT-DATE-NUM(5:2) > '00'
              AND WS-CONVERT-DATE-NUM(5:2) < '13'
              AND WS-CONVERT-DATE-NUM(7:2) > '00'
              AND WS-CONVERT-DATE-NUM(7:2) < '32'
                   COMPUTE WS-CONVERT-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CONVERT-DATE-NUM)
                   IF WS-CONVERT-INT > ZERO
                       MOVE 'Y'             TO WS-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ THE MAINTAINED BUSINESS DATE, IF ONE IS ON FILE, SAVING   *
      * IT IN WORKING STORAGE SO IT SURVIVES THE CLOSE. SAFE TO        *
      * PERFORM MORE THAN ONCE - ONLY THE FIRST CALL TOUCHES THE       *
      * FILE. A MISSING OR MALFORMED CONTROL FILE LEAVES THE SYSTEM-   *
      * CLOCK DEFAULTS STANDING.                                       *
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
                               MOVE BD-BUSINESS-DATE(1:4)
                                        TO WS-BUSDATE-YYYYMMDD(1:4)
                               MOVE BD-BUSINESS-DATE(6:2)
                                        TO WS-BUSDATE-YYYYMMDD(5:2)
                               MOVE BD-BUSINESS-DATE(9:2)
                                        TO WS-BUSDATE-YYYYMMDD(7:2)
                               IF BD-CYCLE-NUMBER NUMERIC
                                   MOVE BD-CYCLE-NUMBER
                                            TO WS-BUSDATE-CYCLE
                               END-IF
                           END-IF
                   END-READ
                   CLOSE BUSDATE-FILE
               ELSE
                   IF WS-BUSDATE-STATUS NOT = '35'
                       MOVE 'OPEN FAILED: BUSDATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-BUSDATE-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FATAL ERROR - ABORT RUN                                        *
      *----------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** PAYBEHAV FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
