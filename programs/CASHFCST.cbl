       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. PORTFOLIO DEMO.
      ******************************************************************
      * PROGRAM NAME: CASHFCST                                         *
      * DESCRIPTION:  PROJECTED CASH-RECEIPTS FORECAST                 *
      *               TREASURY'S MONDAY QUESTION - HOW MUCH CASH COMES *
      *               IN EACH OF THE NEXT THIRTEEN WEEKS. EVERY OPEN   *
      *               ITEM ON THE LEDGER IS GIVEN AN EXPECTED          *
      *               COLLECTION DATE: ITS ITEM DATE, PLUS THE         *
      *               CUSTOMER'S TERMS (MAPPED AS DUNNING MAPS THEM),  *
      *               PLUS HOW LATE THAT CUSTOMER HAS ACTUALLY PAID    *
      *               OVER THE LAST YEAR (AMOUNT-WEIGHTED DAYS BEYOND  *
      *               TERMS FROM THE APPLICATION HISTORY, THE SAME     *
      *               MEASURE PAYBEHAV PRINTS; NEGATIVE FOR AN EARLY   *
      *               PAYER). EXPECTED RECEIPTS ARE BUCKETED BY        *
      *               MONDAY-TO-SUNDAY WEEK AND BY DIVISION.           *
      *                                                                *
      *               LEFT OUT OF THE FORECAST AND SHOWN SEPARATELY:   *
      *                 - A DISPUTED CUSTOMER'S CUST-DISPUTE-AMOUNT,   *
      *                   TAKEN FROM THEIR NEWEST ITEMS FIRST          *
      *                 - EVERY ITEM OF AN ACCOUNT AT THE FINAL-DEMAND *
      *                   DUNNING LEVEL (DUNSTATE LEVEL 3 OR ABOVE,    *
      *                   THE SAME TEST DATAVAL'S CREDIT HOLD USES)    *
      *               AN ITEM WHOSE EXPECTED DATE IS ALREADY PAST, OR  *
      *               BEYOND WEEK THIRTEEN, IS SHOWN ON ITS OWN LINE.  *
      *                                                                *
      *               EACH RUN APPENDS ITS WEEKLY FIGURES TO THE       *
      *               FORECAST HISTORY, AND THE ACCURACY SECTION SETS  *
      *               THE FORECAST FOR EACH OF THE LAST FOUR WEEKS     *
      *               (FROM THE FIRST RUN MADE IN THAT WEEK, OR THE    *
      *               LATEST ONE BEFORE IT IF NONE WAS) AGAINST THE    *
      *               RECEIPTS CASHAPP ACTUALLY POSTED THAT WEEK.      *
      *                                                                *
      * INPUTS:       A/R OPEN-ITEM LEDGER (OPENITEM, INDEXED)         *
      *               CUSTOMER MASTER EXTRACT (CUSTMOUT, 250 BYTES)    *
      *               DUNNING STATE FILE (DUNSTATE, INDEXED -          *
      *               TOLERATED ABSENT)                                *
      *               APPLICATION HISTORY (APPLHIST - TOLERATED        *
      *               ABSENT)                                          *
      *               BUSINESS DATE CONTROL (BUSDATE)                  *
      * OUTPUTS:      CASH FORECAST REPORT (CFRPT, 132 BYTES)          *
      *               FORECAST HISTORY (CFHIST, EXTENDED)              *
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

      *    DUNNING STATE - READ BY KEY FOR EACH CUSTOMER. A MISSING
      *    FILE (DUNNING NEVER RUN) MEANS NO ACCOUNT IS HELD BACK.
           SELECT DUNSTATE-FILE ASSIGN TO DUNSTATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DUN-CUST-ID
                  FILE STATUS  IS WS-DUNSTATE-STATUS.

           SELECT APPLHIST-FILE ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

      *    FORECAST HISTORY - READ FOR THE ACCURACY SECTION, THEN
      *    EXTENDED WITH THIS RUN'S WEEKS
           SELECT CFHIST-FILE ASSIGN TO CFHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CFHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO CFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - THE AS-OF DATE THE WEEKS COUNT
      *    FROM. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
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

       FD  DUNSTATE-FILE
           RECORDING MODE IS F.
           COPY DUNSTATE.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  CFHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CFHIST.

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
           05  WS-DUNSTATE-STATUS       PIC XX.
           05  WS-APPLHIST-STATUS       PIC XX.
           05  WS-CFHIST-STATUS         PIC XX.
           05  WS-REPORT-STATUS         PIC XX.

       01  WS-FLAGS.
           05  WS-END-OF-FILE-SW        PIC X VALUE 'N'.
               88  END-OF-FILE                  VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X VALUE 'N'.
               88  HIST-EOF                     VALUE 'Y'.
           05  WS-CFHIST-EOF-SW         PIC X VALUE 'N'.
               88  CFHIST-EOF                   VALUE 'Y'.
           05  WS-DUNSTATE-AVAIL-SW     PIC X VALUE 'N'.
               88  DUNSTATE-AVAILABLE           VALUE 'Y'.
           05  WS-DATE-VALID-SW         PIC X VALUE 'N'.
               88  DATE-VALID                   VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
           05  WS-DIV-FOUND-SW          PIC X VALUE 'N'.
               88  DIV-FOUND                    VALUE 'Y'.
           05  WS-ALREADY-RECORDED-SW   PIC X VALUE 'N'.
               88  ALREADY-RECORDED             VALUE 'Y'.
           05  WS-TAKE-FORECAST-SW      PIC X VALUE 'N'.
               88  TAKE-FORECAST                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-LOADED          PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-FORECAST        PIC 9(7) VALUE ZERO.
           05  WS-HIST-READ             PIC 9(7) VALUE ZERO.
           05  WS-CFHIST-READ           PIC 9(7) VALUE ZERO.
           05  WS-CFHIST-WRITTEN        PIC 9(7) VALUE ZERO.
           05  WS-FINAL-DUN-ACCOUNTS    PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-ITEM-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-BAD-DATE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-PAGE-COUNT            PIC 9(4) VALUE ZERO.

      *---------------------------------------------------------------*
      * FORECAST POLICY CONSTANTS                                      *
      *---------------------------------------------------------------*
       01  WS-POLICY-FIELDS.
           05  WS-FORECAST-WEEKS        PIC 9(2) VALUE 13.
           05  WS-ACCURACY-WEEKS        PIC 9(2) VALUE 4.
           05  WS-LATENESS-DAYS         PIC 9(3) VALUE 365.
           05  WS-FINAL-DUN-LEVEL       PIC 9(1) VALUE 3.

      *---------------------------------------------------------------*
      * ONE ENTRY PER CUSTOMER ON THE EXTRACT. DISPUTE-LEFT STARTS AT  *
      * CUST-DISPUTE-AMOUNT AND IS WORN DOWN AS THE CUSTOMER'S ITEMS   *
      * ARE FORECAST NEWEST FIRST. THE LATE SUMS ARE THE HISTORY       *
      * PASS'S AMOUNT-TIMES-DAYS-BEYOND-TERMS AND AMOUNT TOTALS.       *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(06) VALUE ZERO.
               10  WS-CUST-TERMS-TBL    PIC 9(03) VALUE ZERO.
               10  WS-CUST-DIV-TBL      PIC X(02) VALUE SPACES.
               10  WS-CUST-FINAL-DUN-TBL PIC X(01) VALUE 'N'.
               10  WS-CUST-DISPUTE-TBL  PIC 9(08)V99 VALUE ZERO.
               10  WS-CUST-LATE-AMT-TBL PIC S9(15)V99 VALUE ZERO.
               10  WS-CUST-PAID-AMT-TBL PIC S9(11)V99 VALUE ZERO.

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CUST-FOUND-SUB        PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY STILL-OPEN LEDGER ITEM, IN KEY (OLDEST-FIRST) ORDER,     *
      * WITH THE CUSTOMER TABLE ENTRY IT BELONGS TO (ZERO WHEN THE     *
      * CUSTOMER IS NOT ON THE EXTRACT)                                *
      *---------------------------------------------------------------*
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 50000 TIMES
                             INDEXED BY WS-ITEM-IDX.
               10  WS-ITEM-CUST-SUB-TBL PIC 9(05) VALUE ZERO.
               10  WS-ITEM-DATE-INT-TBL PIC 9(07) VALUE ZERO.
               10  WS-ITEM-OPEN-TBL     PIC 9(08)V99 VALUE ZERO.

       01  WS-ITEM-TABLE-FIELDS.
           05  WS-ITEM-TABLE-MAX        PIC 9(05) VALUE 50000.
           05  WS-ITEM-TABLE-COUNT      PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE ENTRY PER DIVISION SEEN. ENTRY 1 IS RESERVED FOR THE       *
      * ALL-DIVISIONS TOTAL AND ENTRY 2 FOR THE HOME BOOK, '01'; ANY   *
      * OTHER DIVISION FOLLOWS IN THE ORDER FIRST SEEN. THE ACCURACY   *
      * WEEKS RUN BACKWARD - WEEK 1 IS THE WEEK JUST ENDED.            *
      *---------------------------------------------------------------*
       01  WS-DIV-TABLE.
           05  WS-DIV-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-DIV-IDX.
               10  WS-DIV-CODE-TBL      PIC X(02) VALUE SPACES.
               10  WS-DIV-PAST-AMT-TBL  PIC S9(11)V99 VALUE ZERO.
               10  WS-DIV-PAST-CNT-TBL  PIC 9(07) VALUE ZERO.
               10  WS-DIV-LATER-AMT-TBL PIC S9(11)V99 VALUE ZERO.
               10  WS-DIV-LATER-CNT-TBL PIC 9(07) VALUE ZERO.
               10  WS-DIV-DISP-AMT-TBL  PIC S9(11)V99 VALUE ZERO.
               10  WS-DIV-DUN-AMT-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-DIV-DUN-CNT-TBL   PIC 9(07) VALUE ZERO.
               10  WS-DIV-WEEK OCCURS 13 TIMES
                               INDEXED BY WS-WEEK-IDX.
                   15  WS-WEEK-AMT-TBL  PIC S9(11)V99 VALUE ZERO.
                   15  WS-WEEK-CNT-TBL  PIC 9(07) VALUE ZERO.
               10  WS-DIV-ACC OCCURS 4 TIMES
                              INDEXED BY WS-ACC-IDX.
                   15  WS-ACC-FCST-TBL  PIC S9(11)V99 VALUE ZERO.
                   15  WS-ACC-RUN-INT-TBL PIC 9(07) VALUE ZERO.
                   15  WS-ACC-RUN-DATE-TBL PIC X(10) VALUE SPACES.
                   15  WS-ACC-ACTUAL-TBL PIC S9(11)V99 VALUE ZERO.

       01  WS-DIV-TABLE-FIELDS.
           05  WS-DIV-TABLE-MAX         PIC 9(02) VALUE 20.
           05  WS-DIV-TABLE-COUNT       PIC 9(02) VALUE 2.
           05  WS-DIV-FOUND-SUB         PIC 9(02) VALUE ZERO.
           05  WS-SEARCH-DIV            PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * WEEK BOUNDARIES AS INTEGER-OF-DATE DAY NUMBERS. DAY 1 OF THAT  *
      * CALENDAR (1601-01-01) WAS A MONDAY, SO (DAY - 1) MOD 7 IS THE  *
      * DAYS SINCE MONDAY.                                             *
      *---------------------------------------------------------------*
       01  WS-WEEK-FIELDS.
           05  WS-RUN-DATE-INT          PIC 9(07) VALUE ZERO.
           05  WS-RUN-DATE-NUM          PIC 9(08) VALUE ZERO.
           05  WS-WEEK1-START-INT       PIC 9(07) VALUE ZERO.
           05  WS-LATENESS-FROM-INT     PIC 9(07) VALUE ZERO.
           05  WS-DAYS-SINCE-MONDAY     PIC 9(01) VALUE ZERO.
           05  WS-WEEK-QUOTIENT         PIC 9(07) VALUE ZERO.
           05  WS-WEEK-NO               PIC 9(05) VALUE ZERO.
           05  WS-ACC-START-INT         PIC 9(07) VALUE ZERO.
           05  WS-ACC-WEEK-TABLE.
               10  WS-ACC-START-TBL     PIC 9(07) OCCURS 4 TIMES.

      *---------------------------------------------------------------*
      * DATE ARITHMETIC FIELDS - LEDGER AND HISTORY DATES ARE          *
      * 'YYYY-MM-DD', SO THE DASHES ARE STRIPPED BEFORE FUNCTION       *
      * INTEGER-OF-DATE CAN USE THEM                                   *
      *---------------------------------------------------------------*
       01  WS-DATE-FIELDS.
           05  WS-CONVERT-DATE          PIC X(10) VALUE SPACES.
           05  WS-CONVERT-DATE-NUM      PIC 9(08) VALUE ZERO.
           05  WS-CONVERT-INT           PIC 9(07) VALUE ZERO.
           05  WS-FORMAT-INT            PIC 9(07) VALUE ZERO.
           05  WS-FORMAT-DATE-NUM       PIC 9(08) VALUE ZERO.
           05  WS-FORMAT-DATE           PIC X(10) VALUE SPACES.
           05  WS-ITEM-DATE-INT         PIC 9(07) VALUE ZERO.
           05  WS-APPLIED-DATE-INT      PIC 9(07) VALUE ZERO.
           05  WS-POSTED-DATE-INT       PIC 9(07) VALUE ZERO.
           05  WS-CFH-RUN-INT           PIC 9(07) VALUE ZERO.
           05  WS-CFH-WEEK-INT          PIC 9(07) VALUE ZERO.
           05  WS-HELD-RUN-INT          PIC 9(07) VALUE ZERO.
           05  WS-DAYS-BEYOND           PIC S9(05) VALUE ZERO.
           05  WS-EXPECTED-INT          PIC S9(07) VALUE ZERO.

      *    THE SLICE AMOUNT AS CASH - NEGATIVE FOR A REVERSAL SLICE,
      *    WHICH TAKES BACK A RECEIPT THAT BOUNCED
       01  WS-APPL-AMOUNT               PIC S9(9)V99 VALUE ZERO.

       01  WS-FORMATTED-DATE            PIC X(10).

      *---------------------------------------------------------------*
      * PER-ITEM FORECAST WORK FIELDS                                  *
      *---------------------------------------------------------------*
       01  WS-ITEM-WORK.
           05  WS-CUR-TERMS             PIC 9(03) VALUE ZERO.
           05  WS-CUR-DIV               PIC X(02) VALUE SPACES.
           05  WS-CUR-LATE-DAYS         PIC S9(05) VALUE ZERO.
           05  WS-CUR-FINAL-DUN         PIC X(01) VALUE 'N'.
           05  WS-DISPUTED-PART         PIC 9(08)V99 VALUE ZERO.
           05  WS-FORECAST-AMT          PIC 9(08)V99 VALUE ZERO.
           05  WS-CUMULATIVE-AMT        PIC S9(11)V99 VALUE ZERO.
           05  WS-VARIANCE-AMT          PIC S9(11)V99 VALUE ZERO.
           05  WS-ACCURACY-PCT          PIC S9(05) VALUE ZERO.

       01  WS-ABEND-MSG                 PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------*
      * REPORT HEADER LINES                                            *
      *----------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(40) VALUE
               'PROJECTED CASH-RECEIPTS FORECAST'.
           05  FILLER                   PIC X(52) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE 'PAGE: '.
           05  HDR-PAGE-NO              PIC ZZZ9.
           05  FILLER                   PIC X(30) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                   PIC X(12) VALUE 'AS-OF DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'WEEK 1 BEGINS '.
           05  HDR-WEEK1-DATE           PIC X(10).
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '-'.

       01  HDR-DIVISION-LINE.
           05  HDR-DIVISION             PIC X(22).
           05  FILLER                   PIC X(110) VALUE SPACES.

       01  HDR-LINE-4.
           05  FILLER                   PIC X(26) VALUE 'WEEK OF'.
           05  FILLER                   PIC X(10) VALUE '    ITEMS'.
           05  FILLER                   PIC X(19) VALUE
               '  EXPECTED RECEIPTS'.
           05  FILLER                   PIC X(19) VALUE
               '         CUMULATIVE'.
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  HDR-ACCURACY-LINE.
           05  FILLER                   PIC X(60) VALUE
               'FORECAST ACCURACY - RECENT WEEKS, FORECAST VS. ACTUAL'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  HDR-LINE-5.
           05  FILLER                   PIC X(14) VALUE 'DIVISION'.
           05  FILLER                   PIC X(12) VALUE 'WEEK OF'.
           05  FILLER                   PIC X(12) VALUE 'FORECAST ON'.
           05  FILLER                   PIC X(17) VALUE
               '         FORECAST'.
           05  FILLER                   PIC X(17) VALUE
               '           ACTUAL'.
           05  FILLER                   PIC X(17) VALUE
               '         VARIANCE'.
           05  FILLER                   PIC X(10) VALUE
               '  ACTUAL %'.
           05  FILLER                   PIC X(33) VALUE SPACES.

      *----------------------------------------------------------------*
      * FORECAST LINE - ONE PER WEEK OR SPECIAL ROW OF A DIVISION      *
      *----------------------------------------------------------------*
       01  FCST-DETAIL-LINE.
           05  FCST-LABEL               PIC X(26).
           05  FCST-COUNT               PIC ZZZ,ZZ9.
           05  FCST-COUNT-X REDEFINES FCST-COUNT
                                        PIC X(07).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FCST-AMOUNT              PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  FCST-CUMULATIVE          PIC $$$$,$$$,$$9.99-.
           05  FCST-CUMULATIVE-X REDEFINES FCST-CUMULATIVE
                                        PIC X(16).
           05  FILLER                   PIC X(61) VALUE SPACES.

      *----------------------------------------------------------------*
      * ACCURACY LINE - ONE PER DIVISION PER RECENT WEEK               *
      *----------------------------------------------------------------*
       01  ACC-DETAIL-LINE.
           05  ACC-DIVISION             PIC X(14).
           05  ACC-WEEK-OF              PIC X(12).
           05  ACC-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  ACC-FORECAST             PIC $$$$,$$$,$$9.99-.
           05  ACC-FORECAST-X REDEFINES ACC-FORECAST
                                        PIC X(16).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ACC-ACTUAL               PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  ACC-VARIANCE             PIC $$$$,$$$,$$9.99-.
           05  ACC-VARIANCE-X REDEFINES ACC-VARIANCE
                                        PIC X(16).
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  ACC-PCT                  PIC ZZ,ZZ9-.
           05  ACC-PCT-X REDEFINES ACC-PCT
                                        PIC X(07).
           05  FILLER                   PIC X(34) VALUE SPACES.

       01  SUM-LINE.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *----------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CUSTOMERS
           PERFORM 1300-LOAD-OPEN-ITEMS
           PERFORM 1500-SCAN-HISTORY
           PERFORM 1700-LOAD-FORECAST-HISTORY
           PERFORM 2000-FORECAST-ITEMS
           PERFORM 8000-WRITE-HEADERS
           PERFORM 3000-PRINT-FORECAST
           PERFORM 3500-PRINT-ACCURACY
           PERFORM 4000-APPEND-FORECAST-HISTORY
           PERFORM 4900-FINALIZE
           STOP RUN.

      *----------------------------------------------------------------*
      * INITIALIZATION - RUN DATE, THE MONDAY OF ITS WEEK, THE FOUR    *
      * ACCURACY WEEKS BEHIND IT, AND THE LATENESS LOOKBACK            *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE-NUM
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD     TO WS-RUN-DATE-NUM
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
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           DIVIDE 7 INTO WS-RUN-DATE-INT GIVING WS-WEEK-QUOTIENT
                                       REMAINDER WS-DAYS-SINCE-MONDAY
      *    REMAINDER OF DAY / 7 IS ONE AHEAD OF DAYS SINCE MONDAY
           IF WS-DAYS-SINCE-MONDAY = ZERO
               MOVE 6                       TO WS-DAYS-SINCE-MONDAY
           ELSE
               SUBTRACT 1                 FROM WS-DAYS-SINCE-MONDAY
           END-IF
           COMPUTE WS-WEEK1-START-INT =
                   WS-RUN-DATE-INT - WS-DAYS-SINCE-MONDAY
           COMPUTE WS-LATENESS-FROM-INT =
                   WS-RUN-DATE-INT - WS-LATENESS-DAYS

           COMPUTE WS-ACC-START-TBL (1) = WS-WEEK1-START-INT - 7
           COMPUTE WS-ACC-START-TBL (2) = WS-WEEK1-START-INT - 14
           COMPUTE WS-ACC-START-TBL (3) = WS-WEEK1-START-INT - 21
           COMPUTE WS-ACC-START-TBL (4) = WS-WEEK1-START-INT - 28

           MOVE '**'                        TO WS-DIV-CODE-TBL (1)
           MOVE '01'                        TO WS-DIV-CODE-TBL (2).

      *----------------------------------------------------------------*
      * LOAD EVERY CUSTOMER ON THE EXTRACT WITH TERMS, DIVISION,       *
      * DISPUTED AMOUNT AND WHETHER DUNNING HAS THEM AT FINAL DEMAND.  *
      * THE CONTROL TRAILER (CUST-ID 999999) IS THE LOGICAL END.       *
      *----------------------------------------------------------------*
       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN INPUT DUNSTATE-FILE
           IF WS-DUNSTATE-STATUS = '00'
               MOVE 'Y'                     TO WS-DUNSTATE-AVAIL-SW
           ELSE
               IF WS-DUNSTATE-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: DUNSTATE-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-DUNSTATE-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           PERFORM 1110-READ-CUSTOMER
           PERFORM 1120-LOAD-ONE-CUSTOMER UNTIL END-OF-FILE

           CLOSE CUST-FILE
           IF DUNSTATE-AVAILABLE
               CLOSE DUNSTATE-FILE
           END-IF.

       1110-READ-CUSTOMER.
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

      *    TERMS MAP THE SAME WAY DUNNING MAPS THEM AND A BLANK
      *    DIVISION READS AS THE HOME BOOK, '01'
       1120-LOAD-ONE-CUSTOMER.
           IF WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX
               MOVE 'CUSTOMER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CUST-TABLE-COUNT
           SET WS-CUST-IDX                  TO WS-CUST-TABLE-COUNT
           MOVE CUST-ID OF CUSTOMER-RECORD
                                     TO WS-CUST-ID-TBL (WS-CUST-IDX)
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
           IF CUST-DIVISION OF CUSTOMER-RECORD = SPACES
               MOVE '01'             TO WS-CUST-DIV-TBL (WS-CUST-IDX)
           ELSE
               MOVE CUST-DIVISION OF CUSTOMER-RECORD
                                     TO WS-CUST-DIV-TBL (WS-CUST-IDX)
           END-IF
           IF CUST-IN-DISPUTE OF CUSTOMER-RECORD
          AND CUST-DISPUTE-AMOUNT OF CUSTOMER-RECORD NUMERIC
               MOVE CUST-DISPUTE-AMOUNT OF CUSTOMER-RECORD
                                  TO WS-CUST-DISPUTE-TBL (WS-CUST-IDX)
           END-IF
           IF DUNSTATE-AVAILABLE
               PERFORM 1130-CHECK-DUNNING-STATE
           END-IF
           PERFORM 1110-READ-CUSTOMER.

       1130-CHECK-DUNNING-STATE.
           MOVE CUST-ID OF CUSTOMER-RECORD  TO DUN-CUST-ID
           READ DUNSTATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DUN-LEVEL NOT < WS-FINAL-DUN-LEVEL
                       MOVE 'Y'
                              TO WS-CUST-FINAL-DUN-TBL (WS-CUST-IDX)
                       ADD 1                TO WS-FINAL-DUN-ACCOUNTS
                   END-IF
           END-READ
           IF WS-DUNSTATE-STATUS NOT = '00'
          AND WS-DUNSTATE-STATUS NOT = '23'
               MOVE 'READ ERROR: DUNSTATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DUNSTATE-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * LOAD EVERY STILL-OPEN LEDGER ITEM. A MISSING LEDGER (STATUS    *
      * 35) LEAVES NOTHING TO FORECAST.                                *
      *----------------------------------------------------------------*
       1300-LOAD-OPEN-ITEMS.
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
                   PERFORM 1310-READ-ITEM-NEXT
                   PERFORM 1320-LOAD-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF.

       1310-READ-ITEM-NEXT.
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

      *    AN ITEM DATE THAT WILL NOT PARSE IS FORECAST AS OF TODAY -
      *    STILL OWED, AND NOTHING BETTER TO GO ON
       1320-LOAD-ONE-ITEM.
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               IF WS-ITEM-TABLE-COUNT >= WS-ITEM-TABLE-MAX
                   MOVE 'OPEN ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-ITEM-TABLE-COUNT
               ADD 1                        TO WS-ITEMS-LOADED
               SET WS-ITEM-IDX              TO WS-ITEM-TABLE-COUNT
               MOVE OI-OPEN-AMOUNT  TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
               MOVE OI-ITEM-DATE            TO WS-CONVERT-DATE
               PERFORM 8100-CONVERT-DATE
               IF DATE-VALID
                   MOVE WS-CONVERT-INT
                                 TO WS-ITEM-DATE-INT-TBL (WS-ITEM-IDX)
               ELSE
                   ADD 1                    TO WS-BAD-DATE-COUNT
                   MOVE WS-RUN-DATE-INT
                                 TO WS-ITEM-DATE-INT-TBL (WS-ITEM-IDX)
               END-IF
               MOVE OI-CUST-ID              TO WS-SEARCH-CUST-ID
               PERFORM 8200-FIND-CUSTOMER
               IF CUST-FOUND
                   MOVE WS-CUST-FOUND-SUB
                                 TO WS-ITEM-CUST-SUB-TBL (WS-ITEM-IDX)
               ELSE
                   ADD 1                    TO WS-ORPHAN-ITEM-COUNT
                   MOVE ZERO
                                 TO WS-ITEM-CUST-SUB-TBL (WS-ITEM-IDX)
               END-IF
           END-IF
           PERFORM 1310-READ-ITEM-NEXT.

      *----------------------------------------------------------------*
      * HISTORY PASS. A RECEIPT DATED INSIDE THE LATENESS LOOKBACK     *
      * FEEDS ITS CUSTOMER'S DAYS BEYOND TERMS; A RECEIPT POSTED IN    *
      * ONE OF THE FOUR ACCURACY WEEKS IS THAT WEEK'S ACTUAL CASH FOR  *
      * ITS CUSTOMER'S DIVISION. CREDIT MEMOS, RETURNS AND WRITE-OFFS  *
      * ARE NOT CASH AND ARE PASSED OVER. A REVERSAL SLICE CARRIES ITS *
      * RECEIPT'S DATES AND TAKES THE AMOUNT BACK OUT OF BOTH.         *
      *----------------------------------------------------------------*
       1500-SCAN-HISTORY.
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
               PERFORM 1510-READ-HISTORY
               PERFORM 1520-PROCESS-ONE-APPLICATION UNTIL HIST-EOF
               CLOSE APPLHIST-FILE
           END-IF.

       1510-READ-HISTORY.
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

       1520-PROCESS-ONE-APPLICATION.
           IF APH-FROM-RECEIPT OR APH-RECEIPT-REVERSAL
               IF APH-RECEIPT-REVERSAL
                   COMPUTE WS-APPL-AMOUNT = ZERO - APH-AMOUNT
               ELSE
                   MOVE APH-AMOUNT          TO WS-APPL-AMOUNT
               END-IF
               MOVE APH-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 8200-FIND-CUSTOMER
               PERFORM 1530-MEASURE-LATENESS
               PERFORM 1540-RECORD-ACTUAL
           END-IF
           PERFORM 1510-READ-HISTORY.

       1530-MEASURE-LATENESS.
           IF CUST-FOUND
               MOVE APH-ITEM-DATE           TO WS-CONVERT-DATE
               PERFORM 8100-CONVERT-DATE
               MOVE WS-CONVERT-INT          TO WS-ITEM-DATE-INT
               IF DATE-VALID
                   MOVE APH-APPLIED-DATE    TO WS-CONVERT-DATE
                   PERFORM 8100-CONVERT-DATE
                   MOVE WS-CONVERT-INT      TO WS-APPLIED-DATE-INT
               END-IF
               IF DATE-VALID
              AND WS-APPLIED-DATE-INT NOT < WS-LATENESS-FROM-INT
              AND WS-APPLIED-DATE-INT NOT > WS-RUN-DATE-INT
                   SET WS-CUST-IDX          TO WS-CUST-FOUND-SUB
                   COMPUTE WS-DAYS-BEYOND =
                           WS-APPLIED-DATE-INT - WS-ITEM-DATE-INT
                         - WS-CUST-TERMS-TBL (WS-CUST-IDX)
                   COMPUTE WS-CUST-LATE-AMT-TBL (WS-CUST-IDX) =
                           WS-CUST-LATE-AMT-TBL (WS-CUST-IDX)
                         + WS-APPL-AMOUNT * WS-DAYS-BEYOND
                   ADD WS-APPL-AMOUNT
                                 TO WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
               END-IF
           END-IF.

      *    A RECEIPT FOR AN ACCOUNT NO LONGER ON THE EXTRACT IS STILL
      *    CASH - IT COUNTS TOWARD THE HOME BOOK
       1540-RECORD-ACTUAL.
           MOVE APH-POSTED-DATE             TO WS-CONVERT-DATE
           PERFORM 8100-CONVERT-DATE
           IF DATE-VALID
          AND WS-CONVERT-INT NOT < WS-ACC-START-TBL (4)
          AND WS-CONVERT-INT < WS-WEEK1-START-INT
               MOVE WS-CONVERT-INT          TO WS-POSTED-DATE-INT
               IF CUST-FOUND
                   SET WS-CUST-IDX          TO WS-CUST-FOUND-SUB
                   MOVE WS-CUST-DIV-TBL (WS-CUST-IDX)
                                            TO WS-SEARCH-DIV
               ELSE
                   MOVE '01'                TO WS-SEARCH-DIV
               END-IF
               PERFORM 8300-FIND-DIVISION
               SET WS-ACC-IDX               TO 1
               PERFORM 1550-ADD-ACTUAL-WEEK
                   UNTIL WS-ACC-IDX > WS-ACCURACY-WEEKS
           END-IF.

       1550-ADD-ACTUAL-WEEK.
           IF WS-POSTED-DATE-INT NOT < WS-ACC-START-TBL (WS-ACC-IDX)
          AND WS-POSTED-DATE-INT < WS-ACC-START-TBL (WS-ACC-IDX) + 7
               ADD WS-APPL-AMOUNT
                   TO WS-ACC-ACTUAL-TBL (WS-DIV-FOUND-SUB, WS-ACC-IDX)
               ADD WS-APPL-AMOUNT
                   TO WS-ACC-ACTUAL-TBL (1, WS-ACC-IDX)
           END-IF
           SET WS-ACC-IDX UP BY 1.

      *----------------------------------------------------------------*
      * LOAD PRIOR FORECASTS FOR THE FOUR ACCURACY WEEKS. FOR EACH     *
      * WEEK AND DIVISION THE FORECAST THAT COUNTS IS THE FIRST ONE    *
      * MADE DURING THE WEEK (THE RUN THAT SAW IT AS WEEK 1 - NORMALLY *
      * THE MONDAY RUN), OR FAILING THAT THE LATEST ONE MADE BEFORE    *
      * IT BEGAN. A MISSING HISTORY IS A FIRST RUN - NOTHING TO        *
      * COMPARE YET.                                                   *
      *----------------------------------------------------------------*
       1700-LOAD-FORECAST-HISTORY.
           OPEN INPUT CFHIST-FILE
           IF WS-CFHIST-STATUS = '35'
               MOVE 'Y'                     TO WS-CFHIST-EOF-SW
           ELSE
               IF WS-CFHIST-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: CFHIST-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CFHIST-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1710-READ-FORECAST
               PERFORM 1720-PROCESS-ONE-FORECAST UNTIL CFHIST-EOF
               CLOSE CFHIST-FILE
           END-IF.

       1710-READ-FORECAST.
           READ CFHIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-CFHIST-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-CFHIST-READ
           END-READ
           IF NOT CFHIST-EOF AND WS-CFHIST-STATUS NOT = '00'
               MOVE 'READ FAILED: CFHIST-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CFHIST-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1720-PROCESS-ONE-FORECAST.
           IF CFH-RUN-DATE = WS-FORMATTED-DATE
               MOVE 'Y'                     TO WS-ALREADY-RECORDED-SW
           END-IF
           MOVE CFH-RUN-DATE                TO WS-CONVERT-DATE
           PERFORM 8100-CONVERT-DATE
           MOVE WS-CONVERT-INT              TO WS-CFH-RUN-INT
           IF DATE-VALID
               MOVE CFH-WEEK-START          TO WS-CONVERT-DATE
               PERFORM 8100-CONVERT-DATE
               MOVE WS-CONVERT-INT          TO WS-CFH-WEEK-INT
           END-IF
           IF DATE-VALID
          AND WS-CFH-WEEK-INT NOT < WS-ACC-START-TBL (4)
          AND WS-CFH-WEEK-INT < WS-WEEK1-START-INT
          AND WS-CFH-RUN-INT NOT > WS-CFH-WEEK-INT + 6
               MOVE CFH-DIVISION            TO WS-SEARCH-DIV
               PERFORM 8300-FIND-DIVISION
               SET WS-ACC-IDX               TO 1
               PERFORM 1730-TAKE-FORECAST-WEEK
                   UNTIL WS-ACC-IDX > WS-ACCURACY-WEEKS
           END-IF
           PERFORM 1710-READ-FORECAST.

       1730-TAKE-FORECAST-WEEK.
           MOVE 'N'                         TO WS-TAKE-FORECAST-SW
           IF WS-CFH-WEEK-INT = WS-ACC-START-TBL (WS-ACC-IDX)
               MOVE WS-ACC-RUN-INT-TBL (WS-DIV-FOUND-SUB, WS-ACC-IDX)
                                            TO WS-HELD-RUN-INT
               EVALUATE TRUE
                   WHEN WS-CFH-RUN-INT NOT < WS-CFH-WEEK-INT
                       IF WS-HELD-RUN-INT < WS-CFH-WEEK-INT
                      OR WS-CFH-RUN-INT < WS-HELD-RUN-INT
                           MOVE 'Y'         TO WS-TAKE-FORECAST-SW
                       END-IF
                   WHEN OTHER
                       IF WS-HELD-RUN-INT < WS-CFH-WEEK-INT
                      AND WS-CFH-RUN-INT > WS-HELD-RUN-INT
                           MOVE 'Y'         TO WS-TAKE-FORECAST-SW
                       END-IF
               END-EVALUATE
           END-IF
           IF TAKE-FORECAST
               MOVE WS-CFH-RUN-INT
                   TO WS-ACC-RUN-INT-TBL (WS-DIV-FOUND-SUB, WS-ACC-IDX)
               MOVE CFH-RUN-DATE
                   TO WS-ACC-RUN-DATE-TBL (WS-DIV-FOUND-SUB, WS-ACC-IDX)
               MOVE CFH-AMOUNT
                   TO WS-ACC-FCST-TBL (WS-DIV-FOUND-SUB, WS-ACC-IDX)
           END-IF
           SET WS-ACC-IDX UP BY 1.

      *----------------------------------------------------------------*
      * FORECAST EVERY OPEN ITEM. THE TABLE IS WALKED NEWEST FIRST SO  *
      * A DISPUTED CUSTOMER'S DISPUTE AMOUNT COMES OFF THEIR MOST      *
      * RECENT CHARGES - THE ONES A DISPUTE IS USUALLY ABOUT.          *
      *----------------------------------------------------------------*
       2000-FORECAST-ITEMS.
           SET WS-ITEM-IDX                  TO WS-ITEM-TABLE-COUNT
           PERFORM 2100-FORECAST-ONE-ITEM
               UNTIL WS-ITEM-IDX < 1.

      *    AN ITEM FOR A CUSTOMER NOT ON THE EXTRACT IS FORECAST ON
      *    THE HOUSE DEFAULT TERMS IN THE HOME BOOK
       2100-FORECAST-ONE-ITEM.
           MOVE WS-ITEM-OPEN-TBL (WS-ITEM-IDX) TO WS-FORECAST-AMT
           MOVE ZERO                        TO WS-DISPUTED-PART
           MOVE ZERO                        TO WS-CUR-LATE-DAYS
           IF WS-ITEM-CUST-SUB-TBL (WS-ITEM-IDX) = ZERO
               MOVE 30                      TO WS-CUR-TERMS
               MOVE '01'                    TO WS-CUR-DIV
               MOVE 'N'                     TO WS-CUR-FINAL-DUN
           ELSE
               SET WS-CUST-IDX TO WS-ITEM-CUST-SUB-TBL (WS-ITEM-IDX)
               MOVE WS-CUST-TERMS-TBL (WS-CUST-IDX) TO WS-CUR-TERMS
               MOVE WS-CUST-DIV-TBL (WS-CUST-IDX)   TO WS-CUR-DIV
               MOVE WS-CUST-FINAL-DUN-TBL (WS-CUST-IDX)
                                            TO WS-CUR-FINAL-DUN
               IF WS-CUST-PAID-AMT-TBL (WS-CUST-IDX) > ZERO
                   COMPUTE WS-CUR-LATE-DAYS ROUNDED =
                           WS-CUST-LATE-AMT-TBL (WS-CUST-IDX)
                         / WS-CUST-PAID-AMT-TBL (WS-CUST-IDX)
               END-IF
               IF WS-CUR-FINAL-DUN = 'N'
              AND WS-CUST-DISPUTE-TBL (WS-CUST-IDX) > ZERO
                   IF WS-CUST-DISPUTE-TBL (WS-CUST-IDX)
                          < WS-FORECAST-AMT
                       MOVE WS-CUST-DISPUTE-TBL (WS-CUST-IDX)
                                            TO WS-DISPUTED-PART
                   ELSE
                       MOVE WS-FORECAST-AMT TO WS-DISPUTED-PART
                   END-IF
                   SUBTRACT WS-DISPUTED-PART
                       FROM WS-CUST-DISPUTE-TBL (WS-CUST-IDX)
                   SUBTRACT WS-DISPUTED-PART FROM WS-FORECAST-AMT
               END-IF
           END-IF

           MOVE WS-CUR-DIV                  TO WS-SEARCH-DIV
           PERFORM 8300-FIND-DIVISION
           SET WS-DIV-IDX                   TO WS-DIV-FOUND-SUB
           PERFORM 2200-BUCKET-ITEM
           SET WS-DIV-IDX                   TO 1
           PERFORM 2200-BUCKET-ITEM
           SET WS-ITEM-IDX DOWN BY 1.

      *----------------------------------------------------------------*
      * ADD THE CURRENT ITEM TO DIVISION ENTRY WS-DIV-IDX - EXCLUDED   *
      * AMOUNTS FIRST, THEN WHAT IS LEFT BY EXPECTED WEEK              *
      *----------------------------------------------------------------*
       2200-BUCKET-ITEM.
           IF WS-CUR-FINAL-DUN = 'Y'
               ADD WS-FORECAST-AMT    TO WS-DIV-DUN-AMT-TBL (WS-DIV-IDX)
               ADD 1                  TO WS-DIV-DUN-CNT-TBL (WS-DIV-IDX)
           ELSE
               ADD WS-DISPUTED-PART  TO WS-DIV-DISP-AMT-TBL (WS-DIV-IDX)
               IF WS-FORECAST-AMT > ZERO
                   PERFORM 2210-BUCKET-BY-WEEK
               END-IF
           END-IF.

      *    PAYING EARLY NEVER PUTS THE EXPECTED DATE BEFORE THE ITEM
       2210-BUCKET-BY-WEEK.
           IF WS-DIV-IDX = 1
               ADD 1                        TO WS-ITEMS-FORECAST
           END-IF
           COMPUTE WS-EXPECTED-INT =
                   WS-ITEM-DATE-INT-TBL (WS-ITEM-IDX)
                 + WS-CUR-TERMS + WS-CUR-LATE-DAYS
           IF WS-EXPECTED-INT < WS-ITEM-DATE-INT-TBL (WS-ITEM-IDX)
               MOVE WS-ITEM-DATE-INT-TBL (WS-ITEM-IDX)
                                            TO WS-EXPECTED-INT
           END-IF

           EVALUATE TRUE
               WHEN WS-EXPECTED-INT < WS-RUN-DATE-INT
                   ADD WS-FORECAST-AMT
                                   TO WS-DIV-PAST-AMT-TBL (WS-DIV-IDX)
                   ADD 1           TO WS-DIV-PAST-CNT-TBL (WS-DIV-IDX)
               WHEN OTHER
                   COMPUTE WS-WEEK-NO =
                           (WS-EXPECTED-INT - WS-WEEK1-START-INT) / 7
                         + 1
                   IF WS-WEEK-NO > WS-FORECAST-WEEKS
                       ADD WS-FORECAST-AMT
                                   TO WS-DIV-LATER-AMT-TBL (WS-DIV-IDX)
                       ADD 1       TO WS-DIV-LATER-CNT-TBL (WS-DIV-IDX)
                   ELSE
                       ADD WS-FORECAST-AMT
                           TO WS-WEEK-AMT-TBL (WS-DIV-IDX, WS-WEEK-NO)
                       ADD 1
                           TO WS-WEEK-CNT-TBL (WS-DIV-IDX, WS-WEEK-NO)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * SECTION 1 - ONE BLOCK PER DIVISION, THEN ALL DIVISIONS         *
      *----------------------------------------------------------------*
       3000-PRINT-FORECAST.
           SET WS-DIV-IDX                   TO 2
           PERFORM 3100-PRINT-ONE-DIVISION
               UNTIL WS-DIV-IDX > WS-DIV-TABLE-COUNT
           SET WS-DIV-IDX                   TO 1
           PERFORM 3100-PRINT-ONE-DIVISION.

       3100-PRINT-ONE-DIVISION.
           MOVE SPACES                      TO HDR-DIVISION
           IF WS-DIV-IDX = 1
               MOVE 'ALL DIVISIONS'         TO HDR-DIVISION
           ELSE
               MOVE 'DIVISION'              TO HDR-DIVISION(1:8)
               MOVE WS-DIV-CODE-TBL (WS-DIV-IDX)
                                            TO HDR-DIVISION(10:2)
           END-IF
           WRITE REPORT-LINE FROM HDR-DIVISION-LINE
                  AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM HDR-LINE-4
                  AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM HDR-LINE-3
                  AFTER ADVANCING 1 LINE

           MOVE ZERO                        TO WS-CUMULATIVE-AMT
           MOVE 'PAST EXPECTED DATE'        TO FCST-LABEL
           MOVE WS-DIV-PAST-CNT-TBL (WS-DIV-IDX) TO FCST-COUNT
           MOVE WS-DIV-PAST-AMT-TBL (WS-DIV-IDX) TO FCST-AMOUNT
           MOVE SPACES                      TO FCST-CUMULATIVE-X
           WRITE REPORT-LINE FROM FCST-DETAIL-LINE
                  AFTER ADVANCING 1 LINE

           SET WS-WEEK-IDX                  TO 1
           PERFORM 3110-PRINT-ONE-WEEK
               UNTIL WS-WEEK-IDX > WS-FORECAST-WEEKS

           MOVE 'AFTER THE LAST WEEK'       TO FCST-LABEL
           MOVE WS-DIV-LATER-CNT-TBL (WS-DIV-IDX) TO FCST-COUNT
           MOVE WS-DIV-LATER-AMT-TBL (WS-DIV-IDX) TO FCST-AMOUNT
           MOVE SPACES                      TO FCST-CUMULATIVE-X
           WRITE REPORT-LINE FROM FCST-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           MOVE 'EXCLUDED - FINAL DUNNING'  TO FCST-LABEL
           MOVE WS-DIV-DUN-CNT-TBL (WS-DIV-IDX) TO FCST-COUNT
           MOVE WS-DIV-DUN-AMT-TBL (WS-DIV-IDX) TO FCST-AMOUNT
           WRITE REPORT-LINE FROM FCST-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
      *    A DISPUTE IS AN ACCOUNT-LEVEL AMOUNT, NOT A COUNT OF ITEMS
           MOVE 'EXCLUDED - IN DISPUTE'     TO FCST-LABEL
           MOVE SPACES                      TO FCST-COUNT-X
           MOVE WS-DIV-DISP-AMT-TBL (WS-DIV-IDX) TO FCST-AMOUNT
           WRITE REPORT-LINE FROM FCST-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           SET WS-DIV-IDX UP BY 1.

      *    THE CUMULATIVE COLUMN IS THE CASH EXPECTED BY THE END OF
      *    THE WEEK, NOT COUNTING ITEMS ALREADY PAST THEIR DATE
       3110-PRINT-ONE-WEEK.
           COMPUTE WS-FORMAT-INT =
                   WS-WEEK1-START-INT + (WS-WEEK-IDX - 1) * 7
           PERFORM 8400-FORMAT-DATE
           MOVE SPACES                      TO FCST-LABEL
           MOVE WS-FORMAT-DATE              TO FCST-LABEL(1:10)
           MOVE WS-WEEK-CNT-TBL (WS-DIV-IDX, WS-WEEK-IDX) TO FCST-COUNT
           MOVE WS-WEEK-AMT-TBL (WS-DIV-IDX, WS-WEEK-IDX)
                                            TO FCST-AMOUNT
           ADD WS-WEEK-AMT-TBL (WS-DIV-IDX, WS-WEEK-IDX)
                                            TO WS-CUMULATIVE-AMT
           MOVE WS-CUMULATIVE-AMT           TO FCST-CUMULATIVE
           WRITE REPORT-LINE FROM FCST-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           SET WS-WEEK-IDX UP BY 1.

      *----------------------------------------------------------------*
      * SECTION 2 - FORECAST ACCURACY FOR THE LAST FOUR WEEKS. THE     *
      * ALL-DIVISIONS FORECAST IS THE SUM OF THE DIVISIONS' OWN.       *
      *----------------------------------------------------------------*
       3500-PRINT-ACCURACY.
           WRITE REPORT-LINE FROM HDR-ACCURACY-LINE
                  AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM HDR-LINE-5
                  AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM HDR-LINE-3
                  AFTER ADVANCING 1 LINE

           SET WS-DIV-IDX                   TO 2
           PERFORM 3510-PRINT-DIVISION-ACCURACY
               UNTIL WS-DIV-IDX > WS-DIV-TABLE-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
                  AFTER ADVANCING 1 LINE
           SET WS-DIV-IDX                   TO 1
           PERFORM 3510-PRINT-DIVISION-ACCURACY.

       3510-PRINT-DIVISION-ACCURACY.
           SET WS-ACC-IDX                   TO 1
           PERFORM 3520-PRINT-ONE-ACC-WEEK
               UNTIL WS-ACC-IDX > WS-ACCURACY-WEEKS
           SET WS-DIV-IDX UP BY 1.

       3520-PRINT-ONE-ACC-WEEK.
           IF WS-DIV-IDX = 1
               MOVE 'ALL DIVISIONS'         TO ACC-DIVISION
               IF WS-ACC-RUN-INT-TBL (1, WS-ACC-IDX) > ZERO
                   MOVE 'COMBINED'          TO ACC-RUN-DATE
               ELSE
                   MOVE 'NONE'              TO ACC-RUN-DATE
               END-IF
           ELSE
               MOVE WS-DIV-CODE-TBL (WS-DIV-IDX) TO ACC-DIVISION
               IF WS-ACC-RUN-INT-TBL (WS-DIV-IDX, WS-ACC-IDX) > ZERO
                   MOVE WS-ACC-RUN-DATE-TBL (WS-DIV-IDX, WS-ACC-IDX)
                                            TO ACC-RUN-DATE
                   ADD WS-ACC-FCST-TBL (WS-DIV-IDX, WS-ACC-IDX)
                                    TO WS-ACC-FCST-TBL (1, WS-ACC-IDX)
                   MOVE WS-ACC-RUN-INT-TBL (WS-DIV-IDX, WS-ACC-IDX)
                                 TO WS-ACC-RUN-INT-TBL (1, WS-ACC-IDX)
               ELSE
                   MOVE 'NONE'              TO ACC-RUN-DATE
               END-IF
           END-IF
           MOVE WS-ACC-START-TBL (WS-ACC-IDX) TO WS-FORMAT-INT
           PERFORM 8400-FORMAT-DATE
           MOVE WS-FORMAT-DATE              TO ACC-WEEK-OF
           MOVE WS-ACC-ACTUAL-TBL (WS-DIV-IDX, WS-ACC-IDX)
                                            TO ACC-ACTUAL
      *    NO FORECAST ON FILE FOR THE WEEK - ONLY THE ACTUAL PRINTS
           IF WS-ACC-RUN-INT-TBL (WS-DIV-IDX, WS-ACC-IDX) = ZERO
               MOVE SPACES                  TO ACC-FORECAST-X
               MOVE SPACES                  TO ACC-VARIANCE-X
               MOVE SPACES                  TO ACC-PCT-X
           ELSE
               MOVE WS-ACC-FCST-TBL (WS-DIV-IDX, WS-ACC-IDX)
                                            TO ACC-FORECAST
               COMPUTE WS-VARIANCE-AMT =
                       WS-ACC-ACTUAL-TBL (WS-DIV-IDX, WS-ACC-IDX)
                     - WS-ACC-FCST-TBL (WS-DIV-IDX, WS-ACC-IDX)
               MOVE WS-VARIANCE-AMT         TO ACC-VARIANCE
               IF WS-ACC-FCST-TBL (WS-DIV-IDX, WS-ACC-IDX) > ZERO
                   COMPUTE WS-ACCURACY-PCT ROUNDED =
                           WS-ACC-ACTUAL-TBL (WS-DIV-IDX, WS-ACC-IDX)
                         * 100
                         / WS-ACC-FCST-TBL (WS-DIV-IDX, WS-ACC-IDX)
                   MOVE WS-ACCURACY-PCT     TO ACC-PCT
               ELSE
                   MOVE SPACES              TO ACC-PCT-X
               END-IF
           END-IF
           WRITE REPORT-LINE FROM ACC-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           SET WS-ACC-IDX UP BY 1.

      *----------------------------------------------------------------*
      * APPEND THIS RUN'S WEEKS TO THE FORECAST HISTORY - EVERY WEEK   *
      * OF EVERY DIVISION, ZERO WEEKS INCLUDED, SO A LATER ACCURACY    *
      * LINE CAN TELL "FORECAST NOTHING" FROM "NO FORECAST". SKIPPED   *
      * WHEN THIS BUSINESS DATE IS ALREADY ON THE HISTORY.             *
      *----------------------------------------------------------------*
       4000-APPEND-FORECAST-HISTORY.
           IF ALREADY-RECORDED
               DISPLAY 'CASHFCST: FORECAST FOR ' WS-FORMATTED-DATE
                       ' ALREADY ON CFHIST - NOT APPENDED AGAIN'
           ELSE
               OPEN EXTEND CFHIST-FILE
               IF WS-CFHIST-STATUS NOT = '00'
              AND WS-CFHIST-STATUS NOT = '05'
                   MOVE 'OPEN FAILED: CFHIST-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CFHIST-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               SET WS-DIV-IDX               TO 2
               PERFORM 4100-WRITE-DIVISION-HISTORY
                   UNTIL WS-DIV-IDX > WS-DIV-TABLE-COUNT
               CLOSE CFHIST-FILE
           END-IF.

       4100-WRITE-DIVISION-HISTORY.
           SET WS-WEEK-IDX                  TO 1
           PERFORM 4110-WRITE-ONE-WEEK-HISTORY
               UNTIL WS-WEEK-IDX > WS-FORECAST-WEEKS
           SET WS-DIV-IDX UP BY 1.

       4110-WRITE-ONE-WEEK-HISTORY.
           MOVE SPACES                      TO CASH-FORECAST-HISTORY
           MOVE WS-FORMATTED-DATE           TO CFH-RUN-DATE
           COMPUTE WS-FORMAT-INT =
                   WS-WEEK1-START-INT + (WS-WEEK-IDX - 1) * 7
           PERFORM 8400-FORMAT-DATE
           MOVE WS-FORMAT-DATE              TO CFH-WEEK-START
           MOVE WS-DIV-CODE-TBL (WS-DIV-IDX) TO CFH-DIVISION
           MOVE WS-WEEK-CNT-TBL (WS-DIV-IDX, WS-WEEK-IDX)
                                            TO CFH-ITEM-COUNT
           MOVE WS-WEEK-AMT-TBL (WS-DIV-IDX, WS-WEEK-IDX)
                                            TO CFH-AMOUNT
           WRITE CASH-FORECAST-HISTORY
           IF WS-CFHIST-STATUS NOT = '00'
               MOVE 'WRITE ERROR: CFHIST-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CFHIST-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CFHIST-WRITTEN
           SET WS-WEEK-IDX UP BY 1.

      *----------------------------------------------------------------*
      * FINALIZATION                                                   *
      *----------------------------------------------------------------*
       4900-FINALIZE.
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'CASHFCST - CASH FORECAST RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CUSTOMERS READ:        ' WS-RECORD-COUNT
           DISPLAY 'OPEN ITEMS LOADED:     ' WS-ITEMS-LOADED
           DISPLAY 'ITEMS FORECAST:        ' WS-ITEMS-FORECAST
           DISPLAY 'FINAL-DUNNING ACCOUNTS: ' WS-FINAL-DUN-ACCOUNTS
           DISPLAY 'APPLICATIONS READ:     ' WS-HIST-READ
           DISPLAY 'PRIOR FORECAST ROWS:   ' WS-CFHIST-READ
           DISPLAY 'FORECAST ROWS WRITTEN: ' WS-CFHIST-WRITTEN
           DISPLAY 'ITEMS FOR ACCOUNTS NOT ON EXTRACT: '
                   WS-ORPHAN-ITEM-COUNT
           DISPLAY 'UNPARSEABLE ITEM DATES: ' WS-BAD-DATE-COUNT
           DISPLAY '============================================='

           IF WS-ORPHAN-ITEM-COUNT > ZERO
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
           MOVE WS-WEEK1-START-INT          TO WS-FORMAT-INT
           PERFORM 8400-FORMAT-DATE
           MOVE WS-FORMAT-DATE              TO HDR-WEEK1-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
                  AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HDR-LINE-2
                  AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM HDR-LINE-3
                  AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------*
      * TURN WS-CONVERT-DATE ('YYYY-MM-DD') INTO AN INTEGER-OF-DATE    *
      * DAY NUMBER IN WS-CONVERT-INT. ANYTHING THAT IS NOT A REAL      *
      * CALENDAR DATE CLEARS DATE-VALID.                               *
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
      * LOCATE WS-SEARCH-CUST-ID IN THE CUSTOMER TABLE, TRYING THE     *
      * LAST ENTRY FOUND FIRST                                         *
      *----------------------------------------------------------------*
       8200-FIND-CUSTOMER.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF WS-CUST-FOUND-SUB > ZERO
               IF WS-CUST-ID-TBL (WS-CUST-FOUND-SUB)
                      = WS-SEARCH-CUST-ID
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF
           IF NOT CUST-FOUND
               SET WS-CUST-IDX              TO 1
               PERFORM 8210-COMPARE-ONE-CUSTOMER
                   UNTIL CUST-FOUND
                      OR WS-CUST-IDX > WS-CUST-TABLE-COUNT
           END-IF.

       8210-COMPARE-ONE-CUSTOMER.
           IF WS-CUST-ID-TBL (WS-CUST-IDX) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-CUST-FOUND-SW
               SET WS-CUST-FOUND-SUB        TO WS-CUST-IDX
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * LOCATE WS-SEARCH-DIV IN THE DIVISION TABLE, ADDING IT WHEN     *
      * IT IS NEW. ENTRY 1 (THE TOTAL) IS NEVER MATCHED.               *
      *----------------------------------------------------------------*
       8300-FIND-DIVISION.
           MOVE 'N'                         TO WS-DIV-FOUND-SW
           SET WS-DIV-IDX                   TO 2
           PERFORM 8310-COMPARE-ONE-DIVISION
               UNTIL DIV-FOUND
                  OR WS-DIV-IDX > WS-DIV-TABLE-COUNT
           IF NOT DIV-FOUND
               IF WS-DIV-TABLE-COUNT >= WS-DIV-TABLE-MAX
                   MOVE 'DIVISION TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-DIV-TABLE-COUNT
               MOVE WS-DIV-TABLE-COUNT      TO WS-DIV-FOUND-SUB
               MOVE WS-SEARCH-DIV
                              TO WS-DIV-CODE-TBL (WS-DIV-FOUND-SUB)
           END-IF.

       8310-COMPARE-ONE-DIVISION.
           IF WS-DIV-CODE-TBL (WS-DIV-IDX) = WS-SEARCH-DIV
               MOVE 'Y'                     TO WS-DIV-FOUND-SW
               SET WS-DIV-FOUND-SUB         TO WS-DIV-IDX
           ELSE
               SET WS-DIV-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * TURN THE DAY NUMBER IN WS-FORMAT-INT BACK INTO 'YYYY-MM-DD'    *
      *----------------------------------------------------------------*
       8400-FORMAT-DATE.
           COMPUTE WS-FORMAT-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FORMAT-INT)
           MOVE WS-FORMAT-DATE-NUM(1:4)     TO WS-FORMAT-DATE(1:4)
           MOVE '-'                         TO WS-FORMAT-DATE(5:1)
           MOVE WS-FORMAT-DATE-NUM(5:2)     TO WS-FORMAT-DATE(6:2)
           MOVE '-'                         TO WS-FORMAT-DATE(8:1)
           MOVE WS-FORMAT-DATE-NUM(7:2)     TO WS-FORMAT-DATE(9:2).

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
           DISPLAY '*** CASHFCST FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
