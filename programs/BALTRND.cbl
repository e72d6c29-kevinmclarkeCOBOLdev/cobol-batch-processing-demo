      *****************************************************************
      * PROGRAM NAME: BALTRND                                         *
      * DESCRIPTION:  CUSTOMER BALANCE AND UTILIZATION TREND REPORT   *
      *               ON-DEMAND REPORT FOR CREDIT OVER THE MONTH-END  *
      *               SNAPSHOTS BALSNAP KEEPS. FOR EVERY CUSTOMER     *
      *               WITH A SNAPSHOT IN THE 12 MONTHS ENDING WITH    *
      *               THE BUSINESS-DATE MONTH IT PRINTS:              *
      *                 - THE BALANCE PATH, MONTH BY MONTH, WITH THE  *
      *                   UTILIZATION OF THE LIMIT IN FORCE THAT      *
      *                   MONTH                                       *
      *                 - THE HIGH-WATER MARK AND THE MONTH IT WAS    *
      *                   REACHED                                     *
      *                 - THE NUMBER OF MONTHS ENDED OVER LIMIT       *
      *                   (BALANCE ABOVE LIMIT, AS EXCPRPT TESTS IT)  *
      *               AND FLAGS EVERY CUSTOMER WHOSE UTILIZATION ROSE *
      *               BY AT LEAST THE RISE THRESHOLD IN EACH OF THE   *
      *               LAST THREE MONTHS, LISTING THEM AGAIN AT THE    *
      *               END FOR CREDIT TO WORK. THE CURRENT MONTH IS    *
      *               THE POSITION AS OF THE LAST NIGHTLY RUN.        *
      *                                                                *
      * INPUTS:       BALANCE SNAPSHOTS     (CUSTSNAP, INDEXED)       *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      *               COMMAND-LINE PARM: RISE=NN, THE RISE IN         *
      *               UTILIZATION POINTS PER MONTH THAT COUNTS AS     *
      *               SHARP (DEFAULT 10)                              *
      * OUTPUTS:      TREND REPORT          (BALTRPT)                 *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   CUSTSNAP - CUSTOMER BALANCE SNAPSHOT RECORD (100 BYTES)     *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALTRND.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    READ SEQUENTIALLY, WHICH DELIVERS EACH CUSTOMER'S MONTHS
      *    TOGETHER AND OLDEST FIRST
           SELECT SNAPSHOT-FILE   ASSIGN TO CUSTSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CSN-KEY
                  FILE STATUS  IS WS-SNAPSHOT-STATUS.

           SELECT REPORT-FILE     ASSIGN TO BALTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - NAMES THE LAST MONTH OF THE WINDOW.
      *    A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

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

       01  WS-FILE-STATUS.
           05  WS-SNAPSHOT-STATUS       PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SNAP-EOF-SW           PIC X VALUE 'N'.
               88  SNAP-EOF                     VALUE 'Y'.
           05  WS-NO-SNAPSHOTS-SW       PIC X VALUE 'N'.
               88  NO-SNAPSHOTS                 VALUE 'Y'.
           05  WS-HAVE-CUSTOMER-SW      PIC X VALUE 'N'.
               88  HAVE-CUSTOMER                VALUE 'Y'.
           05  WS-RISING-SW             PIC X VALUE 'N'.
               88  UTILIZATION-RISING           VALUE 'Y'.

      *---------------------------------------------------------------*
      * COMMAND-LINE RISE THRESHOLD - UTILIZATION POINTS PER MONTH     *
      *---------------------------------------------------------------*
       01  WS-PARM-FIELDS.
           05  WS-COMMAND-LINE          PIC X(20) VALUE SPACES.
           05  WS-RISE-POINTS           PIC 9(03) VALUE 10.

      *---------------------------------------------------------------*
      * THE 12-MONTH WINDOW - MONTHS ARE COMPARED AS YEAR * 12 +       *
      * MONTH, SLOT 12 BEING THE BUSINESS-DATE MONTH                   *
      *---------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-LAST-PERIOD           PIC 9(06) VALUE ZERO.
           05  WS-FIRST-PERIOD          PIC 9(06) VALUE ZERO.
           05  WS-RECORD-PERIOD         PIC 9(06) VALUE ZERO.
           05  WS-LABEL-PERIOD          PIC 9(06) VALUE ZERO.
           05  WS-LABEL-YEAR            PIC 9(04) VALUE ZERO.
           05  WS-LABEL-MONTH           PIC 9(02) VALUE ZERO.
           05  WS-MONTH-LABEL           PIC X(07) VALUE SPACES.
           05  WS-FIRST-MONTH-LABEL     PIC X(07) VALUE SPACES.

      *---------------------------------------------------------------*
      * THE CUSTOMER IN HAND - ONE SLOT PER MONTH OF THE WINDOW        *
      *---------------------------------------------------------------*
       01  WS-CURRENT-CUSTOMER.
           05  WS-CURR-CUST-ID          PIC 9(6) VALUE ZERO.
           05  WS-CURR-CUST-NAME        PIC X(30) VALUE SPACES.
           05  WS-CURR-DIVISION         PIC X(2) VALUE SPACES.
           05  WS-CURR-STATUS           PIC X(1) VALUE SPACES.
           05  WS-CURR-MONTHS           PIC 9(2) VALUE ZERO.

       01  WS-SLOT-TABLE.
           05  WS-SLOT OCCURS 12 TIMES.
               10  WS-SLOT-PRESENT      PIC X(1).
                   88  SLOT-PRESENT             VALUE 'Y'.
               10  WS-SLOT-BALANCE      PIC S9(8)V99.
               10  WS-SLOT-LIMIT        PIC S9(8)V99.
               10  WS-SLOT-UTIL         PIC S9(3)V99.
               10  WS-SLOT-PAST-DUE     PIC 9(8)V99.

       01  WS-SLOT-FIELDS.
           05  WS-SLOT-SUB              PIC 9(02) VALUE ZERO.
           05  WS-CELL-SUB              PIC 9(02) VALUE ZERO.
           05  WS-HIGH-WATER            PIC S9(8)V99 VALUE ZERO.
           05  WS-HIGH-WATER-SLOT       PIC 9(02) VALUE ZERO.
           05  WS-OVER-MONTHS           PIC 9(02) VALUE ZERO.
           05  WS-LATEST-SLOT           PIC 9(02) VALUE ZERO.
           05  WS-UTIL-RISE             PIC S9(4)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * CUSTOMERS FLAGGED RISING, HELD FOR THE CLOSING LIST            *
      *---------------------------------------------------------------*
       01  WS-RISING-TABLE.
           05  WS-RISE-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-RISE-IDX.
               10  WS-RISE-CUST-ID-TBL  PIC 9(6).
               10  WS-RISE-NAME-TBL     PIC X(30).
               10  WS-RISE-UTIL-TBL     PIC S9(3)V99 OCCURS 4 TIMES.
               10  WS-RISE-BAL-TBL      PIC S9(8)V99.

       01  WS-RISING-TABLE-FIELDS.
           05  WS-RISE-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-RISE-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-RISE-SUB              PIC 9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SNAPS-READ            PIC 9(8) VALUE ZERO.
           05  WS-SNAPS-IN-WINDOW       PIC 9(8) VALUE ZERO.
           05  WS-CUSTOMERS-REPORTED    PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-OVER        PIC 9(7) VALUE ZERO.
           05  WS-CUSTOMERS-RISING      PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.
           05  WS-POINTS-DISPLAY        PIC ZZ9.

      *---------------------------------------------------------------*
      * TREND REPORT LINES                                             *
      *---------------------------------------------------------------*
       01  WS-CUST-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUST    NAME                            '.
           05  FILLER                   PIC X(40) VALUE
               'DV  ST       HIGH-WATER  MONTH    OVER  '.
           05  FILLER                   PIC X(40) VALUE
               'UTIL NOW        PAST DUE  TREND         '.

       01  WS-CUST-DETAIL.
           05  TRD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-CUST-NAME            PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-DIVISION             PIC X(2).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-STATUS               PIC X(1).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-HIGH-WATER           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-HIGH-MONTH           PIC X(7).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-OVER-MONTHS          PIC Z9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-UTIL-NOW             PIC ZZ9.99-.
           05  TRD-UTIL-PCT             PIC X(1) VALUE '%'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  TRD-PAST-DUE             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  TRD-TREND                PIC X(18).

      *    FOUR MONTHS TO A LINE, THREE LINES TO THE 12-MONTH PATH
       01  WS-PATH-LINE.
           05  FILLER                   PIC X(04).
           05  PTH-CELL OCCURS 4 TIMES.
               10  PTH-MONTH            PIC X(07).
               10  FILLER               PIC X(01).
               10  PTH-BALANCE          PIC $$$,$$$,$$9.99-.
               10  PTH-BALANCE-X REDEFINES PTH-BALANCE
                                        PIC X(15).
               10  FILLER               PIC X(01).
               10  PTH-UTIL             PIC ZZ9.9-.
               10  PTH-UTIL-X REDEFINES PTH-UTIL
                                        PIC X(06).
               10  PTH-PCT              PIC X(01).
               10  FILLER               PIC X(01).

       01  WS-RISE-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUST    NAME                            '.
           05  FILLER                   PIC X(40) VALUE
               '  UTIL -3 MO   UTIL -2 MO   UTIL -1 MO  '.
           05  FILLER                   PIC X(40) VALUE
               'UTIL NOW           BALANCE              '.

       01  WS-RISE-DETAIL.
           05  RSD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RSD-CUST-NAME            PIC X(30).
           05  RSD-UTIL-CELL OCCURS 4 TIMES.
               10  FILLER               PIC X(05) VALUE SPACES.
               10  RSD-UTIL             PIC ZZ9.99-.
               10  FILLER               PIC X(01) VALUE '%'.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RSD-BALANCE              PIC $$$,$$$,$$9.99-.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT NO-SNAPSHOTS
               PERFORM 2000-PROCESS-SNAPSHOTS
           END-IF
           PERFORM 3000-LIST-RISING
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE RISE THRESHOLD, THE WINDOW, THE FILES     *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:5) = 'RISE='
          AND WS-COMMAND-LINE(6:1) IS NUMERIC
               COMPUTE WS-RISE-POINTS =
                       FUNCTION NUMVAL (WS-COMMAND-LINE(6:3))
           END-IF

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
               MOVE FUNCTION CURRENT-DATE(1:8)
                                            TO WS-BUSDATE-YYYYMMDD
           END-IF
           MOVE WS-BUSDATE-YYYYMMDD(1:4)    TO WS-LABEL-YEAR
           MOVE WS-BUSDATE-YYYYMMDD(5:2)    TO WS-LABEL-MONTH
           COMPUTE WS-LAST-PERIOD = WS-LABEL-YEAR * 12 + WS-LABEL-MONTH
           COMPUTE WS-FIRST-PERIOD = WS-LAST-PERIOD - 11

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '35'
               MOVE 'Y'                     TO WS-NO-SNAPSHOTS-SW
           ELSE
               IF WS-SNAPSHOT-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: SNAPSHOT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SNAPSHOT-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE WS-FIRST-PERIOD             TO WS-LABEL-PERIOD
           PERFORM 5000-FORMAT-MONTH-LABEL
           MOVE WS-MONTH-LABEL              TO WS-FIRST-MONTH-LABEL
           MOVE WS-LAST-PERIOD              TO WS-LABEL-PERIOD
           PERFORM 5000-FORMAT-MONTH-LABEL
           MOVE WS-RISE-POINTS              TO WS-POINTS-DISPLAY
           STRING 'CUSTOMER BALANCE AND UTILIZATION TREND - MONTH ENDS '
                  WS-FIRST-MONTH-LABEL ' THROUGH ' WS-MONTH-LABEL
                  '  BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'THE LATEST MONTH IS AS OF THE LAST NIGHTLY SNAPSHOT.'
                  '  RISING = UTILIZATION UP AT LEAST '
                  WS-POINTS-DISPLAY ' POINTS IN EACH OF THE LAST 3 '
                  'MONTHS'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CUST-HEADER              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * WALK THE SNAPSHOTS, ONE CUSTOMER AT A TIME - EACH CHANGE OF    *
      * CUSTOMER REPORTS THE ONE JUST FINISHED                         *
      *---------------------------------------------------------------*
       2000-PROCESS-SNAPSHOTS.
           INITIALIZE WS-SLOT-TABLE
           PERFORM 2150-READ-SNAPSHOT
           PERFORM 2100-TAKE-ONE-SNAPSHOT UNTIL SNAP-EOF
           IF HAVE-CUSTOMER
               PERFORM 2500-REPORT-CUSTOMER
           END-IF
           CLOSE SNAPSHOT-FILE.

       2100-TAKE-ONE-SNAPSHOT.
           IF HAVE-CUSTOMER AND CSN-CUST-ID NOT = WS-CURR-CUST-ID
               PERFORM 2500-REPORT-CUSTOMER
           END-IF
           COMPUTE WS-RECORD-PERIOD = CSN-YEAR * 12 + CSN-MONTH
           IF WS-RECORD-PERIOD NOT < WS-FIRST-PERIOD
          AND WS-RECORD-PERIOD NOT > WS-LAST-PERIOD
               ADD 1                        TO WS-SNAPS-IN-WINDOW
               MOVE 'Y'                     TO WS-HAVE-CUSTOMER-SW
               MOVE CSN-CUST-ID             TO WS-CURR-CUST-ID
               MOVE CSN-CUST-NAME           TO WS-CURR-CUST-NAME
               MOVE CSN-DIVISION            TO WS-CURR-DIVISION
               MOVE CSN-STATUS              TO WS-CURR-STATUS
               ADD 1                        TO WS-CURR-MONTHS
               COMPUTE WS-SLOT-SUB =
                       WS-RECORD-PERIOD - WS-FIRST-PERIOD + 1
               MOVE 'Y'              TO WS-SLOT-PRESENT (WS-SLOT-SUB)
               MOVE CSN-BALANCE      TO WS-SLOT-BALANCE (WS-SLOT-SUB)
               MOVE CSN-CREDIT-LIMIT TO WS-SLOT-LIMIT (WS-SLOT-SUB)
               MOVE CSN-UTIL-PCT     TO WS-SLOT-UTIL (WS-SLOT-SUB)
               MOVE CSN-PAST-DUE     TO WS-SLOT-PAST-DUE (WS-SLOT-SUB)
           END-IF
           PERFORM 2150-READ-SNAPSHOT.

       2150-READ-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SNAP-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-SNAPS-READ
           END-READ
           IF WS-SNAPSHOT-STATUS NOT = '00'
          AND WS-SNAPSHOT-STATUS NOT = '10'
               MOVE 'READ ERROR: SNAPSHOT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SNAPSHOT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE CUSTOMER'S BLOCK - THE SUMMARY LINE, THEN THE 12-MONTH     *
      * PATH. THE SLOTS ARE CLEARED FOR THE NEXT CUSTOMER.             *
      *---------------------------------------------------------------*
       2500-REPORT-CUSTOMER.
           ADD 1                            TO WS-CUSTOMERS-REPORTED
           MOVE ZERO                        TO WS-HIGH-WATER-SLOT
                                               WS-OVER-MONTHS
                                               WS-LATEST-SLOT
           MOVE 1                           TO WS-SLOT-SUB
           PERFORM 2510-MEASURE-ONE-SLOT UNTIL WS-SLOT-SUB > 12
           PERFORM 2520-TEST-RISING

           MOVE WS-CURR-CUST-ID             TO TRD-CUST-ID
           MOVE WS-CURR-CUST-NAME           TO TRD-CUST-NAME
           MOVE WS-CURR-DIVISION            TO TRD-DIVISION
           MOVE WS-CURR-STATUS              TO TRD-STATUS
           MOVE WS-HIGH-WATER               TO TRD-HIGH-WATER
           COMPUTE WS-LABEL-PERIOD =
                   WS-FIRST-PERIOD + WS-HIGH-WATER-SLOT - 1
           PERFORM 5000-FORMAT-MONTH-LABEL
           MOVE WS-MONTH-LABEL              TO TRD-HIGH-MONTH
           MOVE WS-OVER-MONTHS              TO TRD-OVER-MONTHS
           MOVE WS-SLOT-UTIL (WS-LATEST-SLOT)     TO TRD-UTIL-NOW
           MOVE WS-SLOT-PAST-DUE (WS-LATEST-SLOT) TO TRD-PAST-DUE
           MOVE SPACES                      TO TRD-TREND
           IF UTILIZATION-RISING
               MOVE '*** RISING'            TO TRD-TREND
           END-IF
           IF WS-OVER-MONTHS > ZERO
               ADD 1                        TO WS-CUSTOMERS-OVER
           END-IF
           MOVE WS-CUST-DETAIL              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-SLOT-SUB
           PERFORM 2600-PRINT-PATH-LINE 3 TIMES
           PERFORM 9100-WRITE-REPORT-LINE

           INITIALIZE WS-SLOT-TABLE
           MOVE ZERO                        TO WS-CURR-MONTHS
           MOVE 'N'                         TO WS-HAVE-CUSTOMER-SW.

      *    THE FIRST MONTH WITH THE HIGHEST BALANCE IS THE HIGH-WATER
       2510-MEASURE-ONE-SLOT.
           IF SLOT-PRESENT (WS-SLOT-SUB)
               IF WS-HIGH-WATER-SLOT = ZERO
                OR WS-SLOT-BALANCE (WS-SLOT-SUB) > WS-HIGH-WATER
                   MOVE WS-SLOT-BALANCE (WS-SLOT-SUB) TO WS-HIGH-WATER
                   MOVE WS-SLOT-SUB         TO WS-HIGH-WATER-SLOT
               END-IF
               IF WS-SLOT-BALANCE (WS-SLOT-SUB)
                      > WS-SLOT-LIMIT (WS-SLOT-SUB)
                   ADD 1                    TO WS-OVER-MONTHS
               END-IF
               MOVE WS-SLOT-SUB             TO WS-LATEST-SLOT
           END-IF
           ADD 1                            TO WS-SLOT-SUB.

      *---------------------------------------------------------------*
      * RISING - THE LAST FOUR MONTHS OF THE WINDOW ARE ALL ON FILE    *
      * AND UTILIZATION ROSE BY THE THRESHOLD OR MORE INTO EACH OF THE *
      * LAST THREE                                                     *
      *---------------------------------------------------------------*
       2520-TEST-RISING.
           MOVE 'N'                         TO WS-RISING-SW
           IF SLOT-PRESENT (9)  AND SLOT-PRESENT (10)
          AND SLOT-PRESENT (11) AND SLOT-PRESENT (12)
               MOVE 'Y'                     TO WS-RISING-SW
               MOVE 10                      TO WS-SLOT-SUB
               PERFORM 2530-TEST-ONE-RISE UNTIL WS-SLOT-SUB > 12
           END-IF
           IF UTILIZATION-RISING
               ADD 1                        TO WS-CUSTOMERS-RISING
               IF WS-RISE-TABLE-COUNT < WS-RISE-TABLE-MAX
                   ADD 1                    TO WS-RISE-TABLE-COUNT
                   SET WS-RISE-IDX          TO WS-RISE-TABLE-COUNT
                   MOVE WS-CURR-CUST-ID
                                 TO WS-RISE-CUST-ID-TBL (WS-RISE-IDX)
                   MOVE WS-CURR-CUST-NAME
                                 TO WS-RISE-NAME-TBL (WS-RISE-IDX)
                   MOVE WS-SLOT-UTIL (9)
                                 TO WS-RISE-UTIL-TBL (WS-RISE-IDX 1)
                   MOVE WS-SLOT-UTIL (10)
                                 TO WS-RISE-UTIL-TBL (WS-RISE-IDX 2)
                   MOVE WS-SLOT-UTIL (11)
                                 TO WS-RISE-UTIL-TBL (WS-RISE-IDX 3)
                   MOVE WS-SLOT-UTIL (12)
                                 TO WS-RISE-UTIL-TBL (WS-RISE-IDX 4)
                   MOVE WS-SLOT-BALANCE (12)
                                 TO WS-RISE-BAL-TBL (WS-RISE-IDX)
               END-IF
           END-IF.

       2530-TEST-ONE-RISE.
           COMPUTE WS-UTIL-RISE = WS-SLOT-UTIL (WS-SLOT-SUB)
                                - WS-SLOT-UTIL (WS-SLOT-SUB - 1)
           IF WS-UTIL-RISE < WS-RISE-POINTS
               MOVE 'N'                     TO WS-RISING-SW
           END-IF
           ADD 1                            TO WS-SLOT-SUB.

      *    FOUR CELLS FROM WS-SLOT-SUB ON; A MONTH WITH NO SNAPSHOT
      *    SHOWS ITS LABEL AND DASHES
       2600-PRINT-PATH-LINE.
           MOVE SPACES                      TO WS-PATH-LINE
           MOVE 1                           TO WS-CELL-SUB
           PERFORM 2610-FILL-ONE-CELL 4 TIMES
           MOVE WS-PATH-LINE                TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       2610-FILL-ONE-CELL.
           COMPUTE WS-LABEL-PERIOD = WS-FIRST-PERIOD + WS-SLOT-SUB - 1
           PERFORM 5000-FORMAT-MONTH-LABEL
           MOVE WS-MONTH-LABEL              TO PTH-MONTH (WS-CELL-SUB)
           IF SLOT-PRESENT (WS-SLOT-SUB)
               MOVE WS-SLOT-BALANCE (WS-SLOT-SUB)
                                        TO PTH-BALANCE (WS-CELL-SUB)
               MOVE WS-SLOT-UTIL (WS-SLOT-SUB)
                                        TO PTH-UTIL (WS-CELL-SUB)
               MOVE '%'                 TO PTH-PCT (WS-CELL-SUB)
           ELSE
               MOVE '             --'   TO PTH-BALANCE-X (WS-CELL-SUB)
           END-IF
           ADD 1                            TO WS-CELL-SUB
           ADD 1                            TO WS-SLOT-SUB.

      *---------------------------------------------------------------*
      * THE CLOSING LIST - EVERY CUSTOMER FLAGGED RISING, WITH THE     *
      * FOUR MONTHS OF UTILIZATION THE FLAG WAS RAISED ON              *
      *---------------------------------------------------------------*
       3000-LIST-RISING.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF NO-SNAPSHOTS
               MOVE 'NO BALANCE SNAPSHOTS ON FILE'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE WS-CUSTOMERS-REPORTED       TO WS-COUNT-DISPLAY
           STRING 'CUSTOMERS REPORTED: ' WS-COUNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CUSTOMERS-OVER           TO WS-COUNT-DISPLAY
           STRING 'ENDED A MONTH OVER LIMIT: ' WS-COUNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CUSTOMERS-RISING         TO WS-COUNT-DISPLAY
           STRING 'UTILIZATION RISING SHARPLY THREE MONTHS RUNNING: '
                  WS-COUNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           IF WS-RISE-TABLE-COUNT > ZERO
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE WS-RISE-HEADER          TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE 1                       TO WS-RISE-SUB
               PERFORM 3100-LIST-ONE-RISING
                   UNTIL WS-RISE-SUB > WS-RISE-TABLE-COUNT
           END-IF
           IF WS-CUSTOMERS-RISING > WS-RISE-TABLE-COUNT
               MOVE '*** MORE CUSTOMERS RISING THAN THE LIST HOLDS - SEE
      -             ' THE TREND LINES ABOVE'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       3100-LIST-ONE-RISING.
           MOVE WS-RISE-CUST-ID-TBL (WS-RISE-SUB) TO RSD-CUST-ID
           MOVE WS-RISE-NAME-TBL (WS-RISE-SUB)    TO RSD-CUST-NAME
           MOVE WS-RISE-UTIL-TBL (WS-RISE-SUB 1)  TO RSD-UTIL (1)
           MOVE WS-RISE-UTIL-TBL (WS-RISE-SUB 2)  TO RSD-UTIL (2)
           MOVE WS-RISE-UTIL-TBL (WS-RISE-SUB 3)  TO RSD-UTIL (3)
           MOVE WS-RISE-UTIL-TBL (WS-RISE-SUB 4)  TO RSD-UTIL (4)
           MOVE WS-RISE-BAL-TBL (WS-RISE-SUB)     TO RSD-BALANCE
           MOVE WS-RISE-DETAIL                    TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                                  TO WS-RISE-SUB.

      *---------------------------------------------------------------*
      * YEAR * 12 + MONTH IN WS-LABEL-PERIOD TO 'YYYY-MM'              *
      *---------------------------------------------------------------*
       5000-FORMAT-MONTH-LABEL.
           COMPUTE WS-LABEL-YEAR = (WS-LABEL-PERIOD - 1) / 12
           COMPUTE WS-LABEL-MONTH =
                   WS-LABEL-PERIOD - (WS-LABEL-YEAR * 12)
           MOVE SPACES                      TO WS-MONTH-LABEL
           STRING WS-LABEL-YEAR '-' WS-LABEL-MONTH
                  DELIMITED SIZE            INTO WS-MONTH-LABEL.

       8000-FINALIZE.
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'BALTRND - BALANCE TREND REPORT SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'SNAPSHOTS READ:         ' WS-SNAPS-READ
           DISPLAY 'SNAPSHOTS IN WINDOW:    ' WS-SNAPS-IN-WINDOW
           DISPLAY 'CUSTOMERS REPORTED:     ' WS-CUSTOMERS-REPORTED
           DISPLAY 'ENDED A MONTH OVER:     ' WS-CUSTOMERS-OVER
           DISPLAY 'UTILIZATION RISING:     ' WS-CUSTOMERS-RISING
           DISPLAY '============================================='
           MOVE ZERO                        TO RETURN-CODE.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE TREND REPORT                             *
      *---------------------------------------------------------------*
       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE             TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE.

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

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** BALTRND FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
