      *****************************************************************
      * PROGRAM NAME: BALSNAP                                         *
      * DESCRIPTION:  MONTH-END CUSTOMER BALANCE SNAPSHOT             *
      *               CUST-BALANCE AND CUST-CREDIT-LIMIT ARE          *
      *               OVERWRITTEN IN PLACE, SO THE SYSTEM HAD NO      *
      *               MEMORY OF WHAT A CUSTOMER OWED LAST MONTH OR    *
      *               HOW CLOSE TO THE LIMIT THEY RAN LAST QUARTER.   *
      *               RUN AT THE END OF THE NIGHTLY CHAIN, THIS STEP  *
      *               RECORDS EVERY CUSTOMER ON THE EXTRACT IN THE    *
      *               SNAPSHOT FILE (CUSTSNAP) UNDER THE BUSINESS-    *
      *               DATE MONTH - BALANCE, LIMIT, UTILIZATION,       *
      *               PAST-DUE AMOUNT, AND STATUS. THE MONTH'S RECORD *
      *               IS REWRITTEN EVERY NIGHT, SO WHEN THE MONTH     *
      *               ENDS IT HOLDS THE POSITION AS OF ITS LAST       *
      *               BUSINESS NIGHT WITHOUT THE STEP NEEDING TO KNOW *
      *               WHICH NIGHT THAT WAS. MONTHS OLDER THAN THE     *
      *               RETENTION WINDOW (THE CURRENT MONTH AND THE 24  *
      *               BEFORE IT) ARE DELETED.                         *
      *               PAST DUE IS THE OPEN AMOUNT OF EVERY ITEM WHOSE *
      *               DUE DATE - ITEM DATE PLUS THE CUSTOMER'S TERMS, *
      *               MAPPED AS DUNNING MAPS THEM - IS BEFORE THE     *
      *               BUSINESS DATE.                                  *
      *                                                                *
      * INPUTS:       CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               OPEN-ITEM LEDGER      (OPENITEM, INDEXED)       *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      BALANCE SNAPSHOTS     (CUSTSNAP, INDEXED,       *
      *                                      UPDATED IN PLACE)        *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                                *
      * RETURN CODES: 0  SNAPSHOT TAKEN                               *
      *               4  SNAPSHOT TAKEN, BUT OPEN ITEMS WERE FOUND    *
      *                  FOR CUSTOMERS NOT ON THE EXTRACT (LEFT OUT   *
      *                  OF EVERY PAST-DUE FIGURE)                    *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   CUSTSNAP - CUSTOMER BALANCE SNAPSHOT RECORD (100 BYTES)     *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSNAP.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    THE SNAPSHOT FILE IS INDEXED ON CUSTOMER/YEAR/MONTH SO THE
      *    CURRENT MONTH'S RECORD CAN BE REWRITTEN IN PLACE AND THE
      *    EXPIRED MONTHS DELETED ON ONE SEQUENTIAL PASS
           SELECT SNAPSHOT-FILE   ASSIGN TO CUSTSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CSN-KEY
                  FILE STATUS  IS WS-SNAPSHOT-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - NAMES THE SNAPSHOT MONTH AND DATES
      *    THE PAST-DUE TEST. A MISSING FILE FALLS BACK TO THE SYSTEM
      *    CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
           COPY CUSTSNAP.

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
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-SNAPSHOT-STATUS       PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-SNAP-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  SNAP-SCAN-EOF                VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
           05  WS-SNAP-FOUND-SW         PIC X VALUE 'N'.
               88  SNAP-FOUND                   VALUE 'Y'.

      *---------------------------------------------------------------*
      * RETENTION - THE CURRENT MONTH AND THE 24 BEFORE IT ARE KEPT.   *
      * MONTHS ARE COMPARED AS YEAR * 12 + MONTH.                      *
      *---------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-RETAIN-MONTHS         PIC 9(03) VALUE 24.
           05  WS-SNAP-YEAR             PIC 9(04) VALUE ZERO.
           05  WS-SNAP-MONTH            PIC 9(02) VALUE ZERO.
           05  WS-SNAP-PERIOD           PIC 9(06) VALUE ZERO.
           05  WS-OLDEST-PERIOD         PIC 9(06) VALUE ZERO.
           05  WS-RECORD-PERIOD         PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY CUSTOMER ON THE EXTRACT WITH WHAT THE SNAPSHOT CARRIES,  *
      * THE DAYS IN ITS TERMS, AND ITS PAST-DUE TOTAL                  *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(6).
               10  WS-CUST-NAME-TBL     PIC X(30).
               10  WS-CUST-BAL-TBL      PIC S9(8)V99.
               10  WS-CUST-LIMIT-TBL    PIC S9(8)V99.
               10  WS-CUST-STATUS-TBL   PIC X(1).
               10  WS-CUST-DIV-TBL      PIC X(2).
               10  WS-CUST-CURR-TBL     PIC X(3).
               10  WS-CUST-TERMS-TBL    PIC 9(3).
               10  WS-CUST-PAST-DUE-TBL PIC 9(8)V99.

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CUST-FOUND-SUB        PIC 9(05) VALUE ZERO.
           05  WS-CUST-SUB              PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-READ            PIC 9(8) VALUE ZERO.
           05  WS-ITEMS-PAST-DUE        PIC 9(8) VALUE ZERO.
           05  WS-ORPHAN-ITEMS          PIC 9(7) VALUE ZERO.
           05  WS-SNAPS-ADDED           PIC 9(7) VALUE ZERO.
           05  WS-SNAPS-REWRITTEN       PIC 9(7) VALUE ZERO.
           05  WS-SNAPS-PURGED          PIC 9(7) VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-BUSDATE-INTEGER       PIC 9(8) VALUE ZERO.
           05  WS-ITEM-YYYYMMDD         PIC 9(8) VALUE ZERO.
           05  WS-DUE-INTEGER           PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-BALANCE         PIC S9(12)V99 VALUE ZERO.
           05  WS-TOTAL-PAST-DUE        PIC 9(12)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-EXPIRED
           PERFORM 3000-POST-SNAPSHOTS
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE SNAPSHOT MONTH AND RETENTION CUT-OFF,     *
      * THEN THE CUSTOMERS AND THEIR PAST-DUE ITEMS ARE LOADED BEFORE  *
      * THE SNAPSHOT FILE IS OPENED                                    *
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
               MOVE FUNCTION CURRENT-DATE(1:8)
                                            TO WS-BUSDATE-YYYYMMDD
           END-IF

           MOVE WS-BUSDATE-YYYYMMDD(1:4)    TO WS-SNAP-YEAR
           MOVE WS-BUSDATE-YYYYMMDD(5:2)    TO WS-SNAP-MONTH
           COMPUTE WS-SNAP-PERIOD = WS-SNAP-YEAR * 12 + WS-SNAP-MONTH
           COMPUTE WS-OLDEST-PERIOD = WS-SNAP-PERIOD - WS-RETAIN-MONTHS
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BUSDATE-YYYYMMDD))

           PERFORM 1200-LOAD-CUSTOMERS
           PERFORM 1300-LOAD-PAST-DUE

           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '35'
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SNAPSHOT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SNAPSHOT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE TABLE ENTRY PER CUSTOMER ON THE EXTRACT, WHATEVER ITS      *
      * STATUS - A SUSPENDED OR MERGED ACCOUNT'S MONTH IS HISTORY TOO. *
      * TERMS MAP THE SAME WAY DUNNING MAPS THEM AND A BLANK DIVISION  *
      * READS AS THE HOME BOOK.                                        *
      *---------------------------------------------------------------*
       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1250-READ-CUST-RECORD
           PERFORM 1220-LOAD-ONE-CUSTOMER UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1220-LOAD-ONE-CUSTOMER.
           ADD 1                            TO WS-CUSTOMERS-READ
           IF WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX
               MOVE 'CUSTOMER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CUST-TABLE-COUNT
           SET WS-CUST-IDX                  TO WS-CUST-TABLE-COUNT
           MOVE CUST-ID OF CUST-IN-REC
                                  TO WS-CUST-ID-TBL (WS-CUST-IDX)
           MOVE CUST-NAME OF CUST-IN-REC
                                  TO WS-CUST-NAME-TBL (WS-CUST-IDX)
           MOVE CUST-BALANCE OF CUST-IN-REC
                                  TO WS-CUST-BAL-TBL (WS-CUST-IDX)
           MOVE CUST-CREDIT-LIMIT OF CUST-IN-REC
                                  TO WS-CUST-LIMIT-TBL (WS-CUST-IDX)
           MOVE CUST-STATUS OF CUST-IN-REC
                                  TO WS-CUST-STATUS-TBL (WS-CUST-IDX)
           MOVE CUST-DIVISION OF CUST-IN-REC
                                  TO WS-CUST-DIV-TBL (WS-CUST-IDX)
           IF WS-CUST-DIV-TBL (WS-CUST-IDX) = SPACES
               MOVE '01'          TO WS-CUST-DIV-TBL (WS-CUST-IDX)
           END-IF
           MOVE CUST-CURRENCY-CODE OF CUST-IN-REC
                                  TO WS-CUST-CURR-TBL (WS-CUST-IDX)
           IF WS-CUST-CURR-TBL (WS-CUST-IDX) = SPACES
               MOVE 'USD'         TO WS-CUST-CURR-TBL (WS-CUST-IDX)
           END-IF
           MOVE ZERO              TO WS-CUST-PAST-DUE-TBL (WS-CUST-IDX)
           EVALUATE CUST-PAYMENT-TERMS OF CUST-IN-REC
               WHEN 'N10'
                   MOVE 10        TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN 'N45'
                   MOVE 45        TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN 'N60'
                   MOVE 60        TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN 'COD'
                   MOVE ZERO      TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
               WHEN OTHER
                   MOVE 30        TO WS-CUST-TERMS-TBL (WS-CUST-IDX)
           END-EVALUATE
           PERFORM 1250-READ-CUST-RECORD.

       1250-READ-CUST-RECORD.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ
           IF NOT CUST-EOF AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT CUST-EOF
               IF CUST-ID OF CUST-IN-REC = 999999
                   MOVE 'Y' TO WS-CUST-EOF-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ADD EVERY STILL-OPEN ITEM PAST ITS DUE DATE TO ITS CUSTOMER'S  *
      * PAST-DUE TOTAL. AN ITEM WHOSE CUSTOMER IS NOT ON THE EXTRACT   *
      * IS COUNTED AND LEFT OUT; ARPROOF LISTS THOSE. A MISSING LEDGER *
      * (STATUS 35) LEAVES EVERY CUSTOMER WITH NOTHING PAST DUE, THE   *
      * SAME TOLERANCE ARAGING EXTENDS.                                *
      *---------------------------------------------------------------*
       1300-LOAD-PAST-DUE.
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
                   PERFORM 1350-READ-ITEM-NEXT
                   PERFORM 1320-TAKE-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF.

       1320-TAKE-ONE-ITEM.
           ADD 1                            TO WS-ITEMS-READ
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               MOVE OI-CUST-ID              TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               IF CUST-FOUND
                   PERFORM 1330-TEST-PAST-DUE
               ELSE
                   ADD 1                    TO WS-ORPHAN-ITEMS
               END-IF
           END-IF
           PERFORM 1350-READ-ITEM-NEXT.

      *    AN ITEM WITH AN UNREADABLE DATE IS NOT CALLED PAST DUE
       1330-TEST-PAST-DUE.
           IF OI-ITEM-DATE(1:4) IS NUMERIC
          AND OI-ITEM-DATE(6:2) IS NUMERIC
          AND OI-ITEM-DATE(9:2) IS NUMERIC
               MOVE OI-ITEM-DATE(1:4)       TO WS-ITEM-YYYYMMDD(1:4)
               MOVE OI-ITEM-DATE(6:2)       TO WS-ITEM-YYYYMMDD(5:2)
               MOVE OI-ITEM-DATE(9:2)       TO WS-ITEM-YYYYMMDD(7:2)
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-ITEM-YYYYMMDD)
                 + WS-CUST-TERMS-TBL (WS-CUST-FOUND-SUB)
               IF WS-DUE-INTEGER < WS-BUSDATE-INTEGER
                   ADD 1                    TO WS-ITEMS-PAST-DUE
                   ADD OI-OPEN-AMOUNT
                           TO WS-CUST-PAST-DUE-TBL (WS-CUST-FOUND-SUB)
               END-IF
           END-IF.

       1350-READ-ITEM-NEXT.
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

      *---------------------------------------------------------------*
      * ONE PASS OVER THE WHOLE SNAPSHOT FILE, DELETING EVERY MONTH    *
      * OLDER THAN THE RETENTION WINDOW                                *
      *---------------------------------------------------------------*
       2000-PURGE-EXPIRED.
           MOVE LOW-VALUES                  TO CSN-KEY
           START SNAPSHOT-FILE KEY NOT < CSN-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-SNAP-SCAN-EOF-SW
           END-START
           IF NOT SNAP-SCAN-EOF
               PERFORM 2150-READ-SNAPSHOT-NEXT
               PERFORM 2100-CHECK-ONE-SNAPSHOT UNTIL SNAP-SCAN-EOF
           END-IF.

       2100-CHECK-ONE-SNAPSHOT.
           COMPUTE WS-RECORD-PERIOD = CSN-YEAR * 12 + CSN-MONTH
           IF WS-RECORD-PERIOD < WS-OLDEST-PERIOD
               DELETE SNAPSHOT-FILE RECORD
               IF WS-SNAPSHOT-STATUS NOT = '00'
                   MOVE 'DELETE ERROR: SNAPSHOT-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SNAPSHOT-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-SNAPS-PURGED
           END-IF
           PERFORM 2150-READ-SNAPSHOT-NEXT.

       2150-READ-SNAPSHOT-NEXT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SNAP-SCAN-EOF-SW
           END-READ
           IF WS-SNAPSHOT-STATUS NOT = '00'
          AND WS-SNAPSHOT-STATUS NOT = '10'
               MOVE 'READ ERROR: SNAPSHOT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SNAPSHOT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * WRITE OR REWRITE EVERY CUSTOMER'S RECORD FOR THE BUSINESS-DATE *
      * MONTH - A RECORD ALREADY THERE IS AN EARLIER NIGHT'S POSITION  *
      * IN THE SAME MONTH AND IS REPLACED BY TONIGHT'S                 *
      *---------------------------------------------------------------*
       3000-POST-SNAPSHOTS.
           MOVE 1                           TO WS-CUST-SUB
           PERFORM 3100-POST-ONE-CUSTOMER
               UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT.

       3100-POST-ONE-CUSTOMER.
           MOVE WS-CUST-ID-TBL (WS-CUST-SUB) TO CSN-CUST-ID
           MOVE WS-SNAP-YEAR                TO CSN-YEAR
           MOVE WS-SNAP-MONTH               TO CSN-MONTH
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-SNAP-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-SNAP-FOUND-SW
           END-READ
           IF WS-SNAPSHOT-STATUS NOT = '00'
          AND WS-SNAPSHOT-STATUS NOT = '23'
               MOVE 'READ ERROR: SNAPSHOT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SNAPSHOT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO CUST-SNAPSHOT-RECORD
           MOVE WS-CUST-ID-TBL (WS-CUST-SUB) TO CSN-CUST-ID
           MOVE WS-SNAP-YEAR                TO CSN-YEAR
           MOVE WS-SNAP-MONTH               TO CSN-MONTH
           MOVE WS-BUSINESS-DATE            TO CSN-AS-OF-DATE
           MOVE WS-CUST-NAME-TBL (WS-CUST-SUB)   TO CSN-CUST-NAME
           MOVE WS-CUST-BAL-TBL (WS-CUST-SUB)    TO CSN-BALANCE
           MOVE WS-CUST-LIMIT-TBL (WS-CUST-SUB)  TO CSN-CREDIT-LIMIT
           MOVE WS-CUST-PAST-DUE-TBL (WS-CUST-SUB) TO CSN-PAST-DUE
           MOVE WS-CUST-STATUS-TBL (WS-CUST-SUB) TO CSN-STATUS
           MOVE WS-CUST-DIV-TBL (WS-CUST-SUB)    TO CSN-DIVISION
           MOVE WS-CUST-CURR-TBL (WS-CUST-SUB)   TO CSN-CURRENCY
           IF CSN-CREDIT-LIMIT > ZERO
               COMPUTE CSN-UTIL-PCT ROUNDED =
                       (CSN-BALANCE / CSN-CREDIT-LIMIT) * 100
                   ON SIZE ERROR
                       MOVE 999.99          TO CSN-UTIL-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO                    TO CSN-UTIL-PCT
           END-IF
           IF CSN-BALANCE > CSN-CREDIT-LIMIT
               ADD 1                        TO WS-OVER-LIMIT-COUNT
           END-IF
           ADD CSN-BALANCE                  TO WS-TOTAL-BALANCE
           ADD CSN-PAST-DUE                 TO WS-TOTAL-PAST-DUE

           IF SNAP-FOUND
               REWRITE CUST-SNAPSHOT-RECORD
               ADD 1                        TO WS-SNAPS-REWRITTEN
           ELSE
               WRITE CUST-SNAPSHOT-RECORD
               ADD 1                        TO WS-SNAPS-ADDED
           END-IF
           IF WS-SNAPSHOT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: SNAPSHOT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SNAPSHOT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CUST-SUB.

      *---------------------------------------------------------------*
      * LOOK A CUSTOMER UP IN THE TABLE - THE LAST ONE FOUND IS TRIED  *
      * FIRST, SINCE ONE CUSTOMER'S ITEMS TEND TO FOLLOW ONE ANOTHER   *
      *---------------------------------------------------------------*
       5000-FIND-CUSTOMER.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF WS-CUST-FOUND-SUB > ZERO
               IF WS-CUST-ID-TBL (WS-CUST-FOUND-SUB)
                      = WS-SEARCH-CUST-ID
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF
           IF NOT CUST-FOUND
               SET WS-CUST-IDX              TO 1
               PERFORM 5010-COMPARE-ONE-CUSTOMER
                   UNTIL CUST-FOUND
                      OR WS-CUST-IDX > WS-CUST-TABLE-COUNT
           END-IF.

       5010-COMPARE-ONE-CUSTOMER.
           IF WS-CUST-ID-TBL (WS-CUST-IDX) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-CUST-FOUND-SW
               SET WS-CUST-FOUND-SUB        TO WS-CUST-IDX
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

       8000-FINALIZE.
           CLOSE SNAPSHOT-FILE

           DISPLAY '============================================='
           DISPLAY 'BALSNAP - CUSTOMER BALANCE SNAPSHOT SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'SNAPSHOT MONTH:         ' WS-SNAP-YEAR '-'
                   WS-SNAP-MONTH
           DISPLAY 'CUSTOMERS ON EXTRACT:   ' WS-CUSTOMERS-READ
           DISPLAY 'SNAPSHOTS ADDED:        ' WS-SNAPS-ADDED
           DISPLAY 'SNAPSHOTS REWRITTEN:    ' WS-SNAPS-REWRITTEN
           DISPLAY 'EXPIRED MONTHS DELETED: ' WS-SNAPS-PURGED
           DISPLAY 'CUSTOMERS OVER LIMIT:   ' WS-OVER-LIMIT-COUNT
           DISPLAY 'ITEMS PAST DUE:         ' WS-ITEMS-PAST-DUE
           IF WS-ORPHAN-ITEMS > ZERO
               DISPLAY 'ITEMS WITH NO CUSTOMER: ' WS-ORPHAN-ITEMS
           END-IF
           MOVE WS-TOTAL-BALANCE            TO WS-AMT-DISPLAY
           DISPLAY 'TOTAL BALANCE:          ' WS-AMT-DISPLAY
           MOVE WS-TOTAL-PAST-DUE           TO WS-AMT-DISPLAY
           DISPLAY 'TOTAL PAST DUE:         ' WS-AMT-DISPLAY
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-ORPHAN-ITEMS > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

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
               DISPLAY 'BALSNAP: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'BALSNAP' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               COMPUTE RL-RECORDS-IN =
                       WS-CUSTOMERS-READ + WS-ITEMS-READ
               COMPUTE RL-RECORDS-OUT =
                       WS-SNAPS-ADDED + WS-SNAPS-REWRITTEN
               MOVE WS-ORPHAN-ITEMS TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'BALSNAP: RUN LOG WRITE FAILED, FS='
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
           DISPLAY '*** BALSNAP FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
