      *****************************************************************
      * PROGRAM NAME: STKPOST                                         *
      * DESCRIPTION:  PRODUCT ON-HAND INVENTORY POSTER AND STOCK      *
      *               STATUS REPORT                                   *
      *               PRODMAST CARRIES PRICE AND COST BUT NO          *
      *               QUANTITY, SO NOTHING EVER SAID WHETHER WE HAD   *
      *               WHAT WE SOLD. THIS STEP KEEPS THE ON-HAND FILE  *
      *               (STKMAST) CURRENT AND REPORTS ON IT:            *
      *               - POSTS THE WAREHOUSE'S RECEIPTS, ADJUSTMENTS,  *
      *                 AND REORDER-POINT CHANGES (STKTRAN)           *
      *               - RELIEVES STOCK FOR EVERY CLEAN SALE AND PUTS  *
      *                 IT BACK FOR EVERY CLEAN RETURN OFF DATAVAL'S  *
      *                 OUTPUT (THE SAME FILE OPENPOST READS)         *
      *               - PRINTS ON-HAND, COMMITTED, AND AVAILABLE PER  *
      *                 PRODUCT, FLAGGING STOCK-OUTS AND REORDER-     *
      *                 POINT BREACHES. COMMITTED IS THE QUANTITY OF  *
      *                 SALES DATAVAL IS HOLDING IN SUSPENSE FOR LACK *
      *                 OF STOCK - DEMAND ALREADY BOOKED THAT THE     *
      *                 SHELF HAS TO COVER ONCE IT IS RESUBMITTED.    *
      *               A PRODUCT WITH NO ON-HAND RECORD IS NOT STOCK-  *
      *               CONTROLLED YET - ITS SALES ARE COUNTED, NOT     *
      *               POSTED - UNTIL ITS FIRST RECEIPT OR ADJUSTMENT  *
      *               CREATES ONE.                                    *
      *                                                                *
      * TRANSACTION LAYOUT (STKTRAN, 60 BYTES - SEE STKTRAN.CPY):     *
      *   STT-TRANS-TYPE 'R' = RECEIPT     (QUANTITY > ZERO)          *
      *                  'A' = ADJUSTMENT  (SIGNED, NOT ZERO)         *
      *                  'P' = REORDER POINT (QUANTITY IS THE POINT)  *
      *                                                                *
      * INPUTS:       WAREHOUSE TRANSACTIONS  (STKTRAN - OPTIONAL,    *
      *               ABSENT ON A NIGHT WITH NO WAREHOUSE ACTIVITY)   *
      *               VALIDATED SALES DETAIL  (SALESIN)               *
      *               PRODUCT MASTER          (PRODMAST)              *
      *               DATAVAL SUSPENSE FILE   (SUSPOUT - OPTIONAL)    *
      * OUTPUTS:      ON-HAND INVENTORY FILE  (STKMAST, INDEXED -     *
      *               BOOTSTRAPPED EMPTY ON THE FIRST RUN)            *
      *               STOCK STATUS REPORT     (STKRPT, 132-BYTE       *
      *               PRINT LINES)                                    *
      *               ERROR FILE              (ERROROUT, EXTENDED)    *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   STKMAST  - PRODUCT ON-HAND INVENTORY RECORD (60 BYTES)      *
      *   STKTRAN  - WAREHOUSE STOCK TRANSACTION (60 BYTES)           *
      *   SALESREC - SALES TRANSACTION RECORD (120 BYTES)             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKPOST.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE      ASSIGN TO STKTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT SALES-FILE      ASSIGN TO SALESIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SALES-STATUS.

           SELECT PRODUCT-FILE    ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROD-STATUS.

      *    ON-HAND FILE - INDEXED ON PROD-CODE SO EACH SALE AND EACH
      *    WAREHOUSE MOVEMENT IS A RANDOM READ AND REWRITE, AND READ
      *    IN KEY ORDER FOR THE STATUS REPORT. OPENED I-O SINCE THE
      *    BALANCES CARRY FROM NIGHT TO NIGHT.
           SELECT STOCK-FILE      ASSIGN TO STKMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS STK-PROD-CODE
                  FILE STATUS  IS WS-STOCK-STATUS.

      *    DATAVAL'S SUSPENSE FILE - READ ONLY, FOR THE SALES STILL
      *    PENDING ON A STOCK SHORTAGE. A MISSING FILE MEANS NOTHING
      *    IS COMMITTED.
           SELECT SUSPENSE-FILE   ASSIGN TO SUSPOUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SUSP-RECORD-NUMBER
                  FILE STATUS  IS WS-SUSPENSE-STATUS.

           SELECT ERROR-FILE      ASSIGN TO ERROROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ERROR-STATUS.

           SELECT REPORT-FILE     ASSIGN TO STKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - THE MAINTAINED DATE THE NIGHT'S
      *    WORK BELONGS TO, SO A RUN DELAYED PAST MIDNIGHT DOES NOT
      *    STAMP THE WRONG DATE. A MISSING FILE FALLS BACK TO THE
      *    SYSTEM CLOCK.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STKTRAN.

       FD  SALES-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SALESREC.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODMAST.

       FD  STOCK-FILE
           RECORDING MODE IS F.
           COPY STKMAST.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSPREC.

       FD  ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ERRORREC.

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

      *---------------------------------------------------------------*
      * FILE STATUS FIELDS - ONE PER SELECT STATEMENT                  *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-SALES-STATUS          PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-STOCK-STATUS          PIC XX VALUE SPACES.
           05  WS-SUSPENSE-STATUS       PIC XX VALUE SPACES.
           05  WS-ERROR-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-TRANS-EOF-SW          PIC X VALUE 'N'.
               88  TRANS-EOF                    VALUE 'Y'.
           05  WS-TRANS-AVAIL-SW        PIC X VALUE 'N'.
               88  TRANS-AVAILABLE              VALUE 'Y'.
           05  WS-SALES-EOF-SW          PIC X VALUE 'N'.
               88  SALES-EOF                    VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-PROD-FOUND-SW         PIC X VALUE 'N'.
               88  PROD-CODE-FOUND              VALUE 'Y'.
           05  WS-SUSP-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  SUSP-SCAN-EOF                VALUE 'Y'.
           05  WS-STOCK-SCAN-EOF-SW     PIC X VALUE 'N'.
               88  STOCK-SCAN-EOF               VALUE 'Y'.
           05  WS-STOCK-FOUND-SW        PIC X VALUE 'N'.
               88  STOCK-RECORD-FOUND           VALUE 'Y'.
           05  WS-TRANS-VALID-SW        PIC X VALUE 'Y'.
               88  TRANS-VALID                  VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(7) VALUE ZERO.
           05  WS-RECEIPTS-POSTED       PIC 9(7) VALUE ZERO.
           05  WS-ADJUSTMENTS-POSTED    PIC 9(7) VALUE ZERO.
           05  WS-REORDER-PTS-SET       PIC 9(7) VALUE ZERO.
           05  WS-TRANS-REJECTED        PIC 9(7) VALUE ZERO.
           05  WS-SALES-READ            PIC 9(7) VALUE ZERO.
           05  WS-SALES-RELIEVED        PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-RESTOCKED     PIC 9(7) VALUE ZERO.
           05  WS-SALES-UNTRACKED       PIC 9(7) VALUE ZERO.
           05  WS-STOCK-RECORDS-CREATED PIC 9(7) VALUE ZERO.
           05  WS-STOCK-LINES-PRINTED   PIC 9(7) VALUE ZERO.
           05  WS-STOCKOUT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-OVERCOMMIT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-REORDER-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-UNIT-TOTALS.
           05  WS-UNITS-RECEIVED        PIC S9(9) VALUE ZERO.
           05  WS-UNITS-ADJUSTED        PIC S9(9) VALUE ZERO.
           05  WS-UNITS-RELIEVED        PIC S9(9) VALUE ZERO.
           05  WS-UNITS-RESTOCKED       PIC S9(9) VALUE ZERO.

      *---------------------------------------------------------------*
      * PRODUCT TABLE - LOADED ONCE FROM PRODMAST. VERIFIES A          *
      * WAREHOUSE TRANSACTION'S PRODUCT CODE (A TYPO MUST NOT MINT A   *
      * PHANTOM STOCK RECORD), SUPPLIES THE REPORT'S DESCRIPTION, AND  *
      * CARRIES EACH PRODUCT'S COMMITTED QUANTITY OFF THE SUSPENSE     *
      * FILE.                                                          *
      *---------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-DESC-TBL     PIC X(30) VALUE SPACES.
               10  WS-PROD-COMMIT-TBL   PIC 9(9)  VALUE ZERO.

       01  WS-PROD-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-PROD-CODE      PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * STOCK WORK FIELDS                                              *
      *---------------------------------------------------------------*
       01  WS-STOCK-FIELDS.
           05  WS-POST-DATE             PIC X(10) VALUE SPACES.
           05  WS-NEW-ON-HAND           PIC S9(9) VALUE ZERO.
           05  WS-COMMITTED             PIC 9(9)  VALUE ZERO.
           05  WS-AVAILABLE             PIC S9(9) VALUE ZERO.

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-CODE            PIC X(10) VALUE SPACES.
           05  WS-ERROR-MESSAGE         PIC X(60) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *---------------------------------------------------------------*
      * REPORT LINES                                                   *
      *---------------------------------------------------------------*
       01  HDR-LINE-1.
           05  FILLER                   PIC X(30) VALUE
               'STOCK STATUS REPORT'.
           05  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  HDR-RULE-LINE.
           05  FILLER                   PIC X(132) VALUE ALL '-'.

       01  HDR-COLUMN-LINE.
           05  FILLER                   PIC X(11) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(12) VALUE '     ON HAND'.
           05  FILLER                   PIC X(12) VALUE '   COMMITTED'.
           05  FILLER                   PIC X(13) VALUE
               '    AVAILABLE'.
           05  FILLER                   PIC X(12) VALUE '  REORDER PT'.
           05  FILLER                   PIC X(14) VALUE
               '  LAST RECEIPT'.
           05  FILLER                   PIC X(27) VALUE '  FLAG'.

       01  DTL-STOCK-LINE.
           05  DTL-PROD-CODE            PIC X(10).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-PROD-DESC            PIC X(30).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-ON-HAND              PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-COMMITTED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-AVAILABLE            PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-REORDER-PT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-LAST-RECEIPT         PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  DTL-FLAG                 PIC X(14).
           05  FILLER                   PIC X(13) VALUE SPACES.

       01  TRL-COUNT-LINE.
           05  TRL-LABEL                PIC X(40).
           05  TRL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(81) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL TRANS-EOF
           PERFORM 3000-RELIEVE-SALES UNTIL SALES-EOF
           PERFORM 4000-PRINT-STOCK-STATUS
           PERFORM 5000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION                                                 *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY OPENPOST
      *    BOOTSTRAPS THE OPEN-ITEM LEDGER
           OPEN I-O STOCK-FILE
           IF WS-STOCK-STATUS = '35'
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'OPEN FAILED: STOCK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STOCK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    NO WAREHOUSE TRANSACTIONS TONIGHT (STATUS 35) IS NORMAL -
      *    THE SALES STILL RELIEVE STOCK AND THE REPORT STILL PRINTS
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = '00'
               MOVE 'Y'                     TO WS-TRANS-AVAIL-SW
           ELSE
               IF WS-TRANS-STATUS = '35'
                   MOVE 'Y'                 TO WS-TRANS-EOF-SW
               ELSE
                   MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-TRANS-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SALES-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND ERROR-FILE
           IF WS-ERROR-STATUS NOT = '00'
          AND WS-ERROR-STATUS NOT = '05'
               MOVE 'OPEN FAILED: ERROR-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ERROR-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1300-LOAD-PRODUCT-TABLE
           PERFORM 1400-LOAD-COMMITTED

      *    MOVEMENTS ARE DATED WITH THE BUSINESS DATE THE NIGHT'S WORK
      *    BELONGS TO, FALLING BACK TO THE SYSTEM CLOCK
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO WS-POST-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-POST-DATE(1:4)
               MOVE '-'                     TO WS-POST-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-POST-DATE(6:2)
               MOVE '-'                     TO WS-POST-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-POST-DATE(9:2)
           END-IF

           IF TRANS-AVAILABLE
               PERFORM 1100-READ-TRANSACTION
           END-IF
           PERFORM 1150-READ-SALES.

       1100-READ-TRANSACTION.
           READ TRANS-FILE
               AT END
                   MOVE 'Y'               TO WS-TRANS-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-TRANS-READ
           END-READ
           IF NOT TRANS-EOF AND WS-TRANS-STATUS NOT = '00'
               MOVE 'READ ERROR: TRANS-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1150-READ-SALES.
           READ SALES-FILE
               AT END
                   MOVE 'Y'               TO WS-SALES-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-SALES-READ
           END-READ
           IF NOT SALES-EOF AND WS-SALES-STATUS NOT = '00'
               MOVE 'READ ERROR: SALES-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE PRODUCT MASTER TABLE ONCE AT STARTUP                  *
      *---------------------------------------------------------------*
       1300-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1310-READ-PRODUCT-RECORD
           PERFORM 1320-ADD-PRODUCT-TO-TABLE UNTIL PROD-EOF
           CLOSE PRODUCT-FILE.

       1310-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE 'Y' TO WS-PROD-EOF-SW
           END-READ
           IF NOT PROD-EOF AND WS-PROD-STATUS NOT = '00'
               MOVE 'READ FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1320-ADD-PRODUCT-TO-TABLE.
           IF WS-PROD-TABLE-COUNT >= WS-PROD-TABLE-MAX
               MOVE 'PRODUCT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:37)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-PROD-TABLE-COUNT
           SET WS-PROD-IDX                  TO WS-PROD-TABLE-COUNT
           MOVE PROD-CODE         TO WS-PROD-CODE-TBL (WS-PROD-IDX)
           MOVE PROD-DESCRIPTION  TO WS-PROD-DESC-TBL (WS-PROD-IDX)
           PERFORM 1310-READ-PRODUCT-RECORD.

      *---------------------------------------------------------------*
      * TOTAL THE SALES DATAVAL IS HOLDING IN SUSPENSE FOR LACK OF     *
      * STOCK, PER PRODUCT. ONLY PENDING ENTRIES COUNT - ONCE SUSPRESB *
      * RESUBMITS OR DISCARDS ONE IT IS NO LONGER WAITING ON THE       *
      * SHELF.                                                         *
      *---------------------------------------------------------------*
       1400-LOAD-COMMITTED.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SUSPENSE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SUSPENSE-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SUSPENSE-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE ZERO                        TO SUSP-RECORD-NUMBER
           START SUSPENSE-FILE KEY NOT < SUSP-RECORD-NUMBER
               INVALID KEY
                   MOVE 'Y'                 TO WS-SUSP-SCAN-EOF-SW
           END-START

           IF NOT SUSP-SCAN-EOF
               PERFORM 1450-READ-SUSPENSE-NEXT
               PERFORM 1420-FOLD-SUSPENSE-ENTRY UNTIL SUSP-SCAN-EOF
           END-IF
           CLOSE SUSPENSE-FILE.

       1420-FOLD-SUSPENSE-ENTRY.
           IF SUSP-PENDING
          AND SUSP-ERROR-CODE = 'V-STOCK'
          AND SUSP-TRANSACTION-TYPE = 'S'
               MOVE SUSP-PRODUCT-CODE       TO WS-SEARCH-PROD-CODE
               PERFORM 2900-FIND-PRODUCT
               IF PROD-CODE-FOUND
                   ADD SUSP-QUANTITY
                               TO WS-PROD-COMMIT-TBL (WS-PROD-IDX)
               END-IF
           END-IF
           PERFORM 1450-READ-SUSPENSE-NEXT.

       1450-READ-SUSPENSE-NEXT.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SUSP-SCAN-EOF-SW
           END-READ
           IF WS-SUSPENSE-STATUS NOT = '00'
          AND WS-SUSPENSE-STATUS NOT = '10'
               MOVE 'READ ERROR: SUSPENSE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SUSPENSE-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * APPLY ONE WAREHOUSE TRANSACTION. THE PRODUCT MUST BE ON THE    *
      * MASTER AND THE QUANTITY NUMERIC BEFORE THE TYPE-SPECIFIC RULES *
      * ARE CHECKED; ANY FAILURE GOES TO THE ERROR FILE AND THE ON-    *
      * HAND FILE IS LEFT UNTOUCHED.                                   *
      *---------------------------------------------------------------*
       2000-PROCESS-TRANSACTIONS.
           MOVE 'Y'                         TO WS-TRANS-VALID-SW

           IF NOT STT-RECEIPT
          AND NOT STT-ADJUSTMENT
          AND NOT STT-REORDER-POINT
               MOVE 'E-STKTYPE'             TO WS-ERROR-CODE
               MOVE 'STOCK TRANSACTION TYPE MUST BE R, A, OR P'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF

           IF TRANS-VALID
               MOVE STT-PROD-CODE           TO WS-SEARCH-PROD-CODE
               PERFORM 2900-FIND-PRODUCT
               IF NOT PROD-CODE-FOUND
                   MOVE 'E-STKPROD'         TO WS-ERROR-CODE
                   MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF TRANS-VALID
               IF STT-QUANTITY NOT NUMERIC
                   MOVE 'E-STKQTY'          TO WS-ERROR-CODE
                   MOVE 'STOCK QUANTITY IS NOT NUMERIC'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF TRANS-VALID
               EVALUATE TRUE
                   WHEN STT-RECEIPT
                       PERFORM 2100-POST-RECEIPT
                   WHEN STT-ADJUSTMENT
                       PERFORM 2200-POST-ADJUSTMENT
                   WHEN STT-REORDER-POINT
                       PERFORM 2300-SET-REORDER-POINT
               END-EVALUATE
           END-IF

           PERFORM 1100-READ-TRANSACTION.

      *---------------------------------------------------------------*
      * RECEIPT - STOCK ARRIVED AT THE DOCK                            *
      *---------------------------------------------------------------*
       2100-POST-RECEIPT.
           IF STT-QUANTITY NOT > ZERO
               MOVE 'E-STKQTY'              TO WS-ERROR-CODE
               MOVE 'RECEIPT QUANTITY MUST BE GREATER THAN ZERO'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM 2500-READ-STOCK-FOR-TRANS
           ADD STT-QUANTITY                 TO STK-ON-HAND
           IF STT-TRANS-DATE NOT = SPACES
               MOVE STT-TRANS-DATE          TO STK-LAST-RECEIPT-DATE
           ELSE
               MOVE WS-POST-DATE            TO STK-LAST-RECEIPT-DATE
           END-IF
           PERFORM 2600-SAVE-STOCK-RECORD

           ADD 1                            TO WS-RECEIPTS-POSTED
           ADD STT-QUANTITY                 TO WS-UNITS-RECEIVED.

      *---------------------------------------------------------------*
      * ADJUSTMENT - A SIGNED CORRECTION FROM A COUNT, DAMAGE, OR      *
      * SHRINKAGE. AN ADJUSTMENT THAT WOULD LEAVE LESS THAN NOTHING ON *
      * THE SHELF IS A KEYING ERROR, NOT A COUNT.                      *
      *---------------------------------------------------------------*
       2200-POST-ADJUSTMENT.
           IF STT-QUANTITY = ZERO
               MOVE 'E-STKQTY'              TO WS-ERROR-CODE
               MOVE 'ADJUSTMENT QUANTITY MAY NOT BE ZERO'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM 2500-READ-STOCK-FOR-TRANS
           COMPUTE WS-NEW-ON-HAND = STK-ON-HAND + STT-QUANTITY
           IF WS-NEW-ON-HAND < ZERO
               MOVE 'E-STKNEG'              TO WS-ERROR-CODE
               MOVE 'ADJUSTMENT WOULD DRIVE ON-HAND BELOW ZERO'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-ON-HAND              TO STK-ON-HAND
           PERFORM 2600-SAVE-STOCK-RECORD

           ADD 1                            TO WS-ADJUSTMENTS-POSTED
           ADD STT-QUANTITY                 TO WS-UNITS-ADJUSTED.

      *---------------------------------------------------------------*
      * REORDER POINT - THE AVAILABLE QUANTITY AT OR BELOW WHICH THE   *
      * STATUS REPORT FLAGS THE PRODUCT FOR REPLENISHMENT. ZERO TURNS  *
      * THE FLAG OFF FOR THE PRODUCT.                                  *
      *---------------------------------------------------------------*
       2300-SET-REORDER-POINT.
           IF STT-QUANTITY < ZERO
               MOVE 'E-STKQTY'              TO WS-ERROR-CODE
               MOVE 'REORDER POINT MAY NOT BE NEGATIVE'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM 2500-READ-STOCK-FOR-TRANS
           MOVE STT-QUANTITY                TO STK-REORDER-POINT
           PERFORM 2600-SAVE-STOCK-RECORD

           ADD 1                            TO WS-REORDER-PTS-SET.

      *---------------------------------------------------------------*
      * READ THE TRANSACTION PRODUCT'S ON-HAND RECORD, OR START A NEW  *
      * ONE AT ZERO - THE FIRST WAREHOUSE MOVEMENT FOR A PRODUCT IS    *
      * WHAT PUTS IT UNDER STOCK CONTROL                               *
      *---------------------------------------------------------------*
       2500-READ-STOCK-FOR-TRANS.
           MOVE STT-PROD-CODE               TO STK-PROD-CODE
           PERFORM 2550-READ-STOCK-RECORD
           IF NOT STOCK-RECORD-FOUND
               MOVE SPACES                  TO STOCK-ON-HAND-RECORD
               MOVE STT-PROD-CODE           TO STK-PROD-CODE
               MOVE ZERO                    TO STK-ON-HAND
               MOVE ZERO                    TO STK-REORDER-POINT
           END-IF.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE ON-HAND RECORD FOR THE KEY IN STK-PROD-CODE *
      *---------------------------------------------------------------*
       2550-READ-STOCK-RECORD.
           MOVE 'Y'                         TO WS-STOCK-FOUND-SW
           READ STOCK-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-STOCK-FOUND-SW
           END-READ
           IF WS-STOCK-STATUS NOT = '00'
          AND WS-STOCK-STATUS NOT = '23'
               MOVE 'READ ERROR: STOCK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STOCK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * WRITE A NEW ON-HAND RECORD OR REWRITE THE ONE JUST READ        *
      *---------------------------------------------------------------*
       2600-SAVE-STOCK-RECORD.
           IF STOCK-RECORD-FOUND
               REWRITE STOCK-ON-HAND-RECORD
               IF WS-STOCK-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: STOCK-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-STOCK-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           ELSE
               WRITE STOCK-ON-HAND-RECORD
               IF WS-STOCK-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: STOCK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-STOCK-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-STOCK-RECORDS-CREATED
           END-IF.

      *---------------------------------------------------------------*
      * FIND WS-SEARCH-PROD-CODE IN THE PRODUCT TABLE, LEAVING         *
      * WS-PROD-IDX POINTED AT IT                                      *
      *---------------------------------------------------------------*
       2900-FIND-PRODUCT.
           MOVE 'N'                         TO WS-PROD-FOUND-SW
           SET WS-PROD-IDX                  TO 1
           PERFORM 2910-SEARCH-PRODUCT-TABLE
               UNTIL WS-PROD-IDX > WS-PROD-TABLE-COUNT
                  OR PROD-CODE-FOUND.

       2910-SEARCH-PRODUCT-TABLE.
           IF WS-PROD-CODE-TBL (WS-PROD-IDX) = WS-SEARCH-PROD-CODE
               MOVE 'Y'                     TO WS-PROD-FOUND-SW
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * RELIEVE STOCK FOR ONE CLEAN SALE, OR PUT IT BACK FOR ONE CLEAN *
      * RETURN. A PRODUCT NOT UNDER STOCK CONTROL IS COUNTED AND       *
      * PASSED OVER. A SALE MAY TAKE ON-HAND BELOW ZERO - THE GOODS    *
      * ARE GONE WHETHER OR NOT THE RECEIPT HAS BEEN KEYED, AND THE    *
      * STATUS REPORT SHOWS THE SHORTFALL AS A STOCK-OUT.              *
      *---------------------------------------------------------------*
       3000-RELIEVE-SALES.
           MOVE SR-PRODUCT-CODE             TO STK-PROD-CODE
           PERFORM 2550-READ-STOCK-RECORD

           IF NOT STOCK-RECORD-FOUND
               ADD 1                        TO WS-SALES-UNTRACKED
           ELSE
               IF SR-TRANS-RETURN
                   ADD SR-QUANTITY          TO STK-ON-HAND
                   ADD 1                    TO WS-RETURNS-RESTOCKED
                   ADD SR-QUANTITY          TO WS-UNITS-RESTOCKED
               ELSE
                   SUBTRACT SR-QUANTITY     FROM STK-ON-HAND
                   MOVE WS-POST-DATE        TO STK-LAST-ISSUE-DATE
                   ADD 1                    TO WS-SALES-RELIEVED
                   ADD SR-QUANTITY          TO WS-UNITS-RELIEVED
               END-IF
               PERFORM 2600-SAVE-STOCK-RECORD
           END-IF

           PERFORM 1150-READ-SALES.

      *---------------------------------------------------------------*
      * PRINT THE STOCK STATUS REPORT - ONE LINE PER STOCK-CONTROLLED  *
      * PRODUCT IN PRODUCT-CODE ORDER, THEN THE EXCEPTION COUNTS       *
      *---------------------------------------------------------------*
       4000-PRINT-STOCK-STATUS.
           MOVE WS-POST-DATE                TO HDR-RUN-DATE
           WRITE REPORT-LINE FROM HDR-LINE-1
           WRITE REPORT-LINE FROM HDR-RULE-LINE
           WRITE REPORT-LINE FROM HDR-COLUMN-LINE
           WRITE REPORT-LINE FROM HDR-RULE-LINE

           MOVE LOW-VALUES                  TO STK-PROD-CODE
           START STOCK-FILE KEY NOT < STK-PROD-CODE
               INVALID KEY
                   MOVE 'Y'                 TO WS-STOCK-SCAN-EOF-SW
           END-START

           IF NOT STOCK-SCAN-EOF
               PERFORM 4050-READ-STOCK-NEXT
               PERFORM 4100-PRINT-ONE-PRODUCT UNTIL STOCK-SCAN-EOF
           END-IF

           WRITE REPORT-LINE FROM HDR-RULE-LINE
           MOVE 'PRODUCTS UNDER STOCK CONTROL'  TO TRL-LABEL
           MOVE WS-STOCK-LINES-PRINTED      TO TRL-COUNT
           WRITE REPORT-LINE FROM TRL-COUNT-LINE
           MOVE 'STOCK-OUTS (NOTHING ON HAND)'  TO TRL-LABEL
           MOVE WS-STOCKOUT-COUNT           TO TRL-COUNT
           WRITE REPORT-LINE FROM TRL-COUNT-LINE
           MOVE 'OVERCOMMITTED (HELD DEMAND > ON HAND)'
                                            TO TRL-LABEL
           MOVE WS-OVERCOMMIT-COUNT         TO TRL-COUNT
           WRITE REPORT-LINE FROM TRL-COUNT-LINE
           MOVE 'AT OR BELOW REORDER POINT' TO TRL-LABEL
           MOVE WS-REORDER-COUNT            TO TRL-COUNT
           WRITE REPORT-LINE FROM TRL-COUNT-LINE.

       4050-READ-STOCK-NEXT.
           READ STOCK-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-STOCK-SCAN-EOF-SW
           END-READ
           IF WS-STOCK-STATUS NOT = '00'
          AND WS-STOCK-STATUS NOT = '10'
               MOVE 'READ ERROR: STOCK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STOCK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE DETAIL LINE. THE FLAGS ARE CHECKED WORST FIRST: NOTHING ON *
      * THE SHELF, THEN HELD DEMAND THE SHELF CANNOT COVER, THEN       *
      * AVAILABLE STOCK AT OR BELOW THE REORDER POINT.                 *
      *---------------------------------------------------------------*
       4100-PRINT-ONE-PRODUCT.
           MOVE STK-PROD-CODE               TO WS-SEARCH-PROD-CODE
           PERFORM 2900-FIND-PRODUCT
           MOVE ZERO                        TO WS-COMMITTED
           MOVE STK-PROD-CODE               TO DTL-PROD-CODE
           IF PROD-CODE-FOUND
               MOVE WS-PROD-DESC-TBL (WS-PROD-IDX) TO DTL-PROD-DESC
               MOVE WS-PROD-COMMIT-TBL (WS-PROD-IDX) TO WS-COMMITTED
           ELSE
               MOVE '** NOT ON PRODUCT MASTER **'  TO DTL-PROD-DESC
           END-IF
           COMPUTE WS-AVAILABLE = STK-ON-HAND - WS-COMMITTED

           MOVE STK-ON-HAND                 TO DTL-ON-HAND
           MOVE WS-COMMITTED                TO DTL-COMMITTED
           MOVE WS-AVAILABLE                TO DTL-AVAILABLE
           MOVE STK-REORDER-POINT           TO DTL-REORDER-PT
           MOVE STK-LAST-RECEIPT-DATE       TO DTL-LAST-RECEIPT

           MOVE SPACES                      TO DTL-FLAG
           IF STK-ON-HAND NOT > ZERO
               MOVE 'STOCK-OUT'             TO DTL-FLAG
               ADD 1                        TO WS-STOCKOUT-COUNT
           ELSE
               IF WS-AVAILABLE < ZERO
                   MOVE 'OVERCOMMITTED'     TO DTL-FLAG
                   ADD 1                    TO WS-OVERCOMMIT-COUNT
               ELSE
                   IF STK-REORDER-POINT > ZERO
                  AND WS-AVAILABLE NOT > STK-REORDER-POINT
                       MOVE 'REORDER'       TO DTL-FLAG
                       ADD 1                TO WS-REORDER-COUNT
                   END-IF
               END-IF
           END-IF

           WRITE REPORT-LINE FROM DTL-STOCK-LINE
           ADD 1                            TO WS-STOCK-LINES-PRINTED
           PERFORM 4050-READ-STOCK-NEXT.

      *---------------------------------------------------------------*
      * FINALIZATION - CLOSE ALL FILES AND PRINT THE RUN SUMMARY. A    *
      * REJECTED WAREHOUSE TRANSACTION ENDS THE RUN WITH RETURN-CODE 4 *
      * SO THE WAREHOUSE IS TOLD TO RE-KEY IT; STOCK-OUTS AND REORDER  *
      * BREACHES ARE THE REPORT'S BUSINESS, NOT A FAILED STEP.         *
      *---------------------------------------------------------------*
       5000-FINALIZE.
           IF TRANS-AVAILABLE
               CLOSE TRANS-FILE
           END-IF
           CLOSE SALES-FILE
           CLOSE STOCK-FILE
           CLOSE ERROR-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'STKPOST - ON-HAND INVENTORY POSTING SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'WAREHOUSE TRANSACTIONS READ: ' WS-TRANS-READ
           DISPLAY '  RECEIPTS POSTED:       ' WS-RECEIPTS-POSTED
           DISPLAY '  ADJUSTMENTS POSTED:    ' WS-ADJUSTMENTS-POSTED
           DISPLAY '  REORDER POINTS SET:    ' WS-REORDER-PTS-SET
           DISPLAY '  REJECTED:              ' WS-TRANS-REJECTED
           DISPLAY 'CLEAN RECORDS READ:      ' WS-SALES-READ
           DISPLAY '  SALES RELIEVED:        ' WS-SALES-RELIEVED
           DISPLAY '  RETURNS RESTOCKED:     ' WS-RETURNS-RESTOCKED
           DISPLAY '  NOT STOCK-CONTROLLED:  ' WS-SALES-UNTRACKED
           DISPLAY 'NEW ON-HAND RECORDS:     ' WS-STOCK-RECORDS-CREATED
           DISPLAY 'STOCK-OUTS:              ' WS-STOCKOUT-COUNT
           DISPLAY 'OVERCOMMITTED:           ' WS-OVERCOMMIT-COUNT
           DISPLAY 'AT/BELOW REORDER POINT:  ' WS-REORDER-COUNT
           DISPLAY '============================================='

           IF WS-TRANS-REJECTED > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * LOG A REJECTED WAREHOUSE TRANSACTION TO THE ERROR FILE         *
      *---------------------------------------------------------------*
       8000-LOG-ERROR.
           MOVE FUNCTION CURRENT-DATE      TO ERR-TIMESTAMP
           MOVE WS-TRANS-READ              TO ERR-RECORD-NUMBER
           MOVE WS-ERROR-CODE              TO ERR-ERROR-CODE
           MOVE WS-ERROR-MESSAGE           TO ERR-ERROR-MESSAGE
           MOVE STOCK-TRANSACTION-RECORD(1:40) TO ERR-INPUT-DATA

           WRITE ERROR-RECORD
           IF WS-ERROR-STATUS NOT = '00'
               MOVE 'WRITE ERROR: ERROR-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ERROR-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           ADD 1                            TO WS-TRANS-REJECTED
           MOVE 'N'                         TO WS-TRANS-VALID-SW
           MOVE SPACES                      TO WS-ERROR-CODE
           MOVE SPACES                      TO WS-ERROR-MESSAGE.

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
               DISPLAY 'STKPOST: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'STKPOST' TO RL-PROGRAM-ID
      *        THE LOGGED RUN DATE IS THE BUSINESS DATE WHEN ONE IS
      *        MAINTAINED - THE CONTROL STREAM'S RESTART CHECK KEYS
      *        ON THE SAME DATE, SO A RUN DELAYED PAST MIDNIGHT
      *        STILL MATCHES ITS OWN COMPLETION RECORDS
               PERFORM 1050-SET-BUSINESS-DATE
               MOVE SPACES TO RL-RUN-DATE
               IF BUSDATE-FOUND
                   MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               ELSE
                   MOVE WS-RL-START-TS(1:4) TO RL-RUN-DATE(1:4)
                   MOVE '-' TO RL-RUN-DATE(5:1)
                   MOVE WS-RL-START-TS(5:2) TO RL-RUN-DATE(6:2)
                   MOVE '-' TO RL-RUN-DATE(8:1)
                   MOVE WS-RL-START-TS(7:2) TO RL-RUN-DATE(9:2)
               END-IF
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               COMPUTE RL-RECORDS-IN = WS-TRANS-READ + WS-SALES-READ
               COMPUTE RL-RECORDS-OUT = WS-RECEIPTS-POSTED
                                      + WS-ADJUSTMENTS-POSTED
                                      + WS-REORDER-PTS-SET
                                      + WS-SALES-RELIEVED
                                      + WS-RETURNS-RESTOCKED
               MOVE WS-TRANS-REJECTED TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'STKPOST: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
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

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** STKPOST FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
