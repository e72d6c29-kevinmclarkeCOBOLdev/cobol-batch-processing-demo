      *****************************************************************
      * PROGRAM NAME: PORTEXT                                         *
      * DESCRIPTION:  CUSTOMER PORTAL ACCOUNT-SUMMARY EXTRACT         *
      *               THE SELF-SERVICE PORTAL LETS A CUSTOMER SEE     *
      *               WHAT THEY OWE WITHOUT CALLING THE A/R DESK.     *
      *               RUN LATE IN THE NIGHTLY CHAIN, THIS STEP WRITES *
      *               THE PORTAL'S COMPLETE REPLACEMENT FILE: FOR     *
      *               EVERY ACTIVE OR SUSPENDED CUSTOMER ON THE       *
      *               EXTRACT, AN ACCOUNT SUMMARY (BALANCE, LIMIT,    *
      *               AVAILABLE CREDIT, PAST DUE, DISPUTE HOLD,       *
      *               DELIVERY PREFERENCE), ITS OPEN ITEMS WITH DUE   *
      *               DATES, ITS RECENT RECEIPTS AND CREDIT MEMOS -   *
      *               TONIGHT'S CASHAPP POSTINGS FLAGGED - AND AN     *
      *               INDEX OF ITS PAST STATEMENTS, BETWEEN A HEADER  *
      *               AND A TRAILER OF CONTROL TOTALS (PORTSUMM).     *
      *               AN ACCOUNT WHOSE DELIVERY PREFERENCE IS 'S'     *
      *               (SUPPRESS) IS LEFT OFF - IT HAS ASKED FOR NO    *
      *               STATEMENTS AND THE PORTAL IS ONE MORE CHANNEL.  *
      *               THE DIVISION RIDES ON EVERY RECORD AND THE      *
      *               TRAILER FOOTS EACH BOOK SEPARATELY.             *
      *               THE LEDGER ITEMS, APPLICATIONS AND STATEMENT    *
      *               LINES ARE SORTED TOGETHER BY CUSTOMER AND       *
      *               MATCHED AGAINST THE EXTRACT, SO THERE IS NO     *
      *               TABLE CEILING ON THE LEDGER OR THE HISTORY.     *
      *                                                                *
      * WINDOWS (HOUSE POLICY CONSTANTS):                             *
      *   PAYMENTS   - POSTED IN THE LAST 90 DAYS, TONIGHT INCLUDED   *
      *   STATEMENTS - ISSUED IN THE LAST 24 MONTHS                   *
      * DUE DATE IS ITEM DATE PLUS THE CUSTOMER'S TERMS, MAPPED AS    *
      * DUNNING MAPS THEM.                                            *
      *                                                                *
      * INPUTS:       CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               OPEN-ITEM LEDGER      (OPENITEM, INDEXED)       *
      *               APPLICATION HISTORY   (APPLHIST)                *
      *               STATEMENT HISTORY     (STMTHIST)                *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      PORTAL EXTRACT        (PORTOUT)                 *
      *               SORTED DETAIL WORK    (PORTSRT)                 *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                                *
      * RETURN CODES: 0  EXTRACT WRITTEN                              *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                    *
      *   PORTSUMM - PORTAL ACCOUNT-SUMMARY RECORD (250 BYTES)        *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   APPLHIST - APPLICATION HISTORY RECORD (80 BYTES)            *
      *   STMTHIST - STATEMENT HISTORY RECORD (160 BYTES)             *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTEXT.
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

      *    APPLICATION AND STATEMENT HISTORY - A SITE WITH NEITHER YET
      *    GETS ACCOUNTS WITH NO PAYMENT OR STATEMENT DETAIL RATHER
      *    THAN AN ABEND
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

           SELECT HIST-FILE       ASSIGN TO STMTHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HIST-STATUS.

      *    SORT WORK FILE AND ITS SORTED OUTPUT - EVERY CUSTOMER'S
      *    ITEMS, APPLICATIONS AND STATEMENTS IN CUSTOMER ORDER
           SELECT SORT-FILE       ASSIGN TO SORTWK.

           SELECT SORTED-FILE     ASSIGN TO PORTSRT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SORTED-STATUS.

           SELECT PORTAL-FILE     ASSIGN TO PORTOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PORTAL-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - THE AS-OF DATE FOR DUE DATES, THE
      *    PAYMENT AND STATEMENT WINDOWS, AND TONIGHT'S POSTINGS. A
      *    MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
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

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY APPLHIST.

       FD  HIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STMTHIST.

      *----------------------------------------------------------------*
      * THE SORT AND SORTED RECORDS - ONE DETAIL LINE OF ANY OF THE    *
      * THREE KINDS, KEYED CUSTOMER / KIND / DATE SO EACH CUSTOMER'S   *
      * ITEMS COME OLDEST FIRST, THEN ITS APPLICATIONS, THEN ITS       *
      * STATEMENTS. THE SLICES OF ONE RECEIPT SORT TOGETHER.           *
      *   'I' ITEM        - KEY-2 ITEM SEQ, AMOUNT-1 ORIGINAL,         *
      *                     AMOUNT-2 STILL OPEN                        *
      *   'P' APPLICATION - DATE RECEIVED, DATE-2 POSTED, KEY-2        *
      *                     DEPOSIT, AMOUNT-1 THE SLICE                *
      *   'S' STATEMENT   - DATE ISSUED                                *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SW-CUST-ID               PIC 9(6).
           05  SW-KIND                  PIC X(1).
           05  SW-DATE                  PIC X(10).
           05  SW-KEY-2                 PIC 9(8).
           05  SW-REFERENCE             PIC X(10).
           05  SW-SOURCE                PIC X(1).
           05  SW-METHOD                PIC X(3).
           05  SW-DATE-2                PIC X(10).
           05  SW-AMOUNT-1              PIC 9(8)V99.
           05  SW-AMOUNT-2              PIC 9(8)V99.
           05  FILLER                   PIC X(11).

       FD  SORTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SORTED-RECORD.
           05  SD-CUST-ID               PIC 9(6).
           05  SD-KIND                  PIC X(1).
               88  SD-KIND-ITEM                 VALUE 'I'.
               88  SD-KIND-APPLICATION          VALUE 'P'.
               88  SD-KIND-STATEMENT            VALUE 'S'.
           05  SD-DETAIL                PIC X(73).

       FD  PORTAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PORTSUMM.

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
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.
           05  WS-HIST-STATUS           PIC XX VALUE SPACES.
           05  WS-SORTED-STATUS         PIC XX VALUE SPACES.
           05  WS-PORTAL-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-APPL-EOF-SW           PIC X VALUE 'N'.
               88  APPL-EOF                     VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X VALUE 'N'.
               88  HIST-EOF                     VALUE 'Y'.
           05  WS-SORTED-EOF-SW         PIC X VALUE 'N'.
               88  SORTED-EOF                   VALUE 'Y'.
           05  WS-SAME-GROUP-SW         PIC X VALUE 'N'.
               88  SAME-GROUP                   VALUE 'Y'.

      *---------------------------------------------------------------*
      * WINDOW POLICY CONSTANTS - SEE THE PROGRAM HEADER, AND THE      *
      * EARLIEST DATES THEY WORK OUT TO FOR TONIGHT                    *
      *---------------------------------------------------------------*
       01  WS-WINDOW-FIELDS.
           05  WS-PAYMENT-DAYS          PIC 9(03) VALUE 90.
           05  WS-STMT-YEARS            PIC 9(02) VALUE 2.
           05  WS-PAYMENT-FROM          PIC X(10) VALUE SPACES.
           05  WS-STMT-FROM             PIC X(10) VALUE SPACES.
           05  WS-STMT-FROM-YEAR        PIC 9(04) VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE CUSTOMER'S SORTED DETAIL, HELD UNTIL ITS SUMMARY IS        *
      * WRITTEN AHEAD OF IT. A CUSTOMER WITH MORE DETAIL THAN THIS IS  *
      * A LOUD ABORT, NEVER A SILENT TRUNCATION - RAISE THE OCCURS.    *
      *---------------------------------------------------------------*
       01  WS-DETAIL-TABLE-FIELDS.
           05  WS-DETAIL-MAX            PIC 9(05) VALUE 5000.
           05  WS-DETAIL-COUNT          PIC 9(05) VALUE ZERO.
           05  WS-DETAIL-SUB            PIC 9(05) VALUE ZERO.
           05  WS-NEXT-SUB              PIC 9(05) VALUE ZERO.

       01  WS-DETAIL-TABLE.
           05  WS-DETAIL-ENTRY OCCURS 5000 TIMES.
               10  WS-DTL-CUST-ID       PIC 9(6).
               10  WS-DTL-KIND          PIC X(1).
               10  WS-DTL-DATE          PIC X(10).
               10  WS-DTL-KEY-2         PIC 9(8).
               10  WS-DTL-REFERENCE     PIC X(10).
               10  WS-DTL-SOURCE        PIC X(1).
               10  WS-DTL-METHOD        PIC X(3).
               10  WS-DTL-DATE-2        PIC X(10).
               10  WS-DTL-AMOUNT-1      PIC 9(8)V99.
               10  WS-DTL-AMOUNT-2      PIC 9(8)V99.
               10  FILLER               PIC X(11).

      *---------------------------------------------------------------*
      * THE CUSTOMER BEING WRITTEN AND ITS SUMMARY FIGURES             *
      *---------------------------------------------------------------*
       01  WS-ACCOUNT-FIELDS.
           05  WS-PREV-CUST-ID          PIC 9(6) VALUE ZERO.
           05  WS-CUST-DIVISION         PIC X(2) VALUE SPACES.
           05  WS-DIV-SUB               PIC 9(1) VALUE 1.
           05  WS-TERMS-DAYS            PIC 9(3) VALUE ZERO.
           05  WS-OPEN-COUNT            PIC 9(5) VALUE ZERO.
           05  WS-OPEN-AMOUNT           PIC 9(8)V99 VALUE ZERO.
           05  WS-PAST-DUE-AMOUNT       PIC 9(8)V99 VALUE ZERO.
           05  WS-OLDEST-DUE-DATE       PIC X(10) VALUE SPACES.
           05  WS-LAST-PAY-DATE         PIC X(10) VALUE SPACES.
           05  WS-LAST-PAY-AMOUNT       PIC 9(8)V99 VALUE ZERO.
           05  WS-LAST-STMT-DATE        PIC X(10) VALUE SPACES.
           05  WS-GROUP-AMOUNT          PIC 9(8)V99 VALUE ZERO.
           05  WS-GROUP-ITEMS           PIC 9(4) VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-BUSDATE-INTEGER       PIC 9(8) VALUE ZERO.
           05  WS-WORK-INTEGER          PIC 9(8) VALUE ZERO.
           05  WS-DUE-INTEGER           PIC 9(8) VALUE ZERO.
           05  WS-WORK-YYYYMMDD         PIC 9(8) VALUE ZERO.
           05  WS-WORK-YYYYMMDD-X REDEFINES WS-WORK-YYYYMMDD
                                        PIC X(8).
           05  WS-DUE-DATE              PIC X(10) VALUE SPACES.
           05  WS-DAYS-PAST-DUE         PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(7) VALUE ZERO.
           05  WS-NOT-ACTIVE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-RELEASED        PIC 9(8) VALUE ZERO.
           05  WS-APPLS-RELEASED        PIC 9(8) VALUE ZERO.
           05  WS-STMTS-RELEASED        PIC 9(8) VALUE ZERO.
           05  WS-DETAIL-NOT-SENT       PIC 9(8) VALUE ZERO.
           05  WS-RECORD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-ACCOUNT-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-ITEM-COUNT            PIC 9(8) VALUE ZERO.
           05  WS-PAYMENT-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-STMT-COUNT            PIC 9(8) VALUE ZERO.
           05  WS-TONIGHT-COUNT         PIC 9(8) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-BALANCE-TOTAL         PIC S9(12)V99 VALUE ZERO.
           05  WS-OPEN-TOTAL            PIC 9(12)V99 VALUE ZERO.
           05  WS-PAYMENT-TOTAL         PIC 9(12)V99 VALUE ZERO.
           05  WS-DIV-TOTAL OCCURS 2 TIMES.
               10  WS-DIV-ACCOUNTS      PIC 9(8).
               10  WS-DIV-BALANCE       PIC S9(12)V99.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC - SORT THE DETAIL FIRST, THEN ONE MATCH  *
      * PASS OF THE EXTRACT AGAINST THE SORTED DETAIL                  *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE

           SORT SORT-FILE
                ON ASCENDING KEY SW-CUST-ID SW-KIND SW-DATE
                                 SW-KEY-2 SW-REFERENCE SW-SOURCE
                INPUT PROCEDURE 1500-RELEASE-DETAIL
                GIVING SORTED-FILE
           IF SORT-RETURN NOT = ZERO
               MOVE 'SORT OF PORTAL DETAIL FAILED'
                                            TO WS-ABEND-MSG(1:28)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 2000-BUILD-EXTRACT
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE AND THE WINDOWS             *
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
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BUSDATE-YYYYMMDD))

           COMPUTE WS-WORK-INTEGER =
                   WS-BUSDATE-INTEGER - WS-PAYMENT-DAYS
           COMPUTE WS-WORK-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE WS-WORK-YYYYMMDD-X(1:4)     TO WS-PAYMENT-FROM(1:4)
           MOVE '-'                         TO WS-PAYMENT-FROM(5:1)
           MOVE WS-WORK-YYYYMMDD-X(5:2)     TO WS-PAYMENT-FROM(6:2)
           MOVE '-'                         TO WS-PAYMENT-FROM(8:1)
           MOVE WS-WORK-YYYYMMDD-X(7:2)     TO WS-PAYMENT-FROM(9:2)

           MOVE WS-BUSINESS-DATE            TO WS-STMT-FROM
           MOVE WS-BUSINESS-DATE(1:4)       TO WS-STMT-FROM-YEAR
           SUBTRACT WS-STMT-YEARS         FROM WS-STMT-FROM-YEAR
           MOVE WS-STMT-FROM-YEAR           TO WS-STMT-FROM(1:4)

           MOVE '01'                        TO PRTT-DIV-CODE (1)
           INITIALIZE WS-DIV-TOTAL (1)
           INITIALIZE WS-DIV-TOTAL (2)

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT PORTAL-FILE
           IF WS-PORTAL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PORTAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PORTAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * SORT INPUT PROCEDURE - RELEASE EVERY STILL-OPEN ITEM, EVERY    *
      * APPLICATION POSTED IN THE PAYMENT WINDOW, AND THE FIRST LINE   *
      * OF EVERY STATEMENT ISSUED IN THE STATEMENT WINDOW. EACH FILE   *
      * IS OPTIONAL - A MISSING ONE (STATUS 35) RELEASES NOTHING.      *
      *---------------------------------------------------------------*
       1500-RELEASE-DETAIL.
           PERFORM 1600-RELEASE-ITEMS
           PERFORM 1700-RELEASE-APPLICATIONS
           PERFORM 1800-RELEASE-STATEMENTS.

       1600-RELEASE-ITEMS.
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
                   PERFORM 1650-READ-ITEM-NEXT
                   PERFORM 1620-RELEASE-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF.

       1620-RELEASE-ONE-ITEM.
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               MOVE SPACES                  TO SORT-RECORD
               MOVE OI-CUST-ID              TO SW-CUST-ID
               MOVE 'I'                     TO SW-KIND
               MOVE OI-ITEM-DATE            TO SW-DATE
               MOVE OI-ITEM-SEQ             TO SW-KEY-2
               MOVE OI-REFERENCE            TO SW-REFERENCE
               MOVE OI-ORIG-AMOUNT          TO SW-AMOUNT-1
               MOVE OI-OPEN-AMOUNT          TO SW-AMOUNT-2
               RELEASE SORT-RECORD
               ADD 1                        TO WS-ITEMS-RELEASED
           END-IF
           PERFORM 1650-READ-ITEM-NEXT.

       1650-READ-ITEM-NEXT.
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

       1700-RELEASE-APPLICATIONS.
           OPEN INPUT APPLHIST-FILE
           IF WS-APPLHIST-STATUS = '35'
               MOVE 'Y'                     TO WS-APPL-EOF-SW
           ELSE
               IF WS-APPLHIST-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-APPLHIST-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1750-READ-APPLICATION
               PERFORM 1720-RELEASE-ONE-APPLICATION UNTIL APPL-EOF
               CLOSE APPLHIST-FILE
           END-IF.

      *    A SLICE POSTED AFTER THE BUSINESS DATE BELONGS TO A LATER
      *    NIGHT'S FILE. RETURN AND WRITE-OFF SLICES ARE OUR OWN
      *    LEDGER ENTRIES AND ARE NOT SHOWN AS PAYMENTS; A REVERSED
      *    RECEIPT IS, AS ITS OWN 'V' GROUP
       1720-RELEASE-ONE-APPLICATION.
           IF APH-POSTED-DATE NOT < WS-PAYMENT-FROM
          AND APH-POSTED-DATE NOT > WS-BUSINESS-DATE
          AND (APH-FROM-RECEIPT OR APH-RECEIPT-REVERSAL
               OR APH-FROM-CREDIT-MEMO)
               MOVE SPACES                  TO SORT-RECORD
               MOVE APH-CUST-ID             TO SW-CUST-ID
               MOVE 'P'                     TO SW-KIND
               MOVE APH-APPLIED-DATE        TO SW-DATE
               MOVE APH-DEPOSIT-NO          TO SW-KEY-2
               MOVE APH-REFERENCE           TO SW-REFERENCE
               MOVE APH-SOURCE              TO SW-SOURCE
               MOVE APH-METHOD              TO SW-METHOD
               MOVE APH-POSTED-DATE         TO SW-DATE-2
               MOVE APH-AMOUNT              TO SW-AMOUNT-1
               MOVE ZERO                    TO SW-AMOUNT-2
               RELEASE SORT-RECORD
               ADD 1                        TO WS-APPLS-RELEASED
           END-IF
           PERFORM 1750-READ-APPLICATION.

       1750-READ-APPLICATION.
           READ APPLHIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-APPL-EOF-SW
           END-READ
           IF NOT APPL-EOF AND WS-APPLHIST-STATUS NOT = '00'
               MOVE 'READ ERROR: APPLHIST-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1800-RELEASE-STATEMENTS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = '35'
               MOVE 'Y'                     TO WS-HIST-EOF-SW
           ELSE
               IF WS-HIST-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: HIST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-HIST-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1850-READ-HIST
               PERFORM 1820-RELEASE-ONE-STATEMENT UNTIL HIST-EOF
               CLOSE HIST-FILE
           END-IF.

      *    LINE 1 STANDS FOR THE WHOLE STATEMENT
       1820-RELEASE-ONE-STATEMENT.
           IF STH-LINE-NO = 1
          AND STH-STMT-DATE NOT < WS-STMT-FROM
          AND STH-STMT-DATE NOT > WS-BUSINESS-DATE
               MOVE SPACES                  TO SORT-RECORD
               MOVE STH-CUST-ID             TO SW-CUST-ID
               MOVE 'S'                     TO SW-KIND
               MOVE STH-STMT-DATE           TO SW-DATE
               MOVE ZERO                    TO SW-KEY-2
               MOVE ZERO                    TO SW-AMOUNT-1
               MOVE ZERO                    TO SW-AMOUNT-2
               RELEASE SORT-RECORD
               ADD 1                        TO WS-STMTS-RELEASED
           END-IF
           PERFORM 1850-READ-HIST.

       1850-READ-HIST.
           READ HIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-HIST-EOF-SW
           END-READ
           IF NOT HIST-EOF AND WS-HIST-STATUS NOT = '00'
               MOVE 'READ ERROR: HIST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE MATCH PASS - HEADER, EVERY CUSTOMER ON THE EXTRACT WITH    *
      * ITS OWN DETAIL, TRAILER. DETAIL FOR A CUSTOMER NOT ON THE      *
      * EXTRACT, OR NOT SENT, IS COUNTED AND DROPPED.                  *
      *---------------------------------------------------------------*
       2000-BUILD-EXTRACT.
           OPEN INPUT SORTED-FILE
           IF WS-SORTED-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SORTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO PORTAL-HEADER-RECORD
           MOVE 'HDR'                       TO PRTH-RECORD-TYPE
           MOVE 'PORTSUMM'                  TO PRTH-FEED-ID
           MOVE FUNCTION CURRENT-DATE       TO PRTH-CREATE-TS
           MOVE WS-BUSINESS-DATE            TO PRTH-BUSINESS-DATE
           MOVE WS-BUSDATE-CYCLE            TO PRTH-CYCLE
           MOVE WS-PAYMENT-FROM             TO PRTH-PAYMENT-FROM
           MOVE WS-STMT-FROM                TO PRTH-STMT-FROM
           PERFORM 3900-WRITE-PORTAL-RECORD

           PERFORM 2050-READ-SORTED
           PERFORM 2150-READ-CUST-RECORD
           PERFORM 2100-TAKE-ONE-CUSTOMER UNTIL CUST-EOF
           PERFORM 2200-DROP-ONE-DETAIL UNTIL SORTED-EOF
           CLOSE SORTED-FILE
           CLOSE CUST-FILE

           PERFORM 3800-WRITE-TRAILER.

       2050-READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE 'Y'                 TO WS-SORTED-EOF-SW
           END-READ
           IF NOT SORTED-EOF AND WS-SORTED-STATUS NOT = '00'
               MOVE 'READ ERROR: SORTED-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    THE MATCH DEPENDS ON THE EXTRACT'S CUSTOMER ORDER
       2100-TAKE-ONE-CUSTOMER.
           ADD 1                            TO WS-CUSTOMERS-READ
           IF CUST-ID OF CUST-IN-REC NOT > WS-PREV-CUST-ID
               MOVE 'CUSTOMER EXTRACT OUT OF SEQUENCE'
                                            TO WS-ABEND-MSG(1:32)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE CUST-ID OF CUST-IN-REC      TO WS-PREV-CUST-ID

           PERFORM 2200-DROP-ONE-DETAIL
               UNTIL SORTED-EOF
                  OR SD-CUST-ID NOT < CUST-ID OF CUST-IN-REC
           MOVE ZERO                        TO WS-DETAIL-COUNT
           PERFORM 2300-HOLD-ONE-DETAIL
               UNTIL SORTED-EOF
                  OR SD-CUST-ID NOT = CUST-ID OF CUST-IN-REC

           EVALUATE TRUE
               WHEN NOT CUST-ACTIVE OF CUST-IN-REC
                AND NOT CUST-SUSPENDED OF CUST-IN-REC
                   ADD 1                    TO WS-NOT-ACTIVE-COUNT
                   ADD WS-DETAIL-COUNT      TO WS-DETAIL-NOT-SENT
               WHEN CUST-DELIV-SUPPRESS OF CUST-IN-REC
                   ADD 1                    TO WS-SUPPRESSED-COUNT
                   ADD WS-DETAIL-COUNT      TO WS-DETAIL-NOT-SENT
               WHEN OTHER
                   PERFORM 3000-WRITE-ACCOUNT
           END-EVALUATE
           PERFORM 2150-READ-CUST-RECORD.

       2150-READ-CUST-RECORD.
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

       2200-DROP-ONE-DETAIL.
           ADD 1                            TO WS-DETAIL-NOT-SENT
           PERFORM 2050-READ-SORTED.

       2300-HOLD-ONE-DETAIL.
           IF WS-DETAIL-COUNT >= WS-DETAIL-MAX
               MOVE 'CUSTOMER DETAIL TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:46)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-DETAIL-COUNT
           MOVE SORTED-RECORD    TO WS-DETAIL-ENTRY (WS-DETAIL-COUNT)
           PERFORM 2050-READ-SORTED.

      *---------------------------------------------------------------*
      * ONE ACCOUNT - SUMMARIZE ITS HELD DETAIL, WRITE THE SUMMARY,    *
      * THEN THE DETAIL BEHIND IT                                      *
      *---------------------------------------------------------------*
       3000-WRITE-ACCOUNT.
           MOVE CUST-DIVISION OF CUST-IN-REC TO WS-CUST-DIVISION
           IF WS-CUST-DIVISION = SPACES
               MOVE '01'                    TO WS-CUST-DIVISION
           END-IF
           IF WS-CUST-DIVISION = '02'
               MOVE 2                       TO WS-DIV-SUB
           ELSE
               MOVE 1                       TO WS-DIV-SUB
           END-IF
           EVALUATE CUST-PAYMENT-TERMS OF CUST-IN-REC
               WHEN 'N10'
                   MOVE 10                  TO WS-TERMS-DAYS
               WHEN 'N45'
                   MOVE 45                  TO WS-TERMS-DAYS
               WHEN 'N60'
                   MOVE 60                  TO WS-TERMS-DAYS
               WHEN 'COD'
                   MOVE ZERO                TO WS-TERMS-DAYS
               WHEN OTHER
                   MOVE 30                  TO WS-TERMS-DAYS
           END-EVALUATE

           MOVE ZERO                        TO WS-OPEN-COUNT
           MOVE ZERO                        TO WS-OPEN-AMOUNT
           MOVE ZERO                        TO WS-PAST-DUE-AMOUNT
           MOVE SPACES                      TO WS-OLDEST-DUE-DATE
           MOVE SPACES                      TO WS-LAST-PAY-DATE
           MOVE ZERO                        TO WS-LAST-PAY-AMOUNT
           MOVE SPACES                      TO WS-LAST-STMT-DATE
           MOVE ZERO                        TO WS-GROUP-AMOUNT
           MOVE 1                           TO WS-DETAIL-SUB
           PERFORM 3100-SUMMARIZE-ONE-DETAIL
               UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT

           PERFORM 3200-BUILD-ACCOUNT-RECORD
           PERFORM 3900-WRITE-PORTAL-RECORD
           ADD 1                            TO WS-ACCOUNT-COUNT
           ADD 1                      TO WS-DIV-ACCOUNTS (WS-DIV-SUB)
           ADD CUST-BALANCE OF CUST-IN-REC  TO WS-BALANCE-TOTAL
           ADD CUST-BALANCE OF CUST-IN-REC
                                      TO WS-DIV-BALANCE (WS-DIV-SUB)

           MOVE ZERO                        TO WS-GROUP-AMOUNT
           MOVE ZERO                        TO WS-GROUP-ITEMS
           MOVE 1                           TO WS-DETAIL-SUB
           PERFORM 3300-WRITE-ONE-DETAIL
               UNTIL WS-DETAIL-SUB > WS-DETAIL-COUNT.

      *    ITEMS COME OLDEST FIRST, SO THE FIRST ITEM'S DUE DATE IS
      *    THE OLDEST; APPLICATIONS AND STATEMENTS COME OLDEST FIRST,
      *    SO THE LAST RECEIPT GROUP AND STATEMENT SEEN ARE THE LATEST
       3100-SUMMARIZE-ONE-DETAIL.
           EVALUATE WS-DTL-KIND (WS-DETAIL-SUB)
               WHEN 'I'
                   PERFORM 3150-SET-DUE-DATE
                   ADD 1                    TO WS-OPEN-COUNT
                   ADD WS-DTL-AMOUNT-2 (WS-DETAIL-SUB)
                                            TO WS-OPEN-AMOUNT
                   IF WS-DAYS-PAST-DUE > ZERO
                       ADD WS-DTL-AMOUNT-2 (WS-DETAIL-SUB)
                                            TO WS-PAST-DUE-AMOUNT
                   END-IF
                   IF WS-OLDEST-DUE-DATE = SPACES
                       MOVE WS-DUE-DATE     TO WS-OLDEST-DUE-DATE
                   END-IF
               WHEN 'P'
                   ADD WS-DTL-AMOUNT-1 (WS-DETAIL-SUB)
                                            TO WS-GROUP-AMOUNT
                   PERFORM 3160-TEST-SAME-GROUP
                   IF NOT SAME-GROUP
                       IF WS-DTL-SOURCE (WS-DETAIL-SUB) = 'P'
                           MOVE WS-DTL-DATE (WS-DETAIL-SUB)
                                            TO WS-LAST-PAY-DATE
                           MOVE WS-GROUP-AMOUNT
                                            TO WS-LAST-PAY-AMOUNT
                       END-IF
                       MOVE ZERO            TO WS-GROUP-AMOUNT
                   END-IF
               WHEN 'S'
                   MOVE WS-DTL-DATE (WS-DETAIL-SUB)
                                            TO WS-LAST-STMT-DATE
           END-EVALUATE
           ADD 1                            TO WS-DETAIL-SUB.

      *    DUE DATE IS ITEM DATE PLUS TERMS; AN ITEM WITH AN
      *    UNREADABLE DATE HAS NO DUE DATE AND IS NOT CALLED PAST DUE
       3150-SET-DUE-DATE.
           MOVE SPACES                      TO WS-DUE-DATE
           MOVE ZERO                        TO WS-DAYS-PAST-DUE
           IF WS-DTL-DATE (WS-DETAIL-SUB)(1:4) IS NUMERIC
          AND WS-DTL-DATE (WS-DETAIL-SUB)(6:2) IS NUMERIC
          AND WS-DTL-DATE (WS-DETAIL-SUB)(9:2) IS NUMERIC
               MOVE WS-DTL-DATE (WS-DETAIL-SUB)(1:4)
                                        TO WS-WORK-YYYYMMDD-X(1:4)
               MOVE WS-DTL-DATE (WS-DETAIL-SUB)(6:2)
                                        TO WS-WORK-YYYYMMDD-X(5:2)
               MOVE WS-DTL-DATE (WS-DETAIL-SUB)(9:2)
                                        TO WS-WORK-YYYYMMDD-X(7:2)
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
                 + WS-TERMS-DAYS
               COMPUTE WS-WORK-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
               MOVE WS-WORK-YYYYMMDD-X(1:4) TO WS-DUE-DATE(1:4)
               MOVE '-'                     TO WS-DUE-DATE(5:1)
               MOVE WS-WORK-YYYYMMDD-X(5:2) TO WS-DUE-DATE(6:2)
               MOVE '-'                     TO WS-DUE-DATE(8:1)
               MOVE WS-WORK-YYYYMMDD-X(7:2) TO WS-DUE-DATE(9:2)
               IF WS-DUE-INTEGER < WS-BUSDATE-INTEGER
                   COMPUTE WS-DAYS-PAST-DUE =
                           WS-BUSDATE-INTEGER - WS-DUE-INTEGER
               END-IF
           END-IF.

      *    THE NEXT HELD LINE IS ANOTHER SLICE OF THE SAME RECEIPT OR
      *    MEMO WHEN EVERYTHING BUT THE ITEM AND AMOUNT MATCHES
       3160-TEST-SAME-GROUP.
           MOVE 'N'                         TO WS-SAME-GROUP-SW
           COMPUTE WS-NEXT-SUB = WS-DETAIL-SUB + 1
           IF WS-NEXT-SUB NOT > WS-DETAIL-COUNT
               IF WS-DTL-KIND (WS-NEXT-SUB) = 'P'
              AND WS-DTL-DATE (WS-NEXT-SUB)
                    = WS-DTL-DATE (WS-DETAIL-SUB)
              AND WS-DTL-KEY-2 (WS-NEXT-SUB)
                    = WS-DTL-KEY-2 (WS-DETAIL-SUB)
              AND WS-DTL-REFERENCE (WS-NEXT-SUB)
                    = WS-DTL-REFERENCE (WS-DETAIL-SUB)
              AND WS-DTL-SOURCE (WS-NEXT-SUB)
                    = WS-DTL-SOURCE (WS-DETAIL-SUB)
              AND WS-DTL-METHOD (WS-NEXT-SUB)
                    = WS-DTL-METHOD (WS-DETAIL-SUB)
              AND WS-DTL-DATE-2 (WS-NEXT-SUB)
                    = WS-DTL-DATE-2 (WS-DETAIL-SUB)
                   MOVE 'Y'                 TO WS-SAME-GROUP-SW
               END-IF
           END-IF.

       3200-BUILD-ACCOUNT-RECORD.
           MOVE SPACES                      TO PORTAL-EXTRACT-RECORD
           MOVE 'ACT'                       TO PRT-RECORD-TYPE
           MOVE CUST-ID OF CUST-IN-REC      TO PRT-CUST-ID
           MOVE WS-CUST-DIVISION            TO PRT-DIVISION
           MOVE CUST-NAME OF CUST-IN-REC    TO PRA-NAME
           MOVE CUST-EMAIL OF CUST-IN-REC   TO PRA-EMAIL
           MOVE CUST-DELIVERY-PREF OF CUST-IN-REC
                                            TO PRA-DELIVERY-PREF
           IF PRA-DELIVERY-PREF = SPACE
               MOVE 'P'                     TO PRA-DELIVERY-PREF
           END-IF
           MOVE CUST-STATUS OF CUST-IN-REC  TO PRA-STATUS
           MOVE CUST-CURRENCY-CODE OF CUST-IN-REC
                                            TO PRA-CURRENCY
           IF PRA-CURRENCY = SPACES
               MOVE 'USD'                   TO PRA-CURRENCY
           END-IF
           MOVE CUST-PAYMENT-TERMS OF CUST-IN-REC
                                            TO PRA-PAYMENT-TERMS
           IF PRA-PAYMENT-TERMS = SPACES
               MOVE 'N30'                   TO PRA-PAYMENT-TERMS
           END-IF
           MOVE CUST-CREDIT-LIMIT OF CUST-IN-REC TO PRA-CREDIT-LIMIT
           MOVE CUST-BALANCE OF CUST-IN-REC TO PRA-BALANCE
           COMPUTE PRA-AVAILABLE-CREDIT =
                   CUST-CREDIT-LIMIT OF CUST-IN-REC
                 - CUST-BALANCE OF CUST-IN-REC
           MOVE WS-OPEN-COUNT               TO PRA-OPEN-ITEM-COUNT
           MOVE WS-OPEN-AMOUNT              TO PRA-OPEN-AMOUNT
           MOVE WS-PAST-DUE-AMOUNT          TO PRA-PAST-DUE-AMOUNT
           MOVE WS-OLDEST-DUE-DATE          TO PRA-OLDEST-DUE-DATE
           IF CUST-IN-DISPUTE OF CUST-IN-REC
               MOVE 'Y'                     TO PRA-DISPUTE-FLAG
               MOVE CUST-DISPUTE-AMOUNT OF CUST-IN-REC
                                            TO PRA-DISPUTE-AMOUNT
               MOVE CUST-DISPUTE-DATE OF CUST-IN-REC
                                            TO PRA-DISPUTE-DATE
           ELSE
               MOVE 'N'                     TO PRA-DISPUTE-FLAG
               MOVE ZERO                    TO PRA-DISPUTE-AMOUNT
           END-IF
           MOVE WS-LAST-PAY-DATE            TO PRA-LAST-PAYMENT-DATE
           MOVE WS-LAST-PAY-AMOUNT          TO PRA-LAST-PAYMENT-AMOUNT
           MOVE WS-LAST-STMT-DATE           TO PRA-LAST-STMT-DATE.

      *    AN ITEM PER LINE; A RECEIPT OR MEMO ONCE, ON ITS LAST SLICE;
      *    A STATEMENT ONCE, HOWEVER OFTEN IT WAS REISSUED
       3300-WRITE-ONE-DETAIL.
           EVALUATE WS-DTL-KIND (WS-DETAIL-SUB)
               WHEN 'I'
                   PERFORM 3150-SET-DUE-DATE
                   PERFORM 3310-WRITE-ITEM
               WHEN 'P'
                   ADD WS-DTL-AMOUNT-1 (WS-DETAIL-SUB)
                                            TO WS-GROUP-AMOUNT
                   ADD 1                    TO WS-GROUP-ITEMS
                   PERFORM 3160-TEST-SAME-GROUP
                   IF NOT SAME-GROUP
                       PERFORM 3320-WRITE-PAYMENT
                       MOVE ZERO            TO WS-GROUP-AMOUNT
                       MOVE ZERO            TO WS-GROUP-ITEMS
                   END-IF
               WHEN 'S'
                   COMPUTE WS-NEXT-SUB = WS-DETAIL-SUB + 1
                   IF WS-NEXT-SUB > WS-DETAIL-COUNT
                       PERFORM 3330-WRITE-STATEMENT
                   ELSE
                       IF WS-DTL-DATE (WS-NEXT-SUB)
                            NOT = WS-DTL-DATE (WS-DETAIL-SUB)
                           PERFORM 3330-WRITE-STATEMENT
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1                            TO WS-DETAIL-SUB.

       3310-WRITE-ITEM.
           MOVE SPACES                      TO PORTAL-EXTRACT-RECORD
           MOVE 'INV'                       TO PRT-RECORD-TYPE
           MOVE CUST-ID OF CUST-IN-REC      TO PRT-CUST-ID
           MOVE WS-CUST-DIVISION            TO PRT-DIVISION
           MOVE WS-DTL-KEY-2 (WS-DETAIL-SUB) TO PRI-ITEM-SEQ
           MOVE WS-DTL-REFERENCE (WS-DETAIL-SUB) TO PRI-REFERENCE
           MOVE WS-DTL-DATE (WS-DETAIL-SUB) TO PRI-ITEM-DATE
           MOVE WS-DUE-DATE                 TO PRI-DUE-DATE
           MOVE WS-DTL-AMOUNT-1 (WS-DETAIL-SUB) TO PRI-ORIG-AMOUNT
           MOVE WS-DTL-AMOUNT-2 (WS-DETAIL-SUB) TO PRI-OPEN-AMOUNT
           MOVE WS-DAYS-PAST-DUE            TO PRI-DAYS-PAST-DUE
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE 'Y'                     TO PRI-PAST-DUE
           ELSE
               MOVE 'N'                     TO PRI-PAST-DUE
           END-IF
           PERFORM 3900-WRITE-PORTAL-RECORD
           ADD 1                            TO WS-ITEM-COUNT
           ADD WS-DTL-AMOUNT-2 (WS-DETAIL-SUB) TO WS-OPEN-TOTAL.

       3320-WRITE-PAYMENT.
           MOVE SPACES                      TO PORTAL-EXTRACT-RECORD
           MOVE 'PAY'                       TO PRT-RECORD-TYPE
           MOVE CUST-ID OF CUST-IN-REC      TO PRT-CUST-ID
           MOVE WS-CUST-DIVISION            TO PRT-DIVISION
           MOVE WS-DTL-SOURCE (WS-DETAIL-SUB) TO PRP-SOURCE
           MOVE WS-DTL-DATE (WS-DETAIL-SUB) TO PRP-RECEIVED-DATE
           MOVE WS-DTL-DATE-2 (WS-DETAIL-SUB) TO PRP-POSTED-DATE
           MOVE WS-GROUP-AMOUNT             TO PRP-AMOUNT
           MOVE WS-DTL-METHOD (WS-DETAIL-SUB) TO PRP-METHOD
           MOVE WS-DTL-REFERENCE (WS-DETAIL-SUB) TO PRP-REFERENCE
           MOVE WS-GROUP-ITEMS              TO PRP-ITEMS-PAID
           IF PRP-POSTED-DATE = WS-BUSINESS-DATE
               MOVE 'Y'                     TO PRP-POSTED-TONIGHT
               ADD 1                        TO WS-TONIGHT-COUNT
           ELSE
               MOVE 'N'                     TO PRP-POSTED-TONIGHT
           END-IF
           PERFORM 3900-WRITE-PORTAL-RECORD
           ADD 1                            TO WS-PAYMENT-COUNT
           ADD WS-GROUP-AMOUNT              TO WS-PAYMENT-TOTAL.

       3330-WRITE-STATEMENT.
           MOVE SPACES                      TO PORTAL-EXTRACT-RECORD
           MOVE 'STM'                       TO PRT-RECORD-TYPE
           MOVE CUST-ID OF CUST-IN-REC      TO PRT-CUST-ID
           MOVE WS-CUST-DIVISION            TO PRT-DIVISION
           MOVE WS-DTL-DATE (WS-DETAIL-SUB) TO PRS-STMT-DATE
           PERFORM 3900-WRITE-PORTAL-RECORD
           ADD 1                            TO WS-STMT-COUNT.

       3800-WRITE-TRAILER.
           MOVE SPACES                      TO PORTAL-TRAILER-RECORD
           MOVE 'TRL'                       TO PRTT-RECORD-TYPE
           MOVE WS-RECORD-COUNT             TO PRTT-RECORD-COUNT
           MOVE WS-ACCOUNT-COUNT            TO PRTT-ACCOUNT-COUNT
           MOVE WS-ITEM-COUNT               TO PRTT-ITEM-COUNT
           MOVE WS-PAYMENT-COUNT            TO PRTT-PAYMENT-COUNT
           MOVE WS-STMT-COUNT               TO PRTT-STMT-COUNT
           MOVE WS-BALANCE-TOTAL            TO PRTT-BALANCE-TOTAL
           MOVE WS-OPEN-TOTAL               TO PRTT-OPEN-TOTAL
           MOVE WS-PAYMENT-TOTAL            TO PRTT-PAYMENT-TOTAL
           MOVE '01'                        TO PRTT-DIV-CODE (1)
           MOVE WS-DIV-ACCOUNTS (1)         TO PRTT-DIV-ACCOUNTS (1)
           MOVE WS-DIV-BALANCE (1)          TO PRTT-DIV-BALANCE (1)
           MOVE '02'                        TO PRTT-DIV-CODE (2)
           MOVE WS-DIV-ACCOUNTS (2)         TO PRTT-DIV-ACCOUNTS (2)
           MOVE WS-DIV-BALANCE (2)          TO PRTT-DIV-BALANCE (2)
           WRITE PORTAL-EXTRACT-RECORD
           IF WS-PORTAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: PORTAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PORTAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    THE HEADER IS NOT COUNTED; EVERY RECORD AFTER IT IS
       3900-WRITE-PORTAL-RECORD.
           WRITE PORTAL-EXTRACT-RECORD
           IF WS-PORTAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: PORTAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PORTAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT PRT-HEADER
               ADD 1                        TO WS-RECORD-COUNT
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PORTAL-FILE
           MOVE ZERO                        TO RETURN-CODE

           DISPLAY '============================================='
           DISPLAY 'PORTEXT - CUSTOMER PORTAL EXTRACT SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'AS OF:                  ' WS-BUSINESS-DATE
           DISPLAY 'CUSTOMERS ON EXTRACT:   ' WS-CUSTOMERS-READ
           DISPLAY '  NOT ACTIVE (LEFT OFF):' WS-NOT-ACTIVE-COUNT
           DISPLAY '  SUPPRESSED (LEFT OFF):' WS-SUPPRESSED-COUNT
           DISPLAY 'ACCOUNTS SENT:          ' WS-ACCOUNT-COUNT
           DISPLAY '  DIVISION 01:          ' WS-DIV-ACCOUNTS (1)
           DISPLAY '  DIVISION 02:          ' WS-DIV-ACCOUNTS (2)
           DISPLAY 'OPEN ITEMS SENT:        ' WS-ITEM-COUNT
           DISPLAY 'PAYMENTS SENT:          ' WS-PAYMENT-COUNT
           DISPLAY '  POSTED TONIGHT:       ' WS-TONIGHT-COUNT
           DISPLAY 'STATEMENTS INDEXED:     ' WS-STMT-COUNT
           DISPLAY 'DETAIL LINES NOT SENT:  ' WS-DETAIL-NOT-SENT
           MOVE WS-BALANCE-TOTAL            TO WS-AMT-DISPLAY
           DISPLAY 'TOTAL BALANCE:          ' WS-AMT-DISPLAY
           MOVE WS-OPEN-TOTAL               TO WS-AMT-DISPLAY
           DISPLAY 'TOTAL OPEN ITEMS:       ' WS-AMT-DISPLAY
           MOVE WS-PAYMENT-TOTAL            TO WS-AMT-DISPLAY
           DISPLAY 'TOTAL PAYMENTS:         ' WS-AMT-DISPLAY
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
               DISPLAY 'PORTEXT: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'PORTEXT' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-CUSTOMERS-READ TO RL-RECORDS-IN
               MOVE WS-ACCOUNT-COUNT TO RL-RECORDS-OUT
               MOVE ZERO TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'PORTEXT: RUN LOG WRITE FAILED, FS='
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
           DISPLAY '*** PORTEXT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
