      *                                                                *
      * INPUTS:       PAYMENT RECEIPTS FILE   (PAYMIN)                *
      *               CUSTOMER MASTER         (CUSTMIN, INDEXED)      *
      *               EXCHANGE RATE MASTER    (FXRATE - OPTIONAL)     *
      * OUTPUTS:      UPDATED CUSTOMER MASTER (CUSTMIN, IN PLACE)     *
      *               A/R OPEN-ITEM LEDGER    (OPENITEM, IN PLACE) -  *
      *               EACH APPLIED RECEIPT RELIEVES THE CUSTOMER'S    *
      *               AUDIT TRAIL             (AUDITOUT, EXTENDED)    *
      *               ERROR FILE              (ERROROUT, EXTENDED)    *
      *               DEPOSIT REGISTER REPORT (PAYREGOUT)             *
      *               DEPOSIT EXTRACT         (DEPXOUT, EXTENDED) -   *
      *               ONE RECORD PER DEPOSIT BATCH AND PER APPLIED    *
      *               REVERSAL, FOR BANKRECN'S BANK RECONCILIATION    *
      *               APPLICATION HISTORY     (APPLHIST, EXTENDED) -  *
      *               ONE RECORD PER RECEIPT-TO-ITEM APPLICATION, FOR *
      *               "WHAT DID THIS CHECK PAY" AND FOR PAYBEHAV'S    *
      *               DAYS-TO-PAY ANALYSIS, AND ONE 'V' RECORD PER    *
      *               SLICE A REVERSAL PUTS BACK ON ITS ITEM          *
      *               REALIZED FX GAIN/LOSS   (FXREAL, EXTENDED) -    *
      *               ONE RECORD PER APPLICATION FOR A CUSTOMER       *
      *               BILLED IN A FOREIGN CURRENCY: THE AMOUNT VALUED *
      *               AT THE ITEM'S BOOKING-DATE RATE AND AT THE      *
      *               PAYMENT-DATE RATE, AND THE DIFFERENCE, WHICH    *
      *               GLEXTRAC POSTS TO THE FX GAIN/LOSS ACCOUNTS;    *
      *               A SLICE PUT BACK BY A REVERSAL WRITES THE SAME  *
      *               VALUATION WITH THE GAIN/LOSS NEGATED            *
      *               COMMISSION PENDING ON COLLECTION (COMMPEND, IN  *
      *               PLACE) - CASH APPLIED TO A SALE ITEM EARNS THE  *
      *               SAME SHARE OF THE COMMISSION COMMCALC BOOKED    *
      *               PENDING ON ITS INVOICE; THE RECEIPT THAT CLOSES *
      *               THE ITEM EARNS WHATEVER IS LEFT, AND A          *
      *               REVERSED RECEIPT TAKES ITS SHARE BACK           *
      *                                                                *
      * THE DEPOSIT REGISTER BALANCES EVERY DEPOSIT BATCH: RECEIPTS   *
      * KEYED (READ) MUST EQUAL RECEIPTS APPLIED PLUS RECEIPTS        *
      *   PAYMREC  - PAYMENT RECEIPT RECORD (50 BYTES)                *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   DEPOSITX - BOOK-SIDE DEPOSIT EXTRACT RECORD (80 BYTES)      *
      *   APPLHIST - APPLICATION HISTORY RECORD (80 BYTES)            *
      *   FXRATE   - EXCHANGE RATE RECORD (30 BYTES)                  *
      *   FXREAL   - REALIZED FX GAIN/LOSS RECORD (120 BYTES)         *
      *   COMMPEND - COMMISSION PENDING ON COLLECTION (120 BYTES)     *
      *   AUDITREC - AUDIT TRAIL RECORD (160 BYTES)                   *
      *   ERRORREC - ERROR RECORD (150 BYTES)                         *
      *****************************************************************
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REGISTER-STATUS.

      *    MACHINE-READABLE SIDE OF THE DEPOSIT REGISTER - OPENED
      *    EXTEND SO EVERY RUN SINCE THE LAST BANK RECONCILIATION
      *    ACCUMULATES; BANKRECN RESETS IT ONCE IT HAS CARRIED
      *    ANYTHING UNMATCHED FORWARD.
           SELECT DEPOSIT-EXTRACT ASSIGN TO DEPXOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DEPX-STATUS.

      *    RECEIPT-TO-ITEM APPLICATION HISTORY - OPENED EXTEND AND
      *    NEVER RESET, ONE RECORD PER SLICE OF A RECEIPT APPLIED TO
      *    AN OPEN ITEM. ADJAPPLY APPENDS ITS CREDIT MEMOS TO THE
      *    SAME FILE. WHEN THE PAYMENT FILE CARRIES REVERSALS IT IS
      *    READ ONCE FIRST FOR THE SLICES THEY UNDO.
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

      *    EXCHANGE RATE MASTER - THE SAME FILE GLEXTRAC CONVERTS
      *    WITH. LOADED WHOLE AT STARTUP; A MISSING FILE LEAVES EVERY
      *    FOREIGN-CURRENCY APPLICATION UNPRICED.
           SELECT FX-FILE         ASSIGN TO FXRATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FX-STATUS.

      *    REALIZED FX GAIN/LOSS - OPENED EXTEND AND NEVER RESET LIKE
      *    THE APPLICATION HISTORY, ONE RECORD PER APPLICATION FOR A
      *    CUSTOMER BILLED IN A CURRENCY OTHER THAN USD. GLEXTRAC
      *    POSTS THE RECORDS STAMPED WITH ITS BUSINESS DATE.
           SELECT FXREAL-FILE     ASSIGN TO FXREAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FXREAL-STATUS.

      *    PERSISTENT DEPOSIT BATCH REGISTRY - ONE RECORD PER POSTED
      *    PAY-DEPOSIT-NO/DATE, THE SAME DOUBLE-PROCESSING GUARD THE
      *    FEED REGISTRY GIVES FEEDCONS. A BATCH ALREADY ON THE
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    COMMISSION PENDING ON COLLECTION - KEYED ON INVOICE AND
      *    SALESPERSON, SO EVERY REP'S SHARE OF A RELIEVED SALE ITEM
      *    IS FOUND BY STARTING AT THE ITEM'S OI-REFERENCE.
           SELECT PEND-FILE       ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPN-KEY
                  FILE STATUS  IS WS-PEND-STATUS.

      *****************************************************************
      *    BUSINESS DATE CONTROL - THE MAINTAINED DATE THE NIGHT'S
      *    WORK BELONGS TO. THE AUDIT ROWS' DATE PORTION MUST CARRY
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-LINE                PIC X(132).

       FD  DEPOSIT-EXTRACT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY DEPOSITX.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  FX-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY FXRATE.

       FD  FXREAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY FXREAL.

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01  REGISTRY-RECORD.
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  PEND-FILE
           RECORDING MODE IS F.
           COPY COMMPEND.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-REGISTRY-STATUS       PIC XX VALUE SPACES.
           05  WS-DEPX-STATUS           PIC XX VALUE SPACES.
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.
           05  WS-FXREAL-STATUS         PIC XX VALUE SPACES.
           05  WS-PEND-STATUS           PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-PAYMENT-EOF-SW        PIC X VALUE 'N'.
               88  TRAILER-SEEN                 VALUE 'Y'.
           05  WS-DUPRCPT-FOUND-SW      PIC X VALUE 'N'.
               88  DUP-RECEIPT-FOUND            VALUE 'Y'.
           05  WS-PEND-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  PEND-SCAN-EOF                VALUE 'Y'.

      *---------------------------------------------------------------*
      * BATCH CONTROL VERIFICATION FIELDS - THE PRE-PASS READS THE     *
               10  WS-ITEM-DATE-TBL     PIC X(10) VALUE SPACES.
               10  WS-ITEM-OPEN-TBL     PIC S9(8)V99 VALUE ZERO.
               10  WS-ITEM-CHANGED-TBL  PIC X(1)  VALUE 'N'.
      *        SOURCE, INVOICE AND ORIGINAL AMOUNT - FOR EARNING THE
      *        COMMISSION PENDING ON A SALE ITEM'S INVOICE
               10  WS-ITEM-SOURCE-TBL   PIC X(1)  VALUE SPACES.
               10  WS-ITEM-REF-TBL      PIC X(10) VALUE SPACES.
               10  WS-ITEM-ORIG-TBL     PIC 9(8)V99 VALUE ZERO.

       01  WS-ITEM-TABLE-FIELDS.
           05  WS-ITEM-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-APPLY-THIS-ITEM       PIC S9(9)V99 VALUE ZERO.
           05  WS-OLDEST-DATE           PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * COMMISSION EARNED ON COLLECTION - EACH SLICE OF CASH APPLIED   *
      * TO A SALE ITEM EARNS THE SAME SHARE OF EVERY COMMPEND RECORD   *
      * ON THE ITEM'S INVOICE (COMMISSION X SLICE / ITEM ORIGINAL),    *
      * AND THE SLICE THAT CLOSES THE ITEM EARNS WHAT IS STILL         *
      * PENDING, SO THE PENNIES LOST TO ROUNDING COME BACK AT THE END  *
      *---------------------------------------------------------------*
       01  WS-PEND-FIELDS.
           05  WS-PEND-INVOICE          PIC X(10) VALUE SPACES.
           05  WS-PEND-STILL            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-SLICE            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-EARNED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PEND-EARNED-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  WS-PEND-CLAWBACK-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PEND-CLAWBACK-TOTAL   PIC S9(9)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * REVERSED RECEIPTS - THE PRE-PASS NOTES THE CUSTOMER AND        *
      * DEPOSIT NUMBER OF EVERY 'V' REVERSAL IN THE FILE, AND BEFORE   *
      * APPLHIST IS OPENED EXTEND THE APPLICATION HISTORY IS READ ONCE *
      * FOR THE 'P' SLICES THOSE RECEIPTS WERE APPLIED AS, LESS THE    *
      * 'V' SLICES AN EARLIER REVERSAL ALREADY PUT BACK. A REVERSAL    *
      * PUTS EACH SLICE BACK ON THE ITEM IT PAID, OLDEST SLICE FIRST,  *
      * AND TAKES BACK THE COMMISSION THE SLICE EARNED; ONLY WHAT NO   *
      * SLICE ACCOUNTS FOR BECOMES A NEW NSF-REVRSL ITEM.              *
      *---------------------------------------------------------------*
       01  WS-REVERSAL-FIELDS.
           05  WS-APPLHIST-EOF-SW       PIC X VALUE 'N'.
               88  APPLHIST-EOF                 VALUE 'Y'.
           05  WS-REV-KEY-FOUND-SW      PIC X VALUE 'N'.
               88  REV-KEY-FOUND                VALUE 'Y'.
           05  WS-REV-ITEM-FOUND-SW     PIC X VALUE 'N'.
               88  REV-ITEM-FOUND               VALUE 'Y'.
           05  WS-REV-KEY-MAX           PIC 9(05) VALUE 500.
           05  WS-REV-KEY-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-REV-SLICE-MAX         PIC 9(05) VALUE 5000.
           05  WS-REV-SLICE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-REV-REMAINING         PIC S9(9)V99 VALUE ZERO.
           05  WS-REV-THIS-SLICE        PIC S9(9)V99 VALUE ZERO.
           05  WS-REV-PRIOR-LEFT        PIC S9(9)V99 VALUE ZERO.
           05  WS-REV-ROOM              PIC S9(9)V99 VALUE ZERO.
           05  WS-REV-POSTED-DATE       PIC X(10) VALUE SPACES.
           05  WS-REV-ITEMS-REOPENED    PIC 9(7) VALUE ZERO.
           05  WS-REV-REOPENED-AMOUNT   PIC S9(11)V99 VALUE ZERO.

       01  WS-REV-KEY-TABLE.
           05  WS-REV-KEY-ENTRY OCCURS 500 TIMES
                                INDEXED BY WS-RKY-IDX.
               10  WS-RKY-CUST-TBL      PIC 9(06) VALUE ZERO.
               10  WS-RKY-DEPOSIT-TBL   PIC 9(06) VALUE ZERO.

       01  WS-REV-SLICE-TABLE.
           05  WS-REV-SLICE-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-RSL-IDX.
               10  WS-RSL-CUST-TBL      PIC 9(06) VALUE ZERO.
               10  WS-RSL-DEPOSIT-TBL   PIC 9(06) VALUE ZERO.
               10  WS-RSL-ITEM-SEQ-TBL  PIC 9(08) VALUE ZERO.
               10  WS-RSL-CHECK-TBL     PIC X(10) VALUE SPACES.
               10  WS-RSL-ITEM-DATE-TBL PIC X(10) VALUE SPACES.
               10  WS-RSL-PAID-DATE-TBL PIC X(10) VALUE SPACES.
               10  WS-RSL-LEFT-TBL      PIC S9(8)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * EXCHANGE RATES AND REALIZED FX TOTALS - EACH APPLICATION FOR   *
      * A FOREIGN-CURRENCY CUSTOMER IS VALUED AT THE RATE IN FORCE ON  *
      * THE ITEM DATE AND ON THE PAYMENT DATE, THE SAME LATEST-ROW-    *
      * NOT-AFTER-THE-DATE LOOKUP GLEXTRAC USES. UNLIKE GLEXTRAC, A    *
      * MISSING RATE DOES NOT FALL BACK TO 1.000000 HERE - A GAIN      *
      * WORKED OUT AGAINST A MADE-UP RATE WOULD POST TO THE LEDGER -   *
      * SO THE APPLICATION IS WRITTEN UNPRICED AND COUNTED INSTEAD.    *
      *---------------------------------------------------------------*
       01  WS-FX-FIELDS.
           05  WS-FX-STATUS             PIC XX VALUE SPACES.
           05  WS-FX-EOF-SW             PIC X VALUE 'N'.
               88  FX-EOF                       VALUE 'Y'.
           05  WS-FX-FOUND-SW           PIC X VALUE 'N'.
               88  FX-RATE-FOUND                VALUE 'Y'.
           05  WS-FX-TABLE-MAX          PIC 9(05) VALUE 200.
           05  WS-FX-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-FX-AS-OF-DATE         PIC X(10) VALUE SPACES.
           05  WS-CHOSEN-FX-EFF-DATE    PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-CURRENCY       PIC X(3)  VALUE SPACES.
           05  WS-FX-RATE               PIC 9(3)V9(6) VALUE ZERO.
           05  WS-FX-APPLICATIONS       PIC 9(7) VALUE ZERO.
           05  WS-FX-UNPRICED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-FX-GAIN-TOTAL         PIC S9(11)V99 VALUE ZERO.
           05  WS-FX-LOSS-TOTAL         PIC S9(11)V99 VALUE ZERO.

       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-FX-IDX.
               10  WS-FX-CURR-TBL       PIC X(3)  VALUE SPACES.
               10  WS-FX-EFF-DATE-TBL   PIC X(10) VALUE SPACES.
               10  WS-FX-RATE-TBL       PIC 9(3)V9(6) VALUE ZERO.

      *---------------------------------------------------------------*
      * DEPOSIT BATCH REGISTER TABLE - ONE ENTRY PER DISTINCT         *
      * PAY-DEPOSIT-NO SEEN, FOUND-OR-ADDED AS RECEIPTS ARE READ,     *
               10  WS-DEP-APPL-AMT-TBL  PIC S9(11)V99 VALUE ZERO.
               10  WS-DEP-REJ-CNT-TBL   PIC 9(07) VALUE ZERO.
               10  WS-DEP-REJ-AMT-TBL   PIC S9(11)V99 VALUE ZERO.
      *        RECEIPTS ONLY (REVERSALS LEFT OUT) - WHAT WENT TO THE
      *        BANK ON THE SLIP, FOR THE DEPOSIT EXTRACT
               10  WS-DEP-RCPT-CNT-TBL  PIC 9(07) VALUE ZERO.
               10  WS-DEP-RCPT-AMT-TBL  PIC S9(11)V99 VALUE ZERO.

       01  WS-DEPOSIT-TABLE-FIELDS.
           05  WS-DEPOSIT-TABLE-MAX     PIC 9(05) VALUE 500.
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND DEPOSIT-EXTRACT
           IF WS-DEPX-STATUS NOT = '00'
          AND WS-DEPX-STATUS NOT = '05'
               MOVE 'OPEN FAILED: DEPOSIT-EXTRACT FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DEPX-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND FXREAL-FILE
           IF WS-FXREAL-STATUS NOT = '00'
          AND WS-FXREAL-STATUS NOT = '05'
               MOVE 'OPEN FAILED: FXREAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FXREAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1600-LOAD-FX-TABLE

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY DUNNING
      *    BOOTSTRAPS ITS OWN STATE FILE
           OPEN I-O OPENITEM-FILE
           END-IF
           PERFORM 1060-LOAD-OPEN-ITEMS

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN - NO PLAN PAYING ON
      *    COLLECTION YET JUST MEANS NO RECEIPT FINDS ANYTHING PENDING
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PEND-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, LIKE THE OPEN-ITEM
      *    LEDGER ABOVE
           OPEN I-O REGISTRY-FILE
           END-IF

           PERFORM 1300-VERIFY-BATCH-CONTROLS

      *    THE SLICES TONIGHT'S REVERSALS UNDO ARE READ BEFORE THE
      *    HISTORY IS OPENED FOR APPENDING
           IF WS-REV-KEY-COUNT > ZERO
               PERFORM 1400-LOAD-REVERSED-SLICES
           END-IF
           OPEN EXTEND APPLHIST-FILE
           IF WS-APPLHIST-STATUS NOT = '00'
          AND WS-APPLHIST-STATUS NOT = '05'
               MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1100-READ-PAYMENT.

      *---------------------------------------------------------------*
               IF WS-DEP-DATE-TBL (WS-DEP-IDX) = SPACES
                   MOVE PAY-DATE TO WS-DEP-DATE-TBL (WS-DEP-IDX)
               END-IF
               IF PAY-TYPE-REVERSAL
                   PERFORM 1360-NOTE-REVERSAL-KEY
               END-IF
           END-IF

           PERFORM 1320-READ-VERIFY-RECORD.
           END-IF
           SET WS-DEP-PRINT-SUB UP BY 1.

      *---------------------------------------------------------------*
      * NOTE THE CUSTOMER AND DEPOSIT NUMBER OF A 'V' REVERSAL - A     *
      * REVERSAL CARRIES THE DEPOSIT NUMBER OF THE RECEIPT IT UNDOES   *
      *---------------------------------------------------------------*
       1360-NOTE-REVERSAL-KEY.
           IF WS-REV-KEY-COUNT >= WS-REV-KEY-MAX
               MOVE 'REVERSAL KEY TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-REV-KEY-COUNT
           SET WS-RKY-IDX                   TO WS-REV-KEY-COUNT
           MOVE PAY-CUST-ID        TO WS-RKY-CUST-TBL (WS-RKY-IDX)
           MOVE PAY-DEPOSIT-NO     TO WS-RKY-DEPOSIT-TBL (WS-RKY-IDX).

      *---------------------------------------------------------------*
      * ONE PASS OF THE APPLICATION HISTORY FOR THE RECEIPT SLICES OF  *
      * EVERY CUSTOMER AND DEPOSIT NOTED ABOVE, IN FILE (POSTING)      *
      * ORDER. A 'V' SLICE FOR ONE OF THEM IS AN EARLIER REVERSAL OF   *
      * THE SAME RECEIPT AND COMES OFF THE SLICE IT PUT BACK, SO A     *
      * RECEIPT IS NEVER UNDONE TWICE. NO HISTORY YET (STATUS 35)      *
      * JUST MEANS NOTHING TO UNDO.                                    *
      *---------------------------------------------------------------*
       1400-LOAD-REVERSED-SLICES.
           OPEN INPUT APPLHIST-FILE
           IF WS-APPLHIST-STATUS = '35'
               MOVE 'Y'                     TO WS-APPLHIST-EOF-SW
           ELSE
               IF WS-APPLHIST-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-APPLHIST-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1420-READ-APPLHIST
               PERFORM 1410-CHECK-ONE-APPLICATION UNTIL APPLHIST-EOF
               CLOSE APPLHIST-FILE
           END-IF.

       1410-CHECK-ONE-APPLICATION.
           IF APH-FROM-RECEIPT OR APH-RECEIPT-REVERSAL
               MOVE 'N'                     TO WS-REV-KEY-FOUND-SW
               SET WS-RKY-IDX               TO 1
               PERFORM 1415-SEARCH-REV-KEY-TABLE
                   UNTIL WS-RKY-IDX > WS-REV-KEY-COUNT
                      OR REV-KEY-FOUND
               IF REV-KEY-FOUND
                   IF APH-FROM-RECEIPT
                       PERFORM 1430-ADD-REVERSED-SLICE
                   ELSE
                       PERFORM 1440-NET-PRIOR-REVERSAL
                   END-IF
               END-IF
           END-IF
           PERFORM 1420-READ-APPLHIST.

       1415-SEARCH-REV-KEY-TABLE.
           IF WS-RKY-CUST-TBL (WS-RKY-IDX) = APH-CUST-ID
          AND WS-RKY-DEPOSIT-TBL (WS-RKY-IDX) = APH-DEPOSIT-NO
               MOVE 'Y'                     TO WS-REV-KEY-FOUND-SW
           ELSE
               SET WS-RKY-IDX UP BY 1
           END-IF.

       1420-READ-APPLHIST.
           READ APPLHIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-APPLHIST-EOF-SW
           END-READ
           IF NOT APPLHIST-EOF AND WS-APPLHIST-STATUS NOT = '00'
               MOVE 'READ ERROR: APPLHIST-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1430-ADD-REVERSED-SLICE.
           IF WS-REV-SLICE-COUNT >= WS-REV-SLICE-MAX
               MOVE 'REVERSED SLICE TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:45)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-REV-SLICE-COUNT
           SET WS-RSL-IDX                   TO WS-REV-SLICE-COUNT
           MOVE APH-CUST-ID      TO WS-RSL-CUST-TBL (WS-RSL-IDX)
           MOVE APH-DEPOSIT-NO   TO WS-RSL-DEPOSIT-TBL (WS-RSL-IDX)
           MOVE APH-ITEM-SEQ     TO WS-RSL-ITEM-SEQ-TBL (WS-RSL-IDX)
           MOVE APH-REFERENCE    TO WS-RSL-CHECK-TBL (WS-RSL-IDX)
           MOVE APH-ITEM-DATE    TO WS-RSL-ITEM-DATE-TBL (WS-RSL-IDX)
           MOVE APH-APPLIED-DATE TO WS-RSL-PAID-DATE-TBL (WS-RSL-IDX)
           MOVE APH-AMOUNT       TO WS-RSL-LEFT-TBL (WS-RSL-IDX).

      *---------------------------------------------------------------*
      * TAKE AN EARLIER REVERSAL'S 'V' SLICE OFF THE RECEIPT SLICES    *
      * ALREADY LOADED FOR THE SAME CUSTOMER, DEPOSIT, CHECK AND ITEM. *
      * THE 'P' SLICE ALWAYS PRECEDES ITS REVERSAL ON THE FILE.        *
      *---------------------------------------------------------------*
       1440-NET-PRIOR-REVERSAL.
           MOVE APH-AMOUNT                  TO WS-REV-PRIOR-LEFT
           SET WS-RSL-IDX                   TO 1
           PERFORM 1445-NET-ONE-SLICE
               UNTIL WS-RSL-IDX > WS-REV-SLICE-COUNT
                  OR WS-REV-PRIOR-LEFT NOT > ZERO.

       1445-NET-ONE-SLICE.
           IF WS-RSL-CUST-TBL (WS-RSL-IDX) = APH-CUST-ID
          AND WS-RSL-DEPOSIT-TBL (WS-RSL-IDX) = APH-DEPOSIT-NO
          AND WS-RSL-ITEM-SEQ-TBL (WS-RSL-IDX) = APH-ITEM-SEQ
          AND WS-RSL-CHECK-TBL (WS-RSL-IDX) = APH-REFERENCE
          AND WS-RSL-LEFT-TBL (WS-RSL-IDX) > ZERO
               IF WS-RSL-LEFT-TBL (WS-RSL-IDX) < WS-REV-PRIOR-LEFT
                   SUBTRACT WS-RSL-LEFT-TBL (WS-RSL-IDX)
                                            FROM WS-REV-PRIOR-LEFT
                   MOVE ZERO        TO WS-RSL-LEFT-TBL (WS-RSL-IDX)
               ELSE
                   SUBTRACT WS-REV-PRIOR-LEFT
                                 FROM WS-RSL-LEFT-TBL (WS-RSL-IDX)
                   MOVE ZERO                TO WS-REV-PRIOR-LEFT
               END-IF
           END-IF
           SET WS-RSL-IDX UP BY 1.

      *---------------------------------------------------------------*
      * LOAD EVERY STILL-OPEN LEDGER ITEM INTO WS-ITEM-TABLE - A       *
      * SEQUENTIAL SCAN BY KEY, THE SAME WAY CUSTUPD SCANS ITS        *
               MOVE OI-ITEM-DATE   TO WS-ITEM-DATE-TBL (WS-ITEM-IDX)
               MOVE OI-OPEN-AMOUNT TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
               MOVE 'N'          TO WS-ITEM-CHANGED-TBL (WS-ITEM-IDX)
               MOVE OI-SOURCE      TO WS-ITEM-SOURCE-TBL (WS-ITEM-IDX)
               MOVE OI-REFERENCE   TO WS-ITEM-REF-TBL (WS-ITEM-IDX)
               MOVE OI-ORIG-AMOUNT TO WS-ITEM-ORIG-TBL (WS-ITEM-IDX)
           END-IF
           PERFORM 1070-READ-ITEM-NEXT.

      *---------------------------------------------------------------*
      * LOAD THE EXCHANGE RATE MASTER. STATUS 35 LEAVES THE TABLE      *
      * EMPTY AND EVERY FOREIGN-CURRENCY APPLICATION UNPRICED.         *
      *---------------------------------------------------------------*
       1600-LOAD-FX-TABLE.
           OPEN INPUT FX-FILE
           IF WS-FX-STATUS = '00'
               PERFORM 1650-READ-FX-RECORD
               PERFORM 1620-ADD-FX-TO-TABLE UNTIL FX-EOF
               CLOSE FX-FILE
           ELSE
               IF WS-FX-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: FX-FILE         FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-FX-STATUS        TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1620-ADD-FX-TO-TABLE.
           IF WS-FX-TABLE-COUNT < WS-FX-TABLE-MAX
               ADD 1                        TO WS-FX-TABLE-COUNT
               SET WS-FX-IDX                TO WS-FX-TABLE-COUNT
               MOVE FX-CURRENCY     TO WS-FX-CURR-TBL (WS-FX-IDX)
               MOVE FX-EFFECTIVE-DATE
                                    TO WS-FX-EFF-DATE-TBL (WS-FX-IDX)
               MOVE FX-RATE-TO-USD  TO WS-FX-RATE-TBL (WS-FX-IDX)
           END-IF
           PERFORM 1650-READ-FX-RECORD.

       1650-READ-FX-RECORD.
           READ FX-FILE
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
           END-READ
           IF NOT FX-EOF AND WS-FX-STATUS NOT = '00'
               MOVE 'READ FAILED: FX-FILE         FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FX-STATUS            TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * READ ONE PAYMENT RECEIPT                                       *
      *---------------------------------------------------------------*
               ELSE
                   ADD PAY-AMOUNT           TO WS-AMOUNT-READ
                   ADD PAY-AMOUNT TO WS-DEP-READ-AMT-TBL (WS-DEP-IDX)
                   ADD 1          TO WS-DEP-RCPT-CNT-TBL (WS-DEP-IDX)
                   ADD PAY-AMOUNT TO WS-DEP-RCPT-AMT-TBL (WS-DEP-IDX)
               END-IF
           END-IF

      *---------------------------------------------------------------*
      *    A REVERSAL RUNS THE SAME POSTING PATH IN THE OTHER
      *    DIRECTION: THE BOUNCED AMOUNT GOES BACK ON THE BALANCE,
      *    THE SAME BEFORE/AFTER AUDIT RECORD IS WRITTEN, AND THE
      *    ITEMS THE RECEIPT PAID ARE REOPENED SO DUNNING AND FINCHG
      *    SEE THE RE-EXPOSED RECEIVABLE IN THE SAME CYCLE
       2200-POST-RECEIPT.
           MOVE WS-CUST-REC                 TO CUST-MASTER-REC
           IF PAY-TYPE-REVERSAL

           PERFORM 2300-AUDIT-PAYMENT
           IF PAY-TYPE-REVERSAL
               PERFORM 2340-REVERSE-APPLICATIONS
               PERFORM 2360-EXTRACT-REVERSAL
           ELSE
               PERFORM 2250-RELIEVE-OPEN-ITEMS
           END-IF.

      *---------------------------------------------------------------*
      * UNDO THE RECEIPT A REVERSAL BOUNCES - EACH APPLICATION SLICE   *
      * OF THE SAME CUSTOMER AND DEPOSIT NUMBER (AND CHECK NUMBER,     *
      * WHEN ONE IS KEYED) GOES BACK ON THE ITEM IT PAID, OLDEST SLICE *
      * FIRST, UNTIL THE REVERSED AMOUNT IS USED UP. WHATEVER NO SLICE *
      * ACCOUNTS FOR (A RECEIPT LEFT ON ACCOUNT, A HISTORY RECORD      *
      * WRITTEN BEFORE THE DEPOSIT NUMBER WAS CARRIED, AN ITEM SINCE   *
      * PURGED) IS REINSTATED AS A NEW NSF-REVRSL ITEM AS BEFORE. EACH *
      * SLICE PUT BACK IS RECORDED ON APPLHIST AS A 'V' SLICE, WITH    *
      * ITS REALIZED FX UNDONE ON FXREAL (2347).                       *
      *---------------------------------------------------------------*
       2340-REVERSE-APPLICATIONS.
           MOVE PAY-AMOUNT                  TO WS-REV-REMAINING
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO WS-REV-POSTED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO WS-REV-POSTED-DATE(1:4)
               MOVE '-'                     TO WS-REV-POSTED-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO WS-REV-POSTED-DATE(6:2)
               MOVE '-'                     TO WS-REV-POSTED-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO WS-REV-POSTED-DATE(9:2)
           END-IF

           SET WS-RSL-IDX                   TO 1
           PERFORM 2345-REVERSE-ONE-SLICE
               UNTIL WS-RSL-IDX > WS-REV-SLICE-COUNT
                  OR WS-REV-REMAINING NOT > ZERO

           IF WS-REV-REMAINING > ZERO
               PERFORM 2350-REINSTATE-OPEN-ITEM
           END-IF.

       2345-REVERSE-ONE-SLICE.
           IF WS-RSL-CUST-TBL (WS-RSL-IDX) = PAY-CUST-ID
          AND WS-RSL-DEPOSIT-TBL (WS-RSL-IDX) = PAY-DEPOSIT-NO
          AND WS-RSL-LEFT-TBL (WS-RSL-IDX) > ZERO
          AND (PAY-CHECK-NO = SPACES
               OR WS-RSL-CHECK-TBL (WS-RSL-IDX) = PAY-CHECK-NO)
               IF WS-RSL-LEFT-TBL (WS-RSL-IDX) < WS-REV-REMAINING
                   MOVE WS-RSL-LEFT-TBL (WS-RSL-IDX)
                                            TO WS-REV-THIS-SLICE
               ELSE
                   MOVE WS-REV-REMAINING    TO WS-REV-THIS-SLICE
               END-IF
               PERFORM 2370-REOPEN-APPLIED-ITEM
               IF REV-ITEM-FOUND
                   SUBTRACT WS-REV-THIS-SLICE
                       FROM WS-RSL-LEFT-TBL (WS-RSL-IDX)
                   SUBTRACT WS-REV-THIS-SLICE FROM WS-REV-REMAINING
                   ADD 1                    TO WS-REV-ITEMS-REOPENED
                   ADD WS-REV-THIS-SLICE    TO WS-REV-REOPENED-AMOUNT
                   PERFORM 2347-WRITE-REVERSAL-SLICE
                   IF WS-ITEM-SOURCE-TBL (WS-OLDEST-IDX) = 'S'
                       PERFORM 2380-CLAW-BACK-COMMISSION
                   END-IF
               END-IF
           END-IF
           SET WS-RSL-IDX UP BY 1.

      *---------------------------------------------------------------*
      * RECORD THE SLICE JUST PUT BACK ON APPLHIST AS A 'V' SLICE -    *
      * THE REVERSED SLICE'S ITEM, CHECK AND RECEIPT DATE, POSTED      *
      * TONIGHT - AND, FOR A FOREIGN-CURRENCY ACCOUNT, TAKE BACK THE   *
      * FX THE SLICE REALIZED                                          *
      *---------------------------------------------------------------*
       2347-WRITE-REVERSAL-SLICE.
           MOVE SPACES                  TO APPLICATION-HISTORY-RECORD
           MOVE 'V'                         TO APH-SOURCE
           MOVE PAY-CUST-ID                 TO APH-CUST-ID
           MOVE WS-RSL-ITEM-SEQ-TBL (WS-RSL-IDX) TO APH-ITEM-SEQ
           MOVE WS-RSL-ITEM-DATE-TBL (WS-RSL-IDX) TO APH-ITEM-DATE
           MOVE WS-RSL-PAID-DATE-TBL (WS-RSL-IDX) TO APH-APPLIED-DATE
           MOVE WS-REV-POSTED-DATE          TO APH-POSTED-DATE
           MOVE WS-REV-THIS-SLICE           TO APH-AMOUNT
           MOVE PAY-DEPOSIT-NO              TO APH-DEPOSIT-NO
           MOVE PAY-METHOD                  TO APH-METHOD
           MOVE WS-RSL-CHECK-TBL (WS-RSL-IDX) TO APH-REFERENCE
           WRITE APPLICATION-HISTORY-RECORD
           IF WS-APPLHIST-STATUS NOT = '00'
               MOVE 'WRITE ERROR: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF CUST-CURRENCY-CODE OF WS-CUST-REC NOT = 'USD'
          AND CUST-CURRENCY-CODE OF WS-CUST-REC NOT = SPACES
               PERFORM 2348-REVERSE-FX-REALIZED
           END-IF.

      *---------------------------------------------------------------*
      * UNDO THE FX THE REVERSED SLICE REALIZED - THE SAME TWO RATES   *
      * 2295 VALUED IT AT (ITEM DATE AND ORIGINAL RECEIPT DATE), WITH  *
      * THE GAIN/LOSS NEGATED. RUNS RIGHT AFTER 2347, SO THE APPLHIST  *
      * RECORD ALREADY CARRIES THE DATES.                              *
      *---------------------------------------------------------------*
       2348-REVERSE-FX-REALIZED.
           MOVE SPACES                      TO FX-REALIZED-RECORD
           SET FXR-REVERSAL                 TO TRUE
           MOVE APH-POSTED-DATE             TO FXR-POSTED-DATE
           MOVE WS-BUSDATE-CYCLE            TO FXR-POSTED-CYCLE
           MOVE PAY-CUST-ID                 TO FXR-CUST-ID
           MOVE CUST-DIVISION OF WS-CUST-REC TO FXR-DIVISION
           MOVE CUST-CURRENCY-CODE OF WS-CUST-REC
                                            TO FXR-CURRENCY
           MOVE APH-ITEM-SEQ                TO FXR-ITEM-SEQ
           MOVE APH-ITEM-DATE               TO FXR-ITEM-DATE
           MOVE APH-APPLIED-DATE            TO FXR-PAY-DATE
           MOVE PAY-DEPOSIT-NO              TO FXR-DEPOSIT-NO
           MOVE WS-REV-THIS-SLICE           TO FXR-NATIVE-AMOUNT
           MOVE ZERO                        TO FXR-BOOK-USD
                                               FXR-PAY-USD
                                               FXR-GAIN-LOSS
           MOVE FXR-CURRENCY                TO WS-LOOKUP-CURRENCY

           MOVE FXR-ITEM-DATE               TO WS-FX-AS-OF-DATE
           PERFORM 2296-FIND-FX-RATE
           MOVE WS-FX-RATE                  TO FXR-BOOK-RATE
           IF NOT FX-RATE-FOUND
               SET FXR-UNPRICED             TO TRUE
           END-IF

           MOVE FXR-PAY-DATE                TO WS-FX-AS-OF-DATE
           PERFORM 2296-FIND-FX-RATE
           MOVE WS-FX-RATE                  TO FXR-PAY-RATE
           IF NOT FX-RATE-FOUND
               SET FXR-UNPRICED             TO TRUE
           END-IF

           IF FXR-UNPRICED
               ADD 1                        TO WS-FX-UNPRICED-COUNT
           ELSE
               COMPUTE FXR-BOOK-USD ROUNDED =
                       FXR-NATIVE-AMOUNT * FXR-BOOK-RATE
               COMPUTE FXR-PAY-USD ROUNDED =
                       FXR-NATIVE-AMOUNT * FXR-PAY-RATE
               COMPUTE FXR-GAIN-LOSS = FXR-BOOK-USD - FXR-PAY-USD
               IF FXR-GAIN-LOSS > ZERO
                   ADD FXR-GAIN-LOSS        TO WS-FX-GAIN-TOTAL
               ELSE
                   SUBTRACT FXR-GAIN-LOSS   FROM WS-FX-LOSS-TOTAL
               END-IF
           END-IF

           WRITE FX-REALIZED-RECORD
           IF WS-FXREAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: FXREAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FXREAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * PUT ONE SLICE BACK ON THE ITEM IT PAID. AN ITEM STILL OPEN IS  *
      * ALREADY IN WS-ITEM-TABLE; A CLOSED ONE IS READ FROM THE LEDGER *
      * AND ADDED, KEEPING ITS OWN DATE, INVOICE AND ORIGINAL AMOUNT - *
      * THE RECEIVABLE IS THE ORIGINAL SALE, NEVER PAID. THE OPEN      *
      * AMOUNT NEVER GOES BACK ABOVE THE ORIGINAL. 3100 REWRITES IT.   *
      * LEAVES WS-OLDEST-IDX ON THE ITEM FOR THE COMMISSION CLAW-BACK. *
      *---------------------------------------------------------------*
       2370-REOPEN-APPLIED-ITEM.
           MOVE 'N'                         TO WS-REV-ITEM-FOUND-SW
           SET WS-ITEM-IDX                  TO 1
           PERFORM 2375-SEARCH-ITEM-SEQ
               UNTIL WS-ITEM-IDX > WS-ITEM-TABLE-COUNT
                  OR REV-ITEM-FOUND

           IF NOT REV-ITEM-FOUND
               MOVE WS-RSL-ITEM-SEQ-TBL (WS-RSL-IDX) TO OI-ITEM-SEQ
               READ OPENITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-CUST-ID = PAY-CUST-ID
                           MOVE 'Y'         TO WS-REV-ITEM-FOUND-SW
                       END-IF
               END-READ
               IF WS-OPENITEM-STATUS NOT = '00'
              AND WS-OPENITEM-STATUS NOT = '23'
                   MOVE 'READ ERROR: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OPENITEM-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               IF REV-ITEM-FOUND
                   IF WS-ITEM-TABLE-COUNT >= WS-ITEM-TABLE-MAX
                       MOVE 'OPEN ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-ITEM-TABLE-COUNT
                   SET WS-ITEM-IDX          TO WS-ITEM-TABLE-COUNT
                   MOVE OI-ITEM-SEQ    TO WS-ITEM-SEQ-TBL (WS-ITEM-IDX)
                   MOVE OI-CUST-ID     TO WS-ITEM-CUST-TBL (WS-ITEM-IDX)
                   MOVE OI-ITEM-DATE   TO WS-ITEM-DATE-TBL (WS-ITEM-IDX)
                   MOVE OI-OPEN-AMOUNT TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
                   MOVE 'N'        TO WS-ITEM-CHANGED-TBL (WS-ITEM-IDX)
                   MOVE OI-SOURCE    TO WS-ITEM-SOURCE-TBL (WS-ITEM-IDX)
                   MOVE OI-REFERENCE TO WS-ITEM-REF-TBL (WS-ITEM-IDX)
                   MOVE OI-ORIG-AMOUNT
                                     TO WS-ITEM-ORIG-TBL (WS-ITEM-IDX)
               END-IF
           END-IF

           IF REV-ITEM-FOUND
               SET WS-OLDEST-IDX            TO WS-ITEM-IDX
               COMPUTE WS-REV-ROOM = WS-ITEM-ORIG-TBL (WS-OLDEST-IDX)
                                   - WS-ITEM-OPEN-TBL (WS-OLDEST-IDX)
               IF WS-REV-ROOM < WS-REV-THIS-SLICE
                   MOVE WS-REV-ROOM         TO WS-REV-THIS-SLICE
               END-IF
               IF WS-REV-THIS-SLICE > ZERO
                   ADD WS-REV-THIS-SLICE
                       TO WS-ITEM-OPEN-TBL (WS-OLDEST-IDX)
                   MOVE 'Y' TO WS-ITEM-CHANGED-TBL (WS-OLDEST-IDX)
               ELSE
                   MOVE 'N'                 TO WS-REV-ITEM-FOUND-SW
               END-IF
           END-IF.

       2375-SEARCH-ITEM-SEQ.
           IF WS-ITEM-SEQ-TBL (WS-ITEM-IDX)
                                = WS-RSL-ITEM-SEQ-TBL (WS-RSL-IDX)
               MOVE 'Y'                     TO WS-REV-ITEM-FOUND-SW
           ELSE
               SET WS-ITEM-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * TAKE BACK THE COMMISSION THE REOPENED SLICE EARNED - THE SAME  *
      * SHARE 2520 EARNS (COMMISSION X SLICE / ITEM ORIGINAL), NEVER   *
      * MORE THAN HAS BEEN EARNED. IT GOES BACK TO PENDING FOR THE     *
      * NEXT RECEIPT ON THE ITEM TO EARN AGAIN, AND THE NEGATIVE       *
      * UNPOSTED AMOUNT IS WHAT COMMDISB CLAWS OFF THE BALANCE DUE.    *
      *---------------------------------------------------------------*
       2380-CLAW-BACK-COMMISSION.
           MOVE WS-ITEM-REF-TBL (WS-OLDEST-IDX) TO WS-PEND-INVOICE
           MOVE WS-PEND-INVOICE             TO CPN-INVOICE-NO
           MOVE ZERO                        TO CPN-SALESPERSON-ID
           MOVE 'N'                         TO WS-PEND-SCAN-EOF-SW
           START PEND-FILE KEY NOT < CPN-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-PEND-SCAN-EOF-SW
           END-START

           IF NOT PEND-SCAN-EOF
               PERFORM 2510-READ-PENDING-NEXT
               PERFORM 2390-CLAW-BACK-ONE-PENDING UNTIL PEND-SCAN-EOF
           END-IF.

       2390-CLAW-BACK-ONE-PENDING.
           IF CPN-EARNED > ZERO
               IF WS-ITEM-ORIG-TBL (WS-OLDEST-IDX) = ZERO
                   MOVE CPN-EARNED          TO WS-PEND-SLICE
               ELSE
                   COMPUTE WS-PEND-SLICE ROUNDED =
                           CPN-COMMISSION * WS-REV-THIS-SLICE
                           / WS-ITEM-ORIG-TBL (WS-OLDEST-IDX)
                   IF WS-PEND-SLICE > CPN-EARNED
                       MOVE CPN-EARNED      TO WS-PEND-SLICE
                   END-IF
               END-IF
               IF WS-PEND-SLICE > ZERO
                   SUBTRACT WS-PEND-SLICE   FROM CPN-EARNED
                   SUBTRACT WS-PEND-SLICE   FROM CPN-EARNED-UNPOSTED
                   MOVE 'P'                 TO CPN-STATUS
                   MOVE WS-REV-POSTED-DATE  TO CPN-LAST-ACTIVITY-DATE
                   REWRITE COMM-PENDING-RECORD
                   IF WS-PEND-STATUS NOT = '00'
                       MOVE 'REWRITE ERROR: PEND-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-PEND-STATUS  TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-PEND-CLAWBACK-COUNT
                   ADD WS-PEND-SLICE        TO WS-PEND-CLAWBACK-TOTAL
               END-IF
           END-IF
           PERFORM 2510-READ-PENDING-NEXT.

      *---------------------------------------------------------------*
      * REINSTATE THE PART OF THE REVERSED AMOUNT NO APPLICATION SLICE *
      * ACCOUNTS FOR AS A NEW OPEN ITEM, DATED THE REVERSAL DATE, SO   *
      * THE RE-EXPOSED RECEIVABLE IS CARRIED FORWARD FOR DUNNING,      *
      * FINCHG, AND THE AGING                                          *
      *---------------------------------------------------------------*
       2350-REINSTATE-OPEN-ITEM.
           ADD 1                            TO WS-ITEM-SEQUENCE-NO
           MOVE PAY-DATE                    TO OI-ITEM-DATE
           MOVE 'S'                         TO OI-SOURCE
           MOVE 'NSF-REVRSL'                TO OI-REFERENCE
           MOVE WS-REV-REMAINING            TO OI-ORIG-AMOUNT
           MOVE WS-REV-REMAINING            TO OI-OPEN-AMOUNT
           MOVE 'O'                         TO OI-STATUS
           MOVE SPACES                      TO OI-LAST-APPLIED-DATE

           MOVE OI-CUST-ID       TO WS-ITEM-CUST-TBL (WS-ITEM-IDX)
           MOVE OI-ITEM-DATE     TO WS-ITEM-DATE-TBL (WS-ITEM-IDX)
           MOVE OI-OPEN-AMOUNT   TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
           MOVE 'N'              TO WS-ITEM-CHANGED-TBL (WS-ITEM-IDX)
           MOVE OI-SOURCE        TO WS-ITEM-SOURCE-TBL (WS-ITEM-IDX)
           MOVE OI-REFERENCE     TO WS-ITEM-REF-TBL (WS-ITEM-IDX)
           MOVE OI-ORIG-AMOUNT   TO WS-ITEM-ORIG-TBL (WS-ITEM-IDX).

      *---------------------------------------------------------------*
      * AN APPLIED REVERSAL IS THE BOOK SIDE OF THE BANK'S RETURNED    *
      * ITEM - ONE EXTRACT RECORD FOR BANKRECN TO MATCH IT AGAINST     *
      *---------------------------------------------------------------*
       2360-EXTRACT-REVERSAL.
           MOVE SPACES                      TO DEPOSIT-EXTRACT-RECORD
           MOVE 'V'                         TO DPX-REC-TYPE
           MOVE PAY-DEPOSIT-NO              TO DPX-DEPOSIT-NO
           MOVE PAY-DATE                    TO DPX-DEPOSIT-DATE
           MOVE PAY-AMOUNT                  TO DPX-AMOUNT
           MOVE 1                           TO DPX-ITEM-COUNT
           MOVE PAY-CUST-ID                 TO DPX-CUST-ID
           PERFORM 3260-WRITE-EXTRACT-RECORD.

      *---------------------------------------------------------------*
      * RELIEVE THE CUSTOMER'S OPEN ITEMS WITH THE APPLIED RECEIPT,    *
                   FROM WS-ITEM-OPEN-TBL (WS-OLDEST-IDX)
               SUBTRACT WS-APPLY-THIS-ITEM  FROM WS-APPLY-REMAINING
               MOVE 'Y' TO WS-ITEM-CHANGED-TBL (WS-OLDEST-IDX)
               PERFORM 2290-WRITE-APPLICATION
               IF WS-ITEM-SOURCE-TBL (WS-OLDEST-IDX) = 'S'
                   PERFORM 2500-EARN-PENDING-COMMISSION
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * EARN THE COMMISSION PENDING ON THE INVOICE OF THE SALE ITEM AT *
      * WS-OLDEST-IDX FOR THE SLICE JUST APPLIED - EVERY REP'S RECORD  *
      * ON THE INVOICE, STARTING AT SALESPERSON ZERO. RUNS RIGHT AFTER *
      * 2290, SO APH-POSTED-DATE CARRIES THE BUSINESS DATE.            *
      *---------------------------------------------------------------*
       2500-EARN-PENDING-COMMISSION.
           MOVE WS-ITEM-REF-TBL (WS-OLDEST-IDX) TO WS-PEND-INVOICE
           MOVE WS-PEND-INVOICE             TO CPN-INVOICE-NO
           MOVE ZERO                        TO CPN-SALESPERSON-ID
           MOVE 'N'                         TO WS-PEND-SCAN-EOF-SW
           START PEND-FILE KEY NOT < CPN-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-PEND-SCAN-EOF-SW
           END-START

           IF NOT PEND-SCAN-EOF
               PERFORM 2510-READ-PENDING-NEXT
               PERFORM 2520-EARN-ONE-PENDING UNTIL PEND-SCAN-EOF
           END-IF.

       2510-READ-PENDING-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-PEND-SCAN-EOF-SW
           END-READ
           IF WS-PEND-STATUS NOT = '00'
          AND WS-PEND-STATUS NOT = '10'
               MOVE 'READ ERROR: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT PEND-SCAN-EOF
          AND CPN-INVOICE-NO NOT = WS-PEND-INVOICE
               MOVE 'Y'                     TO WS-PEND-SCAN-EOF-SW
           END-IF.

       2520-EARN-ONE-PENDING.
           COMPUTE WS-PEND-STILL = CPN-COMMISSION - CPN-EARNED
                                 - CPN-FORFEITED
           IF WS-PEND-STILL > ZERO
               IF WS-ITEM-OPEN-TBL (WS-OLDEST-IDX) = ZERO
                  OR WS-ITEM-ORIG-TBL (WS-OLDEST-IDX) = ZERO
                   MOVE WS-PEND-STILL       TO WS-PEND-SLICE
               ELSE
                   COMPUTE WS-PEND-SLICE ROUNDED =
                           CPN-COMMISSION * WS-APPLY-THIS-ITEM
                           / WS-ITEM-ORIG-TBL (WS-OLDEST-IDX)
                   IF WS-PEND-SLICE > WS-PEND-STILL
                       MOVE WS-PEND-STILL   TO WS-PEND-SLICE
                   END-IF
               END-IF
               IF WS-PEND-SLICE > ZERO
                   ADD WS-PEND-SLICE        TO CPN-EARNED
                   ADD WS-PEND-SLICE        TO CPN-EARNED-UNPOSTED
                   IF WS-PEND-SLICE = WS-PEND-STILL
                       MOVE 'S'             TO CPN-STATUS
                   END-IF
                   MOVE APH-POSTED-DATE     TO CPN-LAST-ACTIVITY-DATE
                   REWRITE COMM-PENDING-RECORD
                   IF WS-PEND-STATUS NOT = '00'
                       MOVE 'REWRITE ERROR: PEND-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-PEND-STATUS  TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-PEND-EARNED-COUNT
                   ADD WS-PEND-SLICE        TO WS-PEND-EARNED-TOTAL
               END-IF
           END-IF
           PERFORM 2510-READ-PENDING-NEXT.

      *---------------------------------------------------------------*
      * RECORD THE SLICE OF THE RECEIPT JUST APPLIED TO THE ITEM AT    *
      * WS-OLDEST-IDX ON THE APPLICATION HISTORY                       *
      *---------------------------------------------------------------*
       2290-WRITE-APPLICATION.
           MOVE SPACES                  TO APPLICATION-HISTORY-RECORD
           MOVE 'P'                         TO APH-SOURCE
           MOVE PAY-CUST-ID                 TO APH-CUST-ID
           MOVE WS-ITEM-SEQ-TBL (WS-OLDEST-IDX) TO APH-ITEM-SEQ
           MOVE WS-ITEM-DATE-TBL (WS-OLDEST-IDX) TO APH-ITEM-DATE
           MOVE PAY-DATE                    TO APH-APPLIED-DATE
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO APH-POSTED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO APH-POSTED-DATE(1:4)
               MOVE '-'                     TO APH-POSTED-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO APH-POSTED-DATE(6:2)
               MOVE '-'                     TO APH-POSTED-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO APH-POSTED-DATE(9:2)
           END-IF
           MOVE WS-APPLY-THIS-ITEM          TO APH-AMOUNT
           MOVE PAY-DEPOSIT-NO              TO APH-DEPOSIT-NO
           MOVE PAY-METHOD                  TO APH-METHOD
           MOVE PAY-CHECK-NO                TO APH-REFERENCE
           WRITE APPLICATION-HISTORY-RECORD
           IF WS-APPLHIST-STATUS NOT = '00'
               MOVE 'WRITE ERROR: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF CUST-CURRENCY-CODE OF WS-CUST-REC NOT = 'USD'
          AND CUST-CURRENCY-CODE OF WS-CUST-REC NOT = SPACES
               PERFORM 2295-WRITE-FX-REALIZED
           END-IF.

      *---------------------------------------------------------------*
      * VALUE THE SLICE JUST APPLIED AT THE ITEM'S BOOKING-DATE RATE   *
      * AND AT THE PAYMENT-DATE RATE AND RECORD THE DIFFERENCE AS THE  *
      * REALIZED GAIN (PAID-DATE VALUE ABOVE BOOKED VALUE) OR LOSS.    *
      * RUNS RIGHT AFTER 2290, SO THE APPLHIST RECORD ALREADY CARRIES  *
      * THE POSTED DATE.                                               *
      *---------------------------------------------------------------*
       2295-WRITE-FX-REALIZED.
           MOVE SPACES                      TO FX-REALIZED-RECORD
           MOVE APH-POSTED-DATE             TO FXR-POSTED-DATE
           MOVE WS-BUSDATE-CYCLE            TO FXR-POSTED-CYCLE
           MOVE PAY-CUST-ID                 TO FXR-CUST-ID
           MOVE CUST-DIVISION OF WS-CUST-REC TO FXR-DIVISION
           MOVE CUST-CURRENCY-CODE OF WS-CUST-REC
                                            TO FXR-CURRENCY
           MOVE APH-ITEM-SEQ                TO FXR-ITEM-SEQ
           MOVE APH-ITEM-DATE               TO FXR-ITEM-DATE
           MOVE PAY-DATE                    TO FXR-PAY-DATE
           MOVE PAY-DEPOSIT-NO              TO FXR-DEPOSIT-NO
           MOVE WS-APPLY-THIS-ITEM          TO FXR-NATIVE-AMOUNT
           MOVE ZERO                        TO FXR-BOOK-USD
                                               FXR-PAY-USD
                                               FXR-GAIN-LOSS
           MOVE FXR-CURRENCY                TO WS-LOOKUP-CURRENCY
           ADD 1                            TO WS-FX-APPLICATIONS

           MOVE FXR-ITEM-DATE               TO WS-FX-AS-OF-DATE
           PERFORM 2296-FIND-FX-RATE
           MOVE WS-FX-RATE                  TO FXR-BOOK-RATE
           IF NOT FX-RATE-FOUND
               SET FXR-UNPRICED             TO TRUE
           END-IF

           MOVE FXR-PAY-DATE                TO WS-FX-AS-OF-DATE
           PERFORM 2296-FIND-FX-RATE
           MOVE WS-FX-RATE                  TO FXR-PAY-RATE
           IF NOT FX-RATE-FOUND
               SET FXR-UNPRICED             TO TRUE
           END-IF

           IF FXR-UNPRICED
               ADD 1                        TO WS-FX-UNPRICED-COUNT
           ELSE
               COMPUTE FXR-BOOK-USD ROUNDED =
                       FXR-NATIVE-AMOUNT * FXR-BOOK-RATE
               COMPUTE FXR-PAY-USD ROUNDED =
                       FXR-NATIVE-AMOUNT * FXR-PAY-RATE
               COMPUTE FXR-GAIN-LOSS = FXR-PAY-USD - FXR-BOOK-USD
               IF FXR-GAIN-LOSS > ZERO
                   ADD FXR-GAIN-LOSS        TO WS-FX-GAIN-TOTAL
               ELSE
                   SUBTRACT FXR-GAIN-LOSS   FROM WS-FX-LOSS-TOTAL
               END-IF
           END-IF

           WRITE FX-REALIZED-RECORD
           IF WS-FXREAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: FXREAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FXREAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * RATE IN FORCE FOR WS-LOOKUP-CURRENCY ON WS-FX-AS-OF-DATE - THE *
      * LATEST ROW NOT DATED AFTER IT. ZERO AND NOT FOUND WHEN THERE   *
      * IS NO SUCH ROW.                                                *
      *---------------------------------------------------------------*
       2296-FIND-FX-RATE.
           MOVE ZERO                        TO WS-FX-RATE
           MOVE 'N'                         TO WS-FX-FOUND-SW
           MOVE SPACES                      TO WS-CHOSEN-FX-EFF-DATE
           SET WS-FX-IDX                    TO 1
           PERFORM 2297-CHECK-ONE-FX-ROW
               UNTIL WS-FX-IDX > WS-FX-TABLE-COUNT.

       2297-CHECK-ONE-FX-ROW.
           IF WS-FX-CURR-TBL (WS-FX-IDX) = WS-LOOKUP-CURRENCY
          AND WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                  NOT > WS-FX-AS-OF-DATE
          AND WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                  > WS-CHOSEN-FX-EFF-DATE
               MOVE 'Y'                     TO WS-FX-FOUND-SW
               MOVE WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                                            TO WS-CHOSEN-FX-EFF-DATE
               MOVE WS-FX-RATE-TBL (WS-FX-IDX)
                                            TO WS-FX-RATE
           END-IF
           SET WS-FX-IDX UP BY 1.

      *---------------------------------------------------------------*
      * SCAN THE WHOLE TABLE FOR THE RECEIPT CUSTOMER'S OPEN ITEM      *
      * WITH THE EARLIEST ITEM DATE, LEAVING WS-OLDEST-IDX ON IT       *
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE
           CLOSE REGISTER-FILE
           CLOSE DEPOSIT-EXTRACT
           CLOSE APPLHIST-FILE
           CLOSE FXREAL-FILE
           CLOSE OPENITEM-FILE
           CLOSE PEND-FILE
           CLOSE REGISTRY-FILE.

      *---------------------------------------------------------------*
               MOVE WS-REGISTRY-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 3250-EXTRACT-DEPOSIT
           SET WS-DEP-PRINT-SUB UP BY 1.

      *---------------------------------------------------------------*
      * ONE DEPOSIT BATCH'S RECEIPTS ON THE DEPOSIT EXTRACT - THE      *
      * AMOUNT THE BANK SHOULD CREDIT FOR THE SLIP. A BATCH HOLDING    *
      * ONLY REVERSALS PUT NOTHING IN THE BANK AND WRITES NO RECORD.   *
      *---------------------------------------------------------------*
       3250-EXTRACT-DEPOSIT.
           IF WS-DEP-RCPT-CNT-TBL (WS-DEP-PRINT-SUB) > ZERO
               MOVE SPACES                  TO DEPOSIT-EXTRACT-RECORD
               MOVE 'D'                     TO DPX-REC-TYPE
               MOVE WS-DEP-NO-TBL (WS-DEP-PRINT-SUB)
                                            TO DPX-DEPOSIT-NO
               MOVE WS-DEP-DATE-TBL (WS-DEP-PRINT-SUB)
                                            TO DPX-DEPOSIT-DATE
               MOVE WS-DEP-RCPT-AMT-TBL (WS-DEP-PRINT-SUB)
                                            TO DPX-AMOUNT
               MOVE WS-DEP-RCPT-CNT-TBL (WS-DEP-PRINT-SUB)
                                            TO DPX-ITEM-COUNT
               MOVE ZERO                    TO DPX-CUST-ID
               PERFORM 3260-WRITE-EXTRACT-RECORD
           END-IF.

      *---------------------------------------------------------------*
      * STAMP THE POSTING DATE AND CYCLE AND WRITE ONE EXTRACT RECORD  *
      *---------------------------------------------------------------*
       3260-WRITE-EXTRACT-RECORD.
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO DPX-POSTED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO DPX-POSTED-DATE(1:4)
               MOVE '-'                     TO DPX-POSTED-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO DPX-POSTED-DATE(6:2)
               MOVE '-'                     TO DPX-POSTED-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO DPX-POSTED-DATE(9:2)
           END-IF
           MOVE WS-BUSDATE-CYCLE            TO DPX-POSTED-CYCLE
           WRITE DEPOSIT-EXTRACT-RECORD
           IF WS-DEPX-STATUS NOT = '00'
               MOVE 'WRITE ERROR: DEPOSIT-EXTRACT FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DEPX-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * REWRITE ONE RELIEVED ITEM BACK TO THE LEDGER - RANDOM READ BY  *
      * KEY, REFRESH THE OPEN AMOUNT AND STATUS, REWRITE IN PLACE      *
                                            TO OI-OPEN-AMOUNT
               IF OI-OPEN-AMOUNT = ZERO
                   MOVE 'C'                 TO OI-STATUS
               ELSE
                   MOVE 'O'                 TO OI-STATUS
               END-IF
               PERFORM 1050-SET-BUSINESS-DATE
               IF BUSDATE-FOUND
           END-IF
           PERFORM 9100-WRITE-REGISTER-LINE

      *    REALIZED FX - INFORMATIONAL LIKE THE REVERSALS SECTION; THE
      *    RECEIPTS ABOVE ARE IN THE CUSTOMER'S OWN CURRENCY, THESE
      *    FIGURES ARE USD
           IF WS-FX-APPLICATIONS > ZERO
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-FX-APPLICATIONS      TO WS-CNT-DISPLAY
               STRING 'FOREIGN-CURRENCY APPLICATIONS: ' WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-FX-GAIN-TOTAL        TO WS-AMT-DISPLAY
               STRING 'REALIZED FX GAIN (USD):        ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-FX-LOSS-TOTAL        TO WS-AMT-DISPLAY
               STRING 'REALIZED FX LOSS (USD):        ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
               IF WS-FX-UNPRICED-COUNT > ZERO
                   MOVE SPACES              TO WS-REPORT-LINE
                   MOVE WS-FX-UNPRICED-COUNT TO WS-CNT-DISPLAY
                   STRING '*** ' WS-CNT-DISPLAY
                          ' APPLICATIONS UNPRICED - NO FX RATE FOR THE'
                          ' ITEM OR PAYMENT DATE ***'
                          DELIMITED SIZE    INTO WS-REPORT-LINE
                   PERFORM 9100-WRITE-REGISTER-LINE
               END-IF
           END-IF

      *    COMMISSION EARNED ON COLLECTION, AND TAKEN BACK ON A
      *    REVERSED RECEIPT - INFORMATIONAL; COMMDISB POSTS BOTH TO
      *    THE PAYABLES LEDGER ON ITS NEXT POST RUN
           IF WS-PEND-EARNED-COUNT > ZERO
           OR WS-PEND-CLAWBACK-COUNT > ZERO
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF
           IF WS-PEND-EARNED-COUNT > ZERO
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-PEND-EARNED-COUNT    TO WS-CNT-DISPLAY
               MOVE WS-PEND-EARNED-TOTAL    TO WS-AMT-DISPLAY
               STRING 'COMMISSION EARNED: ' WS-CNT-DISPLAY
                      '  ' WS-AMT-DISPLAY
                      ' ON COLLECTION, FOR COMMDISB TO POST'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF
           IF WS-PEND-CLAWBACK-COUNT > ZERO
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-PEND-CLAWBACK-COUNT  TO WS-CNT-DISPLAY
               MOVE WS-PEND-CLAWBACK-TOTAL  TO WS-AMT-DISPLAY
               STRING 'COMMISSION CLAWED BACK: ' WS-CNT-DISPLAY
                      '  ' WS-AMT-DISPLAY
                      ' ON REVERSED RECEIPTS, FOR COMMDISB TO POST'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'CASHAPP - CASH APPLICATION RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'NSF/REVERSALS:     ' WS-REVERSALS-APPLIED
           DISPLAY 'LEFT ON ACCOUNT (NO OPEN ITEM): '
                   WS-AMOUNT-ON-ACCOUNT
           DISPLAY 'FOREIGN-CURRENCY APPLICATIONS: ' WS-FX-APPLICATIONS
           DISPLAY 'REALIZED FX GAIN (USD):  ' WS-FX-GAIN-TOTAL
           DISPLAY 'REALIZED FX LOSS (USD):  ' WS-FX-LOSS-TOTAL
           DISPLAY 'FX APPLICATIONS UNPRICED: ' WS-FX-UNPRICED-COUNT
           DISPLAY 'COMMISSION SLICES EARNED ON COLLECTION: '
                   WS-PEND-EARNED-COUNT
           DISPLAY 'COMMISSION EARNED ON COLLECTION: '
                   WS-PEND-EARNED-TOTAL
           DISPLAY 'REVERSED SLICES PUT BACK ON ITEMS: '
                   WS-REV-ITEMS-REOPENED
           DISPLAY 'AMOUNT PUT BACK ON ITEMS: ' WS-REV-REOPENED-AMOUNT
           DISPLAY 'COMMISSION SLICES CLAWED BACK: '
                   WS-PEND-CLAWBACK-COUNT
           DISPLAY 'COMMISSION CLAWED BACK: ' WS-PEND-CLAWBACK-TOTAL
           DISPLAY '============================================='.

       9060-PRINT-ONE-DUP-WARNING.
