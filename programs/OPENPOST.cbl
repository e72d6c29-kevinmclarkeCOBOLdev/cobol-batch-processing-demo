      *               FILE SALESRPT AND STMTGEN READ) AND MAINTAINS   *
      *               THE OPEN-ITEM LEDGER BEHIND THE BALANCE: EACH   *
      *               CLEAN SALE WITH AN SR-CUST-ID BECOMES AN OPEN   *
      *               ITEM FOR ITS SALE-PLUS-TAX AMOUNT (AND THE      *
      *               FREIGHT BILLED ON IT A SECOND ITEM OF ITS OWN,  *
      *               SOURCE 'F', SO THE STATEMENT SHOWS IT ON ITS    *
      *               OWN LINE), AND EACH CLEAN RETURN - FREIGHT      *
      *               CREDITED INCLUDED - IS NETTED AGAINST THE       *
      *               CUSTOMER'S OPEN ITEMS. A RETURN WHOSE CREDIT    *
      *               NOTE THE INVOICE REGISTER TRACES TO THE SALE IT *
      *               CAME BACK AGAINST COMES OFF THAT INVOICE'S OWN  *
      *               ITEMS FIRST; WHAT IS LEFT (OR AN UNTRACED       *
      *               RETURN) COMES OFF THE OLDEST OPEN ITEMS, THE    *
      *               SAME OLDEST-FIRST ORDER CASHAPP USES WHEN IT    *
      *               RELIEVES ITEMS WITH CASH RECEIPTS.              *
      *                                                                *
      * INPUTS:       VALIDATED SALES DETAIL  (SALESIN)               *
      *               INVOICE REGISTER        (INVREG, OPTIONAL) -    *
      *               THE ORIGINAL INVOICE OF EACH CREDIT NOTE        *
      * OUTPUTS:      OPEN-ITEM LEDGER        (OPENITEM, INDEXED,     *
      *               EXTENDED/REWRITTEN IN PLACE)                    *
      *               APPLICATION HISTORY     (APPLHIST, EXTENDED) -  *
      *               AN 'R' SLICE FOR EVERY AMOUNT A RETURN NETS     *
      *               OFF AN ITEM                                     *
      *               COMMISSION PENDING ON COLLECTION (COMMPEND, IN  *
      *               PLACE) - A RETURN TRACED TO ITS ORIGINAL        *
      *               INVOICE SETTLES EVERY REP'S RECORD ON THAT      *
      *               INVOICE, ONE PER SPLIT SHARE. THE PART NETTED   *
      *               AGAINST THE INVOICE'S SALE ITEM FORFEITS THE    *
      *               SAME SHARE OF WHAT IS STILL PENDING; NO CASH    *
      *               WAS COLLECTED. WHAT IS LEFT OF THE RETURNED     *
      *               GOODS' SHARE (COMMISSION X RETURNED / ITEM      *
      *               ORIGINAL) IS TAKEN BACK OUT OF WHAT CASHAPP HAS *
      *               ALREADY EARNED, AS A NEGATIVE UNPOSTED EARNING  *
      *               COMMDISB NETS OFF THE BALANCE DUE. A SALE PAID  *
      *               ON BOOKING HAS NO PENDING RECORD - COMMCALC     *
      *               CLAWS THAT COMMISSION BACK INSTEAD.             *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   SALESREC - SALES TRANSACTION RECORD (120 BYTES)             *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   COMMPEND - COMMISSION PENDING ON COLLECTION (120 BYTES)     *
      *   INVREG   - INVOICE REGISTER RECORD (160 BYTES)              *
      *   APPLHIST - RECEIPT-TO-ITEM APPLICATION HISTORY (80 BYTES)   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENPOST.
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    COMMISSION PENDING ON COLLECTION - KEYED ON INVOICE AND
      *    SALESPERSON, THE SAME FILE CASHAPP EARNS IT ON
           SELECT PEND-FILE       ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPN-KEY
                  FILE STATUS  IS WS-PEND-STATUS.

      *    INVOICE REGISTER - READ BY A RETURN'S CREDIT NOTE FOR THE
      *    INVOICE IT CAME BACK AGAINST. MISSING MEANS NO RETURN CAN
      *    BE TRACED AND EVERY RETURN NETS OLDEST-FIRST.
           SELECT REGISTER-FILE   ASSIGN TO INVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS INV-DOC-SEQ
                  FILE STATUS  IS WS-REGISTER-STATUS.

      *    A RETURN'S SLICES LAND IN THE APPLICATION HISTORY BESIDE
      *    CASHAPP'S RECEIPTS AND ADJAPPLY'S MEMOS, SO AN ITEM'S WHOLE
      *    RELIEF CAN BE TRACED
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  PEND-FILE
           RECORDING MODE IS F.
           COPY COMMPEND.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
           COPY INVREG.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY APPLHIST.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           05  WS-SALES-STATUS          PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-PEND-STATUS           PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SALES-EOF-SW          PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-OLDEST-FOUND-SW       PIC X VALUE 'N'.
               88  OLDEST-ITEM-FOUND            VALUE 'Y'.
           05  WS-PEND-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  PEND-SCAN-EOF                VALUE 'Y'.
           05  WS-PEND-CHANGED-SW       PIC X VALUE 'N'.
               88  PEND-RECORD-CHANGED          VALUE 'Y'.
           05  WS-ORIG-ITEM-SW          PIC X VALUE 'N'.
               88  ORIG-ITEM-IN-TABLE           VALUE 'Y'.
           05  WS-REGISTER-OPEN-SW      PIC X VALUE 'N'.
               88  REGISTER-AVAILABLE           VALUE 'Y'.
      *    'Y' WHILE A TRACED RETURN IS NETTING AGAINST ITS OWN
      *    INVOICE'S ITEMS, BEFORE ANY REMAINDER GOES OLDEST-FIRST
           05  WS-ORIG-PASS-SW          PIC X VALUE 'N'.
               88  NETTING-ORIGINAL-INVOICE     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SALES-READ            PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-CREATED         PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-APPLIED       PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-UNMATCHED     PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-TRACED        PIC 9(7) VALUE ZERO.
           05  WS-RETURN-SLICES         PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-NO-CUST       PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-ITEM-IDX
                                        WS-OLDEST-IDX
                                        WS-ORIG-IDX.
               10  WS-ITEM-SEQ-TBL      PIC 9(08) VALUE ZERO.
               10  WS-ITEM-CUST-TBL     PIC 9(06) VALUE ZERO.
               10  WS-ITEM-DATE-TBL     PIC X(10) VALUE SPACES.
               10  WS-ITEM-OPEN-TBL     PIC S9(8)V99 VALUE ZERO.
               10  WS-ITEM-CHANGED-TBL  PIC X(1)  VALUE 'N'.
               10  WS-ITEM-SOURCE-TBL   PIC X(1)  VALUE SPACES.
               10  WS-ITEM-REF-TBL      PIC X(10) VALUE SPACES.
               10  WS-ITEM-ORIG-TBL     PIC 9(8)V99 VALUE ZERO.

       01  WS-ITEM-TABLE-FIELDS.
           05  WS-ITEM-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-APPLY-REMAINING       PIC S9(9)V99 VALUE ZERO.
           05  WS-APPLY-THIS-ITEM       PIC S9(9)V99 VALUE ZERO.
           05  WS-ITEM-GROSS-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05  WS-ITEM-FREIGHT-AMOUNT   PIC S9(9)V99 VALUE ZERO.
           05  WS-OLDEST-DATE           PIC X(10) VALUE SPACES.
      *    THE INVOICE A RETURN CAME BACK AGAINST, FROM ITS CREDIT
      *    NOTE ON THE REGISTER - SPACES WHEN IT COULD NOT BE TRACED
           05  WS-RETURN-ORIG-INVOICE   PIC X(10) VALUE SPACES.
      *    THE RETURN'S GOODS (SALE PLUS TAX, NO FREIGHT), HOW MUCH OF
      *    IT NETTED AGAINST THE ORIGINAL INVOICE'S SALE ITEM, AND
      *    WHAT THAT ITEM WAS OPENED AT
           05  WS-RETURN-GOODS          PIC S9(9)V99 VALUE ZERO.
           05  WS-RETURN-ON-ORIG        PIC S9(9)V99 VALUE ZERO.
           05  WS-ORIG-ITEM-AMOUNT      PIC S9(9)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * COMMISSION SETTLED BY A TRACED RETURN, ON EVERY REP'S COMMPEND *
      * RECORD FOR THE ORIGINAL INVOICE. WHAT NETTED AGAINST THE SALE  *
      * ITEM FORFEITS COMMISSION X NETTED / ITEM ORIGINAL (ALL THAT IS *
      * STILL PENDING ONCE THE ITEM IS CLOSED) - THE SAME ARITHMETIC   *
      * CASHAPP EARNS IT WITH. THE REST OF THE RETURN'S SHARE,         *
      * COMMISSION X RETURNED GOODS / ITEM ORIGINAL, IS CLAWED BACK    *
      * OUT OF WHAT IS ALREADY EARNED, AS CASHAPP DOES FOR A REVERSED  *
      * RECEIPT.                                                       *
      *---------------------------------------------------------------*
       01  WS-PEND-FIELDS.
           05  WS-PEND-INVOICE          PIC X(10) VALUE SPACES.
           05  WS-PEND-STILL            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-SLICE            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-SHARE            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-CLAW             PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-RELIEF-DATE      PIC X(10) VALUE SPACES.
           05  WS-PEND-FORFEIT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-PEND-FORFEIT-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05  WS-PEND-CLAWBACK-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-PEND-CLAWBACK-TOTAL   PIC S9(9)V99 VALUE ZERO.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

           END-IF

           PERFORM 1200-SCAN-OPEN-ITEMS

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, LIKE THE LEDGER ABOVE
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

           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '35'
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: REGISTER-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 'Y'                     TO WS-REGISTER-OPEN-SW
           END-IF

      *    THE FIRST RELIEF EVER RECORDED CREATES THE HISTORY
           OPEN EXTEND APPLHIST-FILE
           IF WS-APPLHIST-STATUS = '35'
               OPEN OUTPUT APPLHIST-FILE
           END-IF
           IF WS-APPLHIST-STATUS NOT = '00'
          AND WS-APPLHIST-STATUS NOT = '05'
               MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO WS-PEND-RELIEF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO WS-PEND-RELIEF-DATE(1:4)
               MOVE '-'                     TO WS-PEND-RELIEF-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO WS-PEND-RELIEF-DATE(6:2)
               MOVE '-'                     TO WS-PEND-RELIEF-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO WS-PEND-RELIEF-DATE(9:2)
           END-IF

           PERFORM 1100-READ-SALES.

      *---------------------------------------------------------------*
           MOVE OI-CUST-ID       TO WS-ITEM-CUST-TBL (WS-ITEM-IDX)
           MOVE OI-ITEM-DATE     TO WS-ITEM-DATE-TBL (WS-ITEM-IDX)
           MOVE OI-OPEN-AMOUNT   TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
           MOVE 'N'              TO WS-ITEM-CHANGED-TBL (WS-ITEM-IDX)
           MOVE OI-SOURCE        TO WS-ITEM-SOURCE-TBL (WS-ITEM-IDX)
           MOVE OI-REFERENCE     TO WS-ITEM-REF-TBL (WS-ITEM-IDX)
           MOVE OI-ORIG-AMOUNT   TO WS-ITEM-ORIG-TBL (WS-ITEM-IDX).

       1250-READ-ITEM-NEXT.
           READ OPENITEM-FILE NEXT RECORD

      *---------------------------------------------------------------*
      * POST ONE CLEAN RECORD INTO THE LEDGER. THE RECEIVABLE AMOUNT   *
      * IS SALE PLUS TAX, WITH ANY FREIGHT BILLED AS A SEPARATE ITEM - *
      * TOGETHER THE FULL AMOUNT THE CUSTOMER OWES FOR THE LINE. A     *
      * RETURN NETS ALL THREE OFF OLDEST-FIRST. A RECORD WITH NO       *
      * SR-CUST-ID (PRE-CONVERSION HISTORY RE-FED THROUGH THE CHAIN)   *
      * HAS NO ACCOUNT TO POST TO AND IS COUNTED, NOT FAILED - DATAVAL *
      * ALREADY REJECTS A MISSING ACCOUNT ON LIVE INPUT.               *
      *---------------------------------------------------------------*
       2000-PROCESS-SALES.
           IF SR-CUST-ID OF SALES-RECORD = ZERO
               ADD 1                        TO WS-SKIPPED-NO-CUST
           ELSE
               COMPUTE WS-ITEM-GROSS-AMOUNT =
                       SR-SALE-AMOUNT OF SALES-RECORD
                     + SR-TAX-AMOUNT OF SALES-RECORD
               MOVE ZERO                    TO WS-ITEM-FREIGHT-AMOUNT
               IF SR-FREIGHT-AMOUNT OF SALES-RECORD NUMERIC
                   MOVE SR-FREIGHT-AMOUNT OF SALES-RECORD
                                            TO WS-ITEM-FREIGHT-AMOUNT
               END-IF
               IF SR-TRANS-RETURN OF SALES-RECORD
                   ADD WS-ITEM-FREIGHT-AMOUNT
                                            TO WS-ITEM-GROSS-AMOUNT
                   PERFORM 2200-APPLY-RETURN
               ELSE
                   PERFORM 2100-CREATE-OPEN-ITEM
      *---------------------------------------------------------------*
      * WRITE ONE NEW OPEN ITEM FOR A CLEAN SALE AND MIRROR IT INTO    *
      * THE IN-MEMORY TABLE SO A LATER RETURN IN THIS SAME FEED CAN    *
      * NET AGAINST IT. FREIGHT BILLED ON THE SALE FOLLOWS AS A SECOND *
      * ITEM WITH THE SAME DATE AND REFERENCE.                         *
      *---------------------------------------------------------------*
       2100-CREATE-OPEN-ITEM.
           MOVE 'S'                         TO OI-SOURCE
           PERFORM 2110-WRITE-NEW-ITEM

           IF WS-ITEM-FREIGHT-AMOUNT > ZERO
               MOVE WS-ITEM-FREIGHT-AMOUNT  TO WS-ITEM-GROSS-AMOUNT
               MOVE 'F'                     TO OI-SOURCE
               PERFORM 2110-WRITE-NEW-ITEM
           END-IF.

       2110-WRITE-NEW-ITEM.
           ADD 1                            TO WS-ITEM-SEQUENCE-NO
           MOVE WS-ITEM-SEQUENCE-NO         TO OI-ITEM-SEQ
           MOVE SR-CUST-ID OF SALES-RECORD  TO OI-CUST-ID
           MOVE SR-SALE-DATE OF SALES-RECORD
                                            TO OI-ITEM-DATE
      *    THE REFERENCE IS THE INVOICE NUMBER THE CUSTOMER WAS SENT;
      *    A RECORD THAT PREDATES INVOICING FALLS BACK TO THE PRODUCT
           IF SR-INVOICE-NO OF SALES-RECORD NOT = SPACES
               MOVE SR-INVOICE-NO OF SALES-RECORD
                                            TO OI-REFERENCE
           ELSE
               MOVE SR-PRODUCT-CODE OF SALES-RECORD
                                            TO OI-REFERENCE
           END-IF
           MOVE WS-ITEM-GROSS-AMOUNT        TO OI-ORIG-AMOUNT
           MOVE WS-ITEM-GROSS-AMOUNT        TO OI-OPEN-AMOUNT
           MOVE 'O'                         TO OI-STATUS
           PERFORM 1230-ADD-ITEM-TO-TABLE.

      *---------------------------------------------------------------*
      * NET ONE CLEAN RETURN AGAINST THE CUSTOMER'S OPEN ITEMS. A      *
      * RETURN TRACED TO ITS ORIGINAL INVOICE COMES OFF THAT INVOICE'S *
      * OWN ITEMS FIRST; THE REST GOES OLDEST ITEM DATE FIRST. A       *
      * REMAINDER LARGER THAN THE ITEMS ON FILE IS COUNTED AS          *
      * UNMATCHED FOR THE RUN SUMMARY - THE LUMP BALANCE STILL CARRIES *
      * IT, THE LEDGER JUST CANNOT SAY WHICH SALE IT CAME OFF.         *
      *---------------------------------------------------------------*
       2200-APPLY-RETURN.
           MOVE WS-ITEM-GROSS-AMOUNT        TO WS-APPLY-REMAINING
           ADD WS-ITEM-GROSS-AMOUNT         TO WS-AMOUNT-RETURNED
           ADD 1                            TO WS-RETURNS-APPLIED

           PERFORM 2250-TRACE-RETURN-ORIGINAL
           MOVE ZERO                        TO WS-RETURN-ON-ORIG
           IF WS-RETURN-ORIG-INVOICE NOT = SPACES
               ADD 1                        TO WS-RETURNS-TRACED
               MOVE 'Y'                     TO WS-ORIG-PASS-SW
               MOVE 'Y'                     TO WS-OLDEST-FOUND-SW
               PERFORM 2300-APPLY-TO-OLDEST-ITEM
                   UNTIL WS-APPLY-REMAINING NOT > ZERO
                      OR NOT OLDEST-ITEM-FOUND
           END-IF

           MOVE 'N'                         TO WS-ORIG-PASS-SW
           MOVE 'Y'                         TO WS-OLDEST-FOUND-SW
           PERFORM 2300-APPLY-TO-OLDEST-ITEM
               UNTIL WS-APPLY-REMAINING NOT > ZERO
                  OR NOT OLDEST-ITEM-FOUND

           IF WS-RETURN-ORIG-INVOICE NOT = SPACES
               PERFORM 2400-SETTLE-PENDING-COMMISSION
           END-IF

           IF WS-APPLY-REMAINING > ZERO
               ADD 1                        TO WS-RETURNS-UNMATCHED
               ADD WS-APPLY-REMAINING       TO WS-AMOUNT-UNMATCHED
           END-IF.

      *---------------------------------------------------------------*
      * FIND THE INVOICE A RETURN CAME BACK AGAINST - ITS CREDIT NOTE  *
      * IS KEYED ON THE REGISTER BY THE DIGITS OF ITS NUMBER, AND      *
      * CARRIES THE ORIGINAL INVOICE DATAVAL TRACED IT TO. LEFT SPACES *
      * WHEN THE REGISTER IS MISSING OR THE SALE WAS NOT TRACED.       *
      *---------------------------------------------------------------*
       2250-TRACE-RETURN-ORIGINAL.
           MOVE SPACES                      TO WS-RETURN-ORIG-INVOICE
           IF REGISTER-AVAILABLE
              AND SR-INVOICE-NO OF SALES-RECORD (1:2) = 'CN'
              AND SR-INVOICE-NO OF SALES-RECORD (3:8) IS NUMERIC
               MOVE SR-INVOICE-NO OF SALES-RECORD (3:8)
                                            TO INV-DOC-SEQ
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-DOC-NO = SR-INVOICE-NO OF SALES-RECORD
                           MOVE INV-ORIG-INVOICE-NO
                                            TO WS-RETURN-ORIG-INVOICE
                       END-IF
               END-READ
               IF WS-REGISTER-STATUS NOT = '00'
              AND WS-REGISTER-STATUS NOT = '23'
                   MOVE 'READ ERROR: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FIND THE CUSTOMER'S OLDEST STILL-OPEN ITEM AND TAKE AS MUCH    *
      * OF THE REMAINING AMOUNT OUT OF IT AS IT CAN COVER. ONLY WHAT   *
      * NETS AGAINST THE SALE ITEM OF THE RETURN'S OWN ORIGINAL        *
      * INVOICE FORFEITS COMMISSION - ANOTHER SALE'S REP DID NOT MAKE  *
      * THE RETURN.                                                    *
      *---------------------------------------------------------------*
       2300-APPLY-TO-OLDEST-ITEM.
           PERFORM 2350-FIND-OLDEST-ITEM
                   FROM WS-ITEM-OPEN-TBL (WS-OLDEST-IDX)
               SUBTRACT WS-APPLY-THIS-ITEM  FROM WS-APPLY-REMAINING
               MOVE 'Y' TO WS-ITEM-CHANGED-TBL (WS-OLDEST-IDX)
               PERFORM 2370-WRITE-RETURN-APPLICATION
               IF WS-ITEM-SOURCE-TBL (WS-OLDEST-IDX) = 'S'
                  AND WS-RETURN-ORIG-INVOICE NOT = SPACES
                  AND WS-ITEM-REF-TBL (WS-OLDEST-IDX)
                          = WS-RETURN-ORIG-INVOICE
                   ADD WS-APPLY-THIS-ITEM   TO WS-RETURN-ON-ORIG
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * RECORD THE RETURN SLICE JUST NETTED OFF THE ITEM AT            *
      * WS-OLDEST-IDX AS AN 'R' APPLICATION - NO CASH CAME IN, SO      *
      * EVERY READER OF THE HISTORY KEEPS IT OUT OF THE RECEIPTS       *
      *---------------------------------------------------------------*
       2370-WRITE-RETURN-APPLICATION.
           MOVE SPACES                  TO APPLICATION-HISTORY-RECORD
           MOVE 'R'                         TO APH-SOURCE
           MOVE SR-CUST-ID OF SALES-RECORD  TO APH-CUST-ID
           MOVE WS-ITEM-SEQ-TBL (WS-OLDEST-IDX) TO APH-ITEM-SEQ
           MOVE WS-ITEM-DATE-TBL (WS-OLDEST-IDX) TO APH-ITEM-DATE
           MOVE SR-SALE-DATE OF SALES-RECORD
                                            TO APH-APPLIED-DATE
           MOVE WS-PEND-RELIEF-DATE         TO APH-POSTED-DATE
           MOVE WS-APPLY-THIS-ITEM          TO APH-AMOUNT
           MOVE ZERO                        TO APH-DEPOSIT-NO
           IF SR-INVOICE-NO OF SALES-RECORD NOT = SPACES
               MOVE SR-INVOICE-NO OF SALES-RECORD
                                            TO APH-REFERENCE
           ELSE
               MOVE SR-PRODUCT-CODE OF SALES-RECORD
                                            TO APH-REFERENCE
           END-IF
           WRITE APPLICATION-HISTORY-RECORD
           IF WS-APPLHIST-STATUS NOT = '00'
               MOVE 'WRITE ERROR: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-RETURN-SLICES.

      *---------------------------------------------------------------*
      * SETTLE THE COMMISSION ON THE RETURN'S ORIGINAL INVOICE FOR     *
      * EVERY REP WITH A COMMPEND RECORD ON IT - THE BOOKING REP AND   *
      * EACH SPLIT-CREDIT PARTNER. NO RECORD MEANS THE SALE WAS PAID   *
      * ON BOOKING - COMMCALC CLAWS THAT BACK, SO NOTHING IS TOUCHED   *
      * HERE.                                                          *
      *---------------------------------------------------------------*
       2400-SETTLE-PENDING-COMMISSION.
           PERFORM 2410-FIND-ORIGINAL-AMOUNT
           IF WS-ORIG-ITEM-AMOUNT > ZERO
               COMPUTE WS-RETURN-GOODS =
                       SR-SALE-AMOUNT OF SALES-RECORD
                     + SR-TAX-AMOUNT OF SALES-RECORD
               MOVE WS-RETURN-ORIG-INVOICE  TO WS-PEND-INVOICE
               MOVE WS-PEND-INVOICE         TO CPN-INVOICE-NO
               MOVE ZERO                    TO CPN-SALESPERSON-ID
               MOVE 'N'                     TO WS-PEND-SCAN-EOF-SW
               START PEND-FILE KEY NOT < CPN-KEY
                   INVALID KEY
                       MOVE 'Y'             TO WS-PEND-SCAN-EOF-SW
               END-START

               IF NOT PEND-SCAN-EOF
                   PERFORM 2430-READ-PENDING-NEXT
                   PERFORM 2420-SETTLE-ONE-PENDING
                       UNTIL PEND-SCAN-EOF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * WHAT THE ORIGINAL INVOICE'S SALE ITEM WAS OPENED AT - FROM THE *
      * TABLE WHILE THE ITEM IS OPEN OR WAS POSTED OR CLOSED ON THIS   *
      * RUN, OTHERWISE (CLOSED BY EARLIER RECEIPTS) FROM THE SALE ON   *
      * THE INVOICE REGISTER, SALE PLUS TAX AS 2110 OPENED IT          *
      *---------------------------------------------------------------*
       2410-FIND-ORIGINAL-AMOUNT.
           MOVE ZERO                        TO WS-ORIG-ITEM-AMOUNT
           MOVE 'N'                         TO WS-ORIG-ITEM-SW
           SET WS-ORIG-IDX                  TO 1
           PERFORM 2415-CHECK-ORIGINAL-ITEM
               UNTIL WS-ORIG-IDX > WS-ITEM-TABLE-COUNT
                  OR ORIG-ITEM-IN-TABLE

           IF ORIG-ITEM-IN-TABLE
               MOVE WS-ITEM-ORIG-TBL (WS-ORIG-IDX)
                                            TO WS-ORIG-ITEM-AMOUNT
           ELSE
               IF REGISTER-AVAILABLE
                  AND WS-RETURN-ORIG-INVOICE(3:8) IS NUMERIC
                   MOVE WS-RETURN-ORIG-INVOICE(3:8)
                                            TO INV-DOC-SEQ
                   READ REGISTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF INV-DOC-NO = WS-RETURN-ORIG-INVOICE
                               COMPUTE WS-ORIG-ITEM-AMOUNT =
                                       SR-SALE-AMOUNT OF INV-SALES-DATA
                                     + SR-TAX-AMOUNT OF INV-SALES-DATA
                           END-IF
                   END-READ
                   IF WS-REGISTER-STATUS NOT = '00'
                  AND WS-REGISTER-STATUS NOT = '23'
                       MOVE 'READ ERROR: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-REGISTER-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
               END-IF
           END-IF.

       2415-CHECK-ORIGINAL-ITEM.
           IF WS-ITEM-REF-TBL (WS-ORIG-IDX) = WS-RETURN-ORIG-INVOICE
          AND WS-ITEM-SOURCE-TBL (WS-ORIG-IDX) = 'S'
               MOVE 'Y'                     TO WS-ORIG-ITEM-SW
           ELSE
               SET WS-ORIG-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * ONE REP'S RECORD - FORFEIT THE SHARE OF WHAT NETTED AGAINST    *
      * THE SALE ITEM, THEN CLAW THE REST OF THE RETURN'S SHARE BACK   *
      * OUT OF CPN-EARNED. THE CLAWBACK GOES NEGATIVE ON THE UNPOSTED  *
      * EARNINGS, SO COMMDISB'S NEXT POST TAKES IT OFF THE BALANCE     *
      * DUE, AND IS CARRIED AS FORFEITED - THE GOODS CAME BACK, SO IT  *
      * IS NEVER TO BE EARNED AGAIN AND EARNED PLUS FORFEITED STILL    *
      * COMES BACK TO THE COMMISSION.                                  *
      *---------------------------------------------------------------*
       2420-SETTLE-ONE-PENDING.
           MOVE 'N'                         TO WS-PEND-CHANGED-SW
           COMPUTE WS-PEND-SHARE ROUNDED =
                   CPN-COMMISSION * WS-RETURN-GOODS
                   / WS-ORIG-ITEM-AMOUNT
           IF WS-PEND-SHARE > CPN-COMMISSION
               MOVE CPN-COMMISSION          TO WS-PEND-SHARE
           END-IF

           MOVE ZERO                        TO WS-PEND-SLICE
           COMPUTE WS-PEND-STILL = CPN-COMMISSION - CPN-EARNED
                                 - CPN-FORFEITED
           IF WS-RETURN-ON-ORIG > ZERO
          AND WS-PEND-STILL > ZERO
               IF ORIG-ITEM-IN-TABLE
              AND WS-ITEM-OPEN-TBL (WS-ORIG-IDX) = ZERO
                   MOVE WS-PEND-STILL       TO WS-PEND-SLICE
               ELSE
                   COMPUTE WS-PEND-SLICE ROUNDED =
                           CPN-COMMISSION * WS-RETURN-ON-ORIG
                           / WS-ORIG-ITEM-AMOUNT
                   IF WS-PEND-SLICE > WS-PEND-STILL
                       MOVE WS-PEND-STILL   TO WS-PEND-SLICE
                   END-IF
               END-IF
               IF WS-PEND-SLICE > ZERO
                   ADD WS-PEND-SLICE        TO CPN-FORFEITED
                   ADD WS-PEND-SLICE        TO CPN-FORFEIT-UNPOSTED
                   IF WS-PEND-SLICE = WS-PEND-STILL
                       MOVE 'S'             TO CPN-STATUS
                   END-IF
                   MOVE 'Y'                 TO WS-PEND-CHANGED-SW
                   ADD 1                    TO WS-PEND-FORFEIT-COUNT
                   ADD WS-PEND-SLICE        TO WS-PEND-FORFEIT-TOTAL
               END-IF
           END-IF

           COMPUTE WS-PEND-CLAW = WS-PEND-SHARE - WS-PEND-SLICE
           IF WS-PEND-CLAW > ZERO
          AND CPN-EARNED > ZERO
               IF WS-PEND-CLAW > CPN-EARNED
                   MOVE CPN-EARNED          TO WS-PEND-CLAW
               END-IF
               SUBTRACT WS-PEND-CLAW        FROM CPN-EARNED
               SUBTRACT WS-PEND-CLAW        FROM CPN-EARNED-UNPOSTED
               ADD WS-PEND-CLAW             TO CPN-FORFEITED
               ADD WS-PEND-CLAW             TO CPN-FORFEIT-UNPOSTED
               MOVE 'Y'                     TO WS-PEND-CHANGED-SW
               ADD 1                        TO WS-PEND-CLAWBACK-COUNT
               ADD WS-PEND-CLAW             TO WS-PEND-CLAWBACK-TOTAL
           END-IF

           IF PEND-RECORD-CHANGED
               MOVE WS-PEND-RELIEF-DATE     TO CPN-LAST-ACTIVITY-DATE
               REWRITE COMM-PENDING-RECORD
               IF WS-PEND-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: PEND-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PEND-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF
           PERFORM 2430-READ-PENDING-NEXT.

       2430-READ-PENDING-NEXT.
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

      *---------------------------------------------------------------*
      * SCAN THE WHOLE TABLE FOR THE CUSTOMER'S OPEN ITEM WITH THE     *
      * EARLIEST ITEM DATE, LEAVING WS-OLDEST-IDX POINTED AT IT. WHILE *
      * A TRACED RETURN NETS ITS OWN INVOICE, ONLY THAT INVOICE'S      *
      * ITEMS QUALIFY.                                                 *
      *---------------------------------------------------------------*
       2350-FIND-OLDEST-ITEM.
           MOVE 'N'                        TO WS-OLDEST-FOUND-SW
               UNTIL WS-ITEM-IDX > WS-ITEM-TABLE-COUNT.

       2360-CHECK-ONE-ITEM.
           IF WS-ITEM-CUST-TBL (WS-ITEM-IDX)
                  = SR-CUST-ID OF SALES-RECORD
          AND WS-ITEM-OPEN-TBL (WS-ITEM-IDX) > ZERO
          AND WS-ITEM-DATE-TBL (WS-ITEM-IDX) < WS-OLDEST-DATE
          AND (NOT NETTING-ORIGINAL-INVOICE
               OR WS-ITEM-REF-TBL (WS-ITEM-IDX)
                      = WS-RETURN-ORIG-INVOICE)
               MOVE 'Y'                    TO WS-OLDEST-FOUND-SW
               MOVE WS-ITEM-DATE-TBL (WS-ITEM-IDX)
                                           TO WS-OLDEST-DATE

           CLOSE SALES-FILE
           CLOSE OPENITEM-FILE
           CLOSE PEND-FILE
           CLOSE APPLHIST-FILE
           IF REGISTER-AVAILABLE
               CLOSE REGISTER-FILE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'OPENPOST - A/R OPEN-ITEM POSTING SUMMARY'
           DISPLAY 'OPEN ITEMS CREATED:    ' WS-ITEMS-CREATED
           DISPLAY 'RETURNS NETTED:        ' WS-RETURNS-APPLIED
           DISPLAY 'RETURNS NOT FULLY MATCHED: ' WS-RETURNS-UNMATCHED
           DISPLAY 'RETURNS TRACED TO SALE: ' WS-RETURNS-TRACED
           DISPLAY 'RETURN SLICES RECORDED: ' WS-RETURN-SLICES
           DISPLAY 'SKIPPED (NO CUST-ID):  ' WS-SKIPPED-NO-CUST
           DISPLAY 'COMMISSIONS FORFEITED: ' WS-PEND-FORFEIT-COUNT
                   ' ' WS-PEND-FORFEIT-TOTAL
           DISPLAY 'COMMISSIONS CLAWED BACK: ' WS-PEND-CLAWBACK-COUNT
                   ' ' WS-PEND-CLAWBACK-TOTAL
           DISPLAY '============================================='

           IF WS-RETURNS-UNMATCHED > ZERO
