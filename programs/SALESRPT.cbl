      *               RESTORE ITS ACCUMULATORS SINCE (UNLIKE CUSTUPD'S *
      *               KEYED RANDOM-ACCESS MASTER) THE REPORT'S RUNNING *
      *               TOTALS HAVE NOWHERE ELSE TO BE RECOVERED FROM.   *
      * SPLIT CREDIT: A SALE NAMED ON THE SPLIT-CREDIT FILE (SPLITCR,  *
      *               OPTIONAL) STILL PRINTS UNDER ITS BOOKING REP,    *
      *               BUT THE QUOTA COMPARISON IS MADE ON EACH REP'S   *
      *               CREDITED SALES - THEIR BOOKED SALES LESS SHARES  *
      *               GIVEN AWAY PLUS SHARES OF OTHER REPS' SALES IN   *
      *               THE SAME REGION. A PRE-PASS OVER SALESIN BUILDS  *
      *               THE NET SPLIT CREDIT PER SALESPERSON AND REGION  *
      *               BEFORE THE REPORT STARTS, SO IT IS REBUILT WHOLE *
      *               ON A RESTART. REPS CREDITED IN A REGION WHERE    *
      *               THEY BOOKED NOTHING ARE LISTED AFTER THE GRAND   *
      *               TOTAL WITH THEIR OWN QUOTA ATTAINMENT. A RETURN  *
      *               WHOSE CREDIT NOTE CARRIES NO SHARES OF ITS OWN   *
      *               TAKES THE SHARES OF THE INVOICE IT CAME BACK     *
      *               AGAINST, TRACED THROUGH THE INVOICE REGISTER     *
      *               (INVREG, OPTIONAL).                              *
      * BURSTING:     EACH SALESPERSON HEADING CARRIES THE REP'S ID    *
      *               AND IS FOLLOWED BY ITS REGION LINE, SO RPTBURST  *
      *               CAN ROUTE EVERY BLOCK TO THE RECIPIENTS ENTITLED *
      *               TO THAT REGION OR SALES TEAM.                    *
      ******************************************************************
       
       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SLSP-STATUS.

           SELECT SPLIT-FILE ASSIGN TO SPLITCR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SPLIT-STATUS.

      *    INVOICE REGISTER - TRACES A RETURN'S CREDIT NOTE BACK TO
      *    THE INVOICE IT CAME BACK AGAINST FOR THE SPLIT PRE-PASS. A
      *    MISSING FILE MEANS A RETURN IS SPLIT ONLY ON ITS OWN SHARES.
           SELECT REGISTER-FILE ASSIGN TO INVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS INV-DOC-SEQ
                  FILE STATUS IS WS-REGISTER-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

      *----------------------------------------------------------------*
      * SPLIT-CREDIT FILE - PERCENTAGE SHARES OF A SALE BY INVOICE,    *
      * LOADED INTO A TABLE AT STARTUP LIKE THE QUOTA MASTER           *
      *----------------------------------------------------------------*
       FD  SPLIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SPLITCR.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY INVREG.

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-CHKPTIN-STATUS        PIC XX.
           05  WS-QUOTA-STATUS          PIC XX.
           05  WS-SLSP-STATUS           PIC XX.
           05  WS-SPLIT-STATUS          PIC XX.
           05  WS-REGISTER-STATUS       PIC XX.

       01  WS-FLAGS.
           05  WS-END-OF-FILE-SW        PIC X VALUE 'N'.
               88  QUOTA-EOF                    VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-SPLIT-EOF-SW          PIC X VALUE 'N'.
               88  SPLIT-EOF                    VALUE 'Y'.
           05  WS-SPLIT-FOUND-SW        PIC X VALUE 'N'.
               88  SPLIT-FOUND                  VALUE 'Y'.
           05  WS-SPLIT-DONE-SW         PIC X VALUE 'N'.
               88  SPLIT-SHARES-DONE            VALUE 'Y'.
           05  WS-SPLIT-SCAN-EOF-SW     PIC X VALUE 'N'.
               88  SPLIT-SCAN-EOF               VALUE 'Y'.
           05  WS-REGISTER-OPEN-SW      PIC X VALUE 'N'.
               88  REGISTER-AVAILABLE           VALUE 'Y'.
           05  WS-SPLADJ-FOUND-SW       PIC X VALUE 'N'.
               88  SPLADJ-FOUND                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORD-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-ID-FOUND               VALUE 'Y'.

      *----------------------------------------------------------------*
      * SPLIT-CREDIT TABLE - EVERY SPLITCR SHARE, LOADED AT STARTUP    *
      * IN FILE ORDER SO A SALE'S SHARES SIT TOGETHER. EVERY SHARE OF  *
      * A SALE WHOSE SHARES BREAK A RULE IS MARKED INVALID, AND THAT   *
      * SALE STAYS WHOLLY WITH THE BOOKING REP. WS-SPLIT-LAST-TBL      *
      * MARKS THE LAST SHARE OF EACH SALE, WHICH ABSORBS THE ROUNDING. *
      *----------------------------------------------------------------*
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-SPLIT-IDX WS-SPLIT-SCAN.
               10  WS-SPLIT-INVOICE-TBL PIC X(10)   VALUE SPACES.
               10  WS-SPLIT-SLSP-TBL    PIC 9(6)    VALUE ZERO.
               10  WS-SPLIT-PCT-TBL     PIC 9(3)V99 VALUE ZERO.
               10  WS-SPLIT-VALID-TBL   PIC X(1)    VALUE 'Y'.
               10  WS-SPLIT-LAST-TBL    PIC X(1)    VALUE 'N'.

       01  WS-SPLIT-TABLE-FIELDS.
           05  WS-SPLIT-TABLE-MAX       PIC 9(05) VALUE 5000.
           05  WS-SPLIT-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-START     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-PCT       PIC 9(5)V99 VALUE ZERO.
           05  WS-SPLIT-GROUP-INVOICE   PIC X(10) VALUE SPACES.
           05  WS-SPLIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-SPLITS-REJECTED       PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-LOOKUP-INVOICE  PIC X(10) VALUE SPACES.
           05  WS-SPLIT-ALLOC-AMOUNT    PIC 9(8)V99 VALUE ZERO.
           05  WS-SPLIT-SHARE-AMOUNT    PIC 9(8)V99 VALUE ZERO.
           05  WS-SPLIT-SHARE-SIGNED    PIC S9(9)V99 VALUE ZERO.
           05  WS-SPLIT-SALES-COUNT     PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      * NET SPLIT CREDIT BY SALESPERSON AND REGION, BUILT BY THE       *
      * PRE-PASS OVER SALESIN. A SHARE MOVES CREDIT FROM THE BOOKING   *
      * REP TO THE SHARE'S REP IN THE SALE'S REGION; A RETURN MOVES IT *
      * BACK. WS-SPLADJ-PRINTED-TBL IS SET ONCE THE ENTRY HAS BEEN     *
      * APPLIED AT A SALESPERSON BREAK, SO A REP WHO BREAKS TWICE IN   *
      * ONE REGION IS NOT CREDITED TWICE AND THE ENTRIES LEFT OVER ARE *
      * THE REPS WHO BOOKED NOTHING THERE.                             *
      *----------------------------------------------------------------*
       01  WS-SPLADJ-TABLE.
           05  WS-SPLADJ-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SPLADJ-IDX.
               10  WS-SPLADJ-SLSP-TBL   PIC 9(06) VALUE ZERO.
               10  WS-SPLADJ-REGION-TBL PIC X(10) VALUE SPACES.
               10  WS-SPLADJ-AMOUNT-TBL PIC S9(9)V99 VALUE ZERO.
               10  WS-SPLADJ-PRINTED-TBL
                                        PIC X(01) VALUE 'N'.

       01  WS-SPLADJ-TABLE-FIELDS.
           05  WS-SPLADJ-TABLE-MAX      PIC 9(05) VALUE 2000.
           05  WS-SPLADJ-TABLE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-SPLADJ-LOOKUP-SLSP    PIC 9(06) VALUE ZERO.
           05  WS-SPLADJ-LOOKUP-REGION  PIC X(10) VALUE SPACES.
           05  WS-SPLIT-ONLY-HDR-SW     PIC X(01) VALUE 'N'.
               88  SPLIT-ONLY-HDR-DONE         VALUE 'Y'.
           05  WS-CREDITED-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  WS-SPLADJ-SAVE-ID        PIC 9(06) VALUE ZERO.
           05  WS-SPLADJ-SAVE-NAME      PIC X(20) VALUE SPACES.

       01  WS-SORT-SWAP-FIELDS.
           05  WS-SORT-TEMP-ID          PIC 9(06) VALUE ZERO.
           05  WS-SORT-TEMP-NAME        PIC X(20) VALUE SPACES.
       01  DTL-SALESPERSON-LINE.
           05  FILLER                   PIC X(13) VALUE 'SALESPERSON: '.
           05  DTL-SALESPERSON-NAME     PIC X(20).
           05  FILLER                   PIC X(6) VALUE '  ID: '.
           05  DTL-SALESPERSON-ID       PIC 9(6).
           05  FILLER                   PIC X(87) VALUE SPACES.
       
       01  DTL-REGION-LINE.
           05  FILLER                   PIC X(10) VALUE '  REGION: '.
               'NO QUOTA ON FILE FOR THIS PERIOD'.
           05  FILLER                   PIC X(94) VALUE SPACES.

       01  TOT-SALESPERSON-SPLIT.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'SPLIT CREDIT: '.
           05  FILLER                   PIC X(22) VALUE SPACES.
           05  TOT-SPLIT-AMOUNT         PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(11) VALUE
               ' CREDITED: '.
           05  TOT-SPLIT-CREDITED       PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(45) VALUE SPACES.

      *----------------------------------------------------------------*
      * SPLIT CREDIT TO REPS WHO BOOKED NOTHING IN THE REGION          *
      *----------------------------------------------------------------*
       01  SPLIT-ONLY-BANNER.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(44) VALUE
               'SPLIT CREDIT - NO BOOKED SALES IN THE REGION'.
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  SPLIT-ONLY-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  SPO-SALESPERSON-ID       PIC 9(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  SPO-SALESPERSON-NAME     PIC X(20).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  SPO-REGION               PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE
               ' CREDITED: '.
           05  SPO-CREDITED             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(60) VALUE SPACES.

       01  TOT-REGION-LINE.
           05  FILLER                   PIC X(132) VALUE ALL '='.

               CLOSE SALESPERSON-FILE
           END-IF

           PERFORM 1800-LOAD-SPLIT-TABLE
           IF WS-SPLIT-TABLE-COUNT > ZERO
               PERFORM 1870-BUILD-SPLIT-CREDIT
           END-IF

           IF WS-RESTART-COUNT > ZERO
               PERFORM 1500-RESTORE-FROM-CHECKPOINT
               PERFORM 1520-SKIP-TO-RESTART-POINT
               PERFORM 1894-REOPEN-RESTORED-CREDIT
           END-IF

           PERFORM 1100-READ-SALES-RECORD

           IF NOT END-OF-FILE AND WS-RESTART-COUNT = ZERO
               MOVE SR-SALESPERSON-ID OF SALES-RECORD
                                            TO WS-PREV-SALESPERSON-ID
               MOVE SR-SALESPERSON-NAME OF SALES-RECORD
                                            TO WS-PREV-SALESPERSON-NAME
               PERFORM 1750-FIND-SLSP-NAME
               MOVE SR-REGION OF SALES-RECORD TO WS-PREV-REGION
               PERFORM 8000-WRITE-HEADERS
           END-IF.

               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE SPLIT-CREDIT SHARES ONCE AT STARTUP, CHECKING EACH    *
      * SALE'S SHARES AS A GROUP WHEN THE INVOICE CHANGES. A MISSING   *
      * FILE (STATUS 35) MEANS NOTHING IS SPLIT. UNLIKE THE QUOTA      *
      * TABLE A FULL SPLIT TABLE IS A LOUD ABORT - A DROPPED SHARE     *
      * WOULD SILENTLY MISSTATE SOMEONE'S ATTAINMENT.                  *
      *----------------------------------------------------------------*
       1800-LOAD-SPLIT-TABLE.
           OPEN INPUT SPLIT-FILE
           IF WS-SPLIT-STATUS NOT = '00'
               IF WS-SPLIT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SPLIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SPLIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           ELSE
               PERFORM 1810-READ-SPLIT-RECORD
               PERFORM 1820-ADD-SPLIT-TO-TABLE UNTIL SPLIT-EOF
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1830-CHECK-SPLIT-GROUP
               END-IF
               CLOSE SPLIT-FILE
           END-IF.

       1810-READ-SPLIT-RECORD.
           READ SPLIT-FILE
               AT END
                   MOVE 'Y' TO WS-SPLIT-EOF-SW
           END-READ

           IF NOT SPLIT-EOF AND WS-SPLIT-STATUS NOT = '00'
               MOVE 'READ FAILED: SPLIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SPLIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * ADD ONE SHARE. A NEW INVOICE CLOSES THE PREVIOUS SALE'S GROUP  *
      * AND OPENS ITS OWN; AN INVOICE SEEN IN AN EARLIER GROUP MEANS   *
      * ITS SHARES ARE NOT TOGETHER, AND BOTH GROUPS ARE REJECTED.     *
      *----------------------------------------------------------------*
       1820-ADD-SPLIT-TO-TABLE.
           IF WS-SPLIT-TABLE-COUNT >= WS-SPLIT-TABLE-MAX
               MOVE 'SPLIT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:35)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF WS-SPLIT-TABLE-COUNT = ZERO
              OR SPL-INVOICE-NO NOT = WS-SPLIT-GROUP-INVOICE
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1830-CHECK-SPLIT-GROUP
               END-IF
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-GROUP-INVOICE
               MOVE ZERO                    TO WS-SPLIT-GROUP-PCT
               MOVE SPACES                  TO WS-SPLIT-REASON
               COMPUTE WS-SPLIT-GROUP-START =
                       WS-SPLIT-TABLE-COUNT + 1
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1850-FIND-SPLIT
               IF SPLIT-FOUND
                   MOVE 'SHARES NOT TOGETHER IN FILE'
                                            TO WS-SPLIT-REASON
               END-IF
           ELSE
               SET WS-SPLIT-SCAN            TO WS-SPLIT-GROUP-START
               PERFORM 1825-CHECK-DUPLICATE-REP
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF

           IF SPL-INVOICE-NO = SPACES
               MOVE 'NO INVOICE NUMBER'     TO WS-SPLIT-REASON
           END-IF
           IF SPL-SHARE-PCT NOT NUMERIC
               MOVE 'SHARE NOT NUMERIC'     TO WS-SPLIT-REASON
           ELSE
               IF SPL-SHARE-PCT = ZERO
                   MOVE 'ZERO SHARE'        TO WS-SPLIT-REASON
               ELSE
                   ADD SPL-SHARE-PCT        TO WS-SPLIT-GROUP-PCT
               END-IF
           END-IF

           ADD 1                            TO WS-SPLIT-TABLE-COUNT
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE SPL-INVOICE-NO   TO WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
           MOVE SPL-SALESPERSON-ID
                                 TO WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
           IF SPL-SHARE-PCT NUMERIC
               MOVE SPL-SHARE-PCT TO WS-SPLIT-PCT-TBL (WS-SPLIT-IDX)
           END-IF

           PERFORM 1810-READ-SPLIT-RECORD.

       1825-CHECK-DUPLICATE-REP.
           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-SCAN) = SPL-SALESPERSON-ID
               MOVE 'SALESPERSON NAMED TWICE'
                                            TO WS-SPLIT-REASON
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * CLOSE OUT ONE SALE'S SHARES - MARK THE LAST SHARE, REQUIRE     *
      * THEM TO TOTAL 100.00, AND ON ANY BROKEN RULE REPORT THE SALE   *
      * AND SWITCH OFF EVERY SHARE CARRYING ITS INVOICE                *
      *----------------------------------------------------------------*
       1830-CHECK-SPLIT-GROUP.
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE 'Y'                 TO WS-SPLIT-LAST-TBL (WS-SPLIT-IDX)

           IF WS-SPLIT-REASON = SPACES
              AND WS-SPLIT-GROUP-PCT NOT = 100.00
               MOVE 'SHARES DO NOT TOTAL 100 PCT'
                                            TO WS-SPLIT-REASON
           END-IF

           IF WS-SPLIT-REASON NOT = SPACES
               ADD 1                        TO WS-SPLITS-REJECTED
               DISPLAY 'SALESRPT: SPLIT CREDIT FOR INVOICE '
                       WS-SPLIT-GROUP-INVOICE ' REJECTED - '
                       WS-SPLIT-REASON ' - LEFT WITH BOOKING REP'
               SET WS-SPLIT-SCAN            TO 1
               PERFORM 1840-INVALIDATE-ONE-SHARE
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF.

       1840-INVALIDATE-ONE-SHARE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-SCAN)
                  = WS-SPLIT-GROUP-INVOICE
               MOVE 'N'            TO WS-SPLIT-VALID-TBL (WS-SPLIT-SCAN)
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * FIND THE FIRST GOOD SHARE FOR WS-SPLIT-LOOKUP-INVOICE, LEAVING *
      * WS-SPLIT-IDX ON IT. A SALE WITH NO INVOICE NUMBER IS NEVER     *
      * SPLIT.                                                         *
      *----------------------------------------------------------------*
       1850-FIND-SPLIT.
           MOVE 'N'                         TO WS-SPLIT-FOUND-SW
           IF WS-SPLIT-LOOKUP-INVOICE NOT = SPACES
               SET WS-SPLIT-IDX             TO 1
               PERFORM 1860-SEARCH-SPLIT-TABLE
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-TABLE-COUNT
                      OR SPLIT-FOUND
           END-IF.

       1860-SEARCH-SPLIT-TABLE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
                  = WS-SPLIT-LOOKUP-INVOICE
              AND WS-SPLIT-VALID-TBL (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y'                     TO WS-SPLIT-FOUND-SW
           ELSE
               SET WS-SPLIT-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * A CREDIT NOTE WITH NO SHARES OF ITS OWN - LOOK IT UP ON THE    *
      * INVOICE REGISTER AND, WHEN IT TRACES TO AN ORIGINAL INVOICE,   *
      * TAKE THAT INVOICE'S SHARES SO THE RETURN COMES OFF THE SAME    *
      * REPS THE SALE WAS CREDITED TO.                                 *
      *----------------------------------------------------------------*
       1865-FIND-RETURN-SPLIT.
           IF REGISTER-AVAILABLE
              AND WS-SPLIT-LOOKUP-INVOICE(1:2) = 'CN'
              AND WS-SPLIT-LOOKUP-INVOICE(3:8) IS NUMERIC
               MOVE WS-SPLIT-LOOKUP-INVOICE(3:8) TO INV-DOC-SEQ
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-DOC-NO = WS-SPLIT-LOOKUP-INVOICE
                          AND INV-ORIG-INVOICE-NO NOT = SPACES
                           MOVE INV-ORIG-INVOICE-NO
                                            TO WS-SPLIT-LOOKUP-INVOICE
                           PERFORM 1850-FIND-SPLIT
                       END-IF
               END-READ
               IF WS-REGISTER-STATUS NOT = '00'
                  AND WS-REGISTER-STATUS NOT = '23'
                   MOVE 'READ FAILED: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PRE-PASS - READ SALESIN THROUGH ONCE (HONORING A DIVISION      *
      * SELECTION THE SAME WAY 2000-PROCESS-SALES DOES), CREDIT EVERY  *
      * SHARE OF EVERY SPLIT SALE, THEN REOPEN SALESIN FOR THE REPORT. *
      * THE INVOICE REGISTER IS OPEN ONLY FOR THE PRE-PASS - A MISSING *
      * FILE (STATUS 35) LEAVES EVERY RETURN ON ITS OWN SHARES.        *
      *----------------------------------------------------------------*
       1870-BUILD-SPLIT-CREDIT.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '35'
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 'Y'                     TO WS-REGISTER-OPEN-SW
           END-IF

           PERFORM 1875-READ-FOR-SPLIT-CREDIT
           PERFORM 1880-SCAN-ONE-SALE UNTIL SPLIT-SCAN-EOF

           IF REGISTER-AVAILABLE
               CLOSE REGISTER-FILE
               MOVE 'N'                     TO WS-REGISTER-OPEN-SW
           END-IF

           CLOSE SALES-FILE
           OPEN INPUT SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SALES-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1875-READ-FOR-SPLIT-CREDIT.
           READ SALES-FILE
               AT END
                   MOVE 'Y' TO WS-SPLIT-SCAN-EOF-SW
           END-READ

           IF NOT SPLIT-SCAN-EOF AND WS-SALES-STATUS NOT = '00'
               MOVE 'READ FAILED: SALES-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1880-SCAN-ONE-SALE.
           IF SR-DIVISION OF SALES-RECORD = SPACES
               MOVE '01'                   TO WS-RECORD-DIVISION
           ELSE
               MOVE SR-DIVISION OF SALES-RECORD
                                            TO WS-RECORD-DIVISION
           END-IF
           IF NOT DIVISION-SELECTED
              OR WS-RECORD-DIVISION = WS-SELECT-DIVISION
               MOVE SR-INVOICE-NO OF SALES-RECORD
                                            TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1850-FIND-SPLIT
               IF NOT SPLIT-FOUND
                   PERFORM 1865-FIND-RETURN-SPLIT
               END-IF
               IF SPLIT-FOUND
                   ADD 1                   TO WS-SPLIT-SALES-COUNT
                   MOVE ZERO               TO WS-SPLIT-ALLOC-AMOUNT
                   MOVE 'N'                TO WS-SPLIT-DONE-SW
                   PERFORM 1885-CREDIT-ONE-SHARE
                       UNTIL SPLIT-SHARES-DONE
               END-IF
           END-IF

           PERFORM 1875-READ-FOR-SPLIT-CREDIT.

      *----------------------------------------------------------------*
      * ONE SHARE - EVERY SHARE BUT THE LAST IS ITS ROUNDED PERCENTAGE *
      * OF THE SALE, THE LAST TAKES WHAT IS LEFT. A SHARE KEPT BY THE  *
      * BOOKING REP MOVES NOTHING; ANY OTHER SHARE IS CREDITED TO ITS  *
      * REP AND TAKEN FROM THE BOOKING REP, BOTH IN THE SALE'S REGION. *
      *----------------------------------------------------------------*
       1885-CREDIT-ONE-SHARE.
           IF WS-SPLIT-LAST-TBL (WS-SPLIT-IDX) = 'Y'
               COMPUTE WS-SPLIT-SHARE-AMOUNT =
                       SR-SALE-AMOUNT OF SALES-RECORD
                       - WS-SPLIT-ALLOC-AMOUNT
               MOVE 'Y'                    TO WS-SPLIT-DONE-SW
           ELSE
               COMPUTE WS-SPLIT-SHARE-AMOUNT ROUNDED =
                       SR-SALE-AMOUNT OF SALES-RECORD
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               ADD WS-SPLIT-SHARE-AMOUNT   TO WS-SPLIT-ALLOC-AMOUNT
           END-IF

           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                  NOT = SR-SALESPERSON-ID OF SALES-RECORD
               IF SR-TRANS-RETURN OF SALES-RECORD
                   COMPUTE WS-SPLIT-SHARE-SIGNED =
                           ZERO - WS-SPLIT-SHARE-AMOUNT
               ELSE
                   MOVE WS-SPLIT-SHARE-AMOUNT
                                           TO WS-SPLIT-SHARE-SIGNED
               END-IF
               MOVE WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                                           TO WS-SPLADJ-LOOKUP-SLSP
               MOVE SR-REGION OF SALES-RECORD
                                            TO WS-SPLADJ-LOOKUP-REGION
               PERFORM 1890-POST-SPLIT-CREDIT

               COMPUTE WS-SPLIT-SHARE-SIGNED =
                       ZERO - WS-SPLIT-SHARE-SIGNED
               MOVE SR-SALESPERSON-ID OF SALES-RECORD
                                            TO WS-SPLADJ-LOOKUP-SLSP
               PERFORM 1890-POST-SPLIT-CREDIT
           END-IF

           IF NOT SPLIT-SHARES-DONE
               SET WS-SPLIT-IDX UP BY 1
           END-IF.

       1890-POST-SPLIT-CREDIT.
           PERFORM 1891-FIND-SPLIT-CREDIT
           IF NOT SPLADJ-FOUND
               IF WS-SPLADJ-TABLE-COUNT >= WS-SPLADJ-TABLE-MAX
                   MOVE 'SPLIT CREDIT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                       TO WS-SPLADJ-TABLE-COUNT
               SET WS-SPLADJ-IDX           TO WS-SPLADJ-TABLE-COUNT
               MOVE WS-SPLADJ-LOOKUP-SLSP
                               TO WS-SPLADJ-SLSP-TBL (WS-SPLADJ-IDX)
               MOVE WS-SPLADJ-LOOKUP-REGION
                               TO WS-SPLADJ-REGION-TBL (WS-SPLADJ-IDX)
           END-IF
           ADD WS-SPLIT-SHARE-SIGNED
                               TO WS-SPLADJ-AMOUNT-TBL (WS-SPLADJ-IDX).

       1891-FIND-SPLIT-CREDIT.
           MOVE 'N'                        TO WS-SPLADJ-FOUND-SW
           SET WS-SPLADJ-IDX               TO 1
           PERFORM 1892-SEARCH-SPLIT-CREDIT
               UNTIL WS-SPLADJ-IDX > WS-SPLADJ-TABLE-COUNT
                  OR SPLADJ-FOUND.

       1892-SEARCH-SPLIT-CREDIT.
           IF WS-SPLADJ-SLSP-TBL (WS-SPLADJ-IDX)
                  = WS-SPLADJ-LOOKUP-SLSP
              AND WS-SPLADJ-REGION-TBL (WS-SPLADJ-IDX)
                  = WS-SPLADJ-LOOKUP-REGION
               MOVE 'Y'                    TO WS-SPLADJ-FOUND-SW
           ELSE
               SET WS-SPLADJ-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * RESTART ONLY - A SKIPPED RECORD'S SALESPERSON AND REGION WERE  *
      * TOTALLED BY THE PRIOR RUN, SO THEIR CREDIT IS MARKED APPLIED - *
      * EXCEPT THE RESTORED SALESPERSON, WHOSE BREAK IS STILL TO COME. *
      *----------------------------------------------------------------*
       1893-MARK-CREDIT-APPLIED.
           MOVE SR-SALESPERSON-ID OF SALES-RECORD
                                            TO WS-SPLADJ-LOOKUP-SLSP
           MOVE SR-REGION OF SALES-RECORD
                                            TO WS-SPLADJ-LOOKUP-REGION
           PERFORM 1891-FIND-SPLIT-CREDIT
           IF SPLADJ-FOUND
               MOVE 'Y'   TO WS-SPLADJ-PRINTED-TBL (WS-SPLADJ-IDX)
           END-IF.

       1894-REOPEN-RESTORED-CREDIT.
           MOVE WS-PREV-SALESPERSON-ID     TO WS-SPLADJ-LOOKUP-SLSP
           MOVE WS-PREV-REGION             TO WS-SPLADJ-LOOKUP-REGION
           PERFORM 1891-FIND-SPLIT-CREDIT
           IF SPLADJ-FOUND
               MOVE 'N'   TO WS-SPLADJ-PRINTED-TBL (WS-SPLADJ-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * RESTORE RUNNING STATE FROM THE PRIOR RUN'S CHECKPOINT LOG      *
      * (CHKPTIN). READS TO THE LAST RECORD WHOSE CHKPTIN-RECORD-COUNT *
                                        TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS     TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    A SALESPERSON WHOSE BREAK THE PRIOR RUN ALREADY PRINTED HAS
      *    ALREADY HAD THEIR SPLIT CREDIT APPLIED
           IF NOT END-OF-FILE
               PERFORM 1893-MARK-CREDIT-APPLIED
           END-IF.

      *----------------------------------------------------------------*
      * PROCESS SALES RECORDS                                          *
      *----------------------------------------------------------------*
       2000-PROCESS-SALES.
           IF SR-DIVISION OF SALES-RECORD = SPACES
               MOVE '01'                   TO WS-RECORD-DIVISION
           ELSE
               MOVE SR-DIVISION OF SALES-RECORD
                                            TO WS-RECORD-DIVISION
           END-IF
           IF DIVISION-SELECTED
          AND WS-RECORD-DIVISION NOT = WS-SELECT-DIVISION
           END-IF.

       2050-REPORT-ONE-SALE.
           IF SR-REGION OF SALES-RECORD NOT = WS-PREV-REGION
               PERFORM 2100-REGION-BREAK
           END-IF
           
           IF SR-SALESPERSON-ID OF SALES-RECORD
                  NOT = WS-PREV-SALESPERSON-ID
               PERFORM 2200-SALESPERSON-BREAK
           END-IF
           
               MOVE ZERO TO WS-REGION-TOTAL
               MOVE ZERO TO WS-REGION-TAX
           END-IF
           MOVE SR-REGION OF SALES-RECORD TO WS-PREV-REGION.

       2200-SALESPERSON-BREAK.
           IF NOT FIRST-RECORD
               MOVE ZERO TO WS-SALESPERSON-TAX
           END-IF
           
           MOVE SR-SALESPERSON-ID OF SALES-RECORD
                                            TO WS-PREV-SALESPERSON-ID
           MOVE SR-SALESPERSON-NAME OF SALES-RECORD
                                            TO WS-PREV-SALESPERSON-NAME
           PERFORM 1750-FIND-SLSP-NAME
           PERFORM 7000-PRINT-SALESPERSON-HEADER
           MOVE 'N' TO WS-FIRST-RECORD-SW.
               PERFORM 8000-WRITE-HEADERS
           END-IF
           
           MOVE SR-SALE-DATE OF SALES-RECORD TO DTL-DATE
           MOVE SR-PRODUCT-CODE OF SALES-RECORD TO DTL-PRODUCT
           MOVE SR-QUANTITY OF SALES-RECORD TO DTL-QUANTITY
           MOVE SR-SALE-AMOUNT OF SALES-RECORD TO DTL-AMOUNT
           MOVE SR-TAX-AMOUNT OF SALES-RECORD TO DTL-TAX

           IF SR-TRANS-RETURN OF SALES-RECORD
               MOVE 'RETURN' TO DTL-TYPE
           ELSE
               MOVE SPACES TO DTL-TYPE
               PERFORM 2350-WRITE-CSV-DETAIL
           END-IF

           IF SR-TRANS-RETURN OF SALES-RECORD
               SUBTRACT SR-SALE-AMOUNT OF SALES-RECORD
                                            FROM WS-SALESPERSON-TOTAL
               SUBTRACT SR-SALE-AMOUNT OF SALES-RECORD
                                            FROM WS-REGION-TOTAL
               SUBTRACT SR-SALE-AMOUNT OF SALES-RECORD
                                            FROM WS-GRAND-TOTAL
               SUBTRACT SR-TAX-AMOUNT OF SALES-RECORD
                                            FROM WS-SALESPERSON-TAX
               SUBTRACT SR-TAX-AMOUNT OF SALES-RECORD
                                            FROM WS-REGION-TAX
               SUBTRACT SR-TAX-AMOUNT OF SALES-RECORD  FROM WS-GRAND-TAX
           ELSE
               ADD SR-SALE-AMOUNT OF SALES-RECORD
                                            TO WS-SALESPERSON-TOTAL
               ADD SR-SALE-AMOUNT OF SALES-RECORD TO WS-REGION-TOTAL
               ADD SR-SALE-AMOUNT OF SALES-RECORD TO WS-GRAND-TOTAL
               ADD SR-TAX-AMOUNT OF SALES-RECORD  TO WS-SALESPERSON-TAX
               ADD SR-TAX-AMOUNT OF SALES-RECORD  TO WS-REGION-TAX
               ADD SR-TAX-AMOUNT OF SALES-RECORD  TO WS-GRAND-TAX
           END-IF

           ADD 1                        TO WS-CHECKPOINT-COUNTER
      * WRITE ONE CSV DETAIL ROW FOR THE SALE JUST PRINTED.            *
      *----------------------------------------------------------------*
       2350-WRITE-CSV-DETAIL.
           MOVE SR-QUANTITY OF SALES-RECORD TO WS-CSV-QTY-ED
           MOVE SR-SALE-AMOUNT OF SALES-RECORD TO WS-CSV-AMT-ED

           IF SR-TRANS-RETURN OF SALES-RECORD
               MOVE 'RETURN' TO WS-CSV-DETAIL-TYPE
           ELSE
               MOVE 'DETAIL' TO WS-CSV-DETAIL-TYPE
           END-IF

           MOVE SPACES TO CSV-LINE
           STRING WS-CSV-DETAIL-TYPE ','
                  SR-SALE-DATE OF SALES-RECORD ','
                  SR-SALESPERSON-NAME OF SALES-RECORD ','
                  SR-REGION OF SALES-RECORD ','
                  SR-PRODUCT-CODE OF SALES-RECORD ','
                  WS-CSV-QTY-ED ','
                  WS-CSV-AMT-ED
                  DELIMITED BY SIZE INTO CSV-LINE
           END-STRING
               PERFORM 7300-PRINT-GRAND-TOTAL
           END-IF

           IF WS-SPLADJ-TABLE-COUNT > ZERO
               PERFORM 7700-PRINT-SPLIT-ONLY
           END-IF

           IF RANK-MODE-ON
               PERFORM 7600-PRINT-RANKING
           END-IF
               DISPLAY 'OTHER-DIVISION RECORDS SKIPPED: '
                       WS-DIV-SKIPPED
           END-IF
           IF WS-SPLIT-TABLE-COUNT > ZERO
               DISPLAY 'SPLIT SALES CREDITED: ' WS-SPLIT-SALES-COUNT
               DISPLAY 'SPLITS REJECTED: ' WS-SPLITS-REJECTED
           END-IF
           DISPLAY 'PAGES PRINTED: ' WS-PAGE-COUNT.

      *----------------------------------------------------------------*
      * PRINT SALESPERSON HEADER                                       *
      *----------------------------------------------------------------*
       7000-PRINT-SALESPERSON-HEADER.
           MOVE WS-PREV-SALESPERSON-NAME TO DTL-SALESPERSON-NAME
           MOVE WS-PREV-SALESPERSON-ID TO DTL-SALESPERSON-ID
           WRITE REPORT-LINE FROM DTL-SALESPERSON-LINE
                  AFTER ADVANCING 2 LINES
           
           MOVE SR-REGION OF SALES-RECORD TO DTL-REGION-NAME
           WRITE REPORT-LINE FROM DTL-REGION-LINE
                  AFTER ADVANCING 1 LINE
           
           WRITE REPORT-LINE FROM HDR-LINE-4
                  AFTER ADVANCING 2 LINES

           ADD 2 TO WS-LINE-COUNT

      *    THE QUOTA IS MEASURED ON CREDITED SALES - BOOKED SALES PLUS
      *    THE NET SPLIT CREDIT FOR THIS SALESPERSON IN THIS REGION
           MOVE WS-SALESPERSON-TOTAL TO WS-CREDITED-TOTAL
           MOVE WS-PREV-SALESPERSON-ID TO WS-SPLADJ-LOOKUP-SLSP
           MOVE WS-PREV-REGION TO WS-SPLADJ-LOOKUP-REGION
           PERFORM 1891-FIND-SPLIT-CREDIT
           IF SPLADJ-FOUND
              AND WS-SPLADJ-PRINTED-TBL (WS-SPLADJ-IDX) = 'N'
               MOVE 'Y' TO WS-SPLADJ-PRINTED-TBL (WS-SPLADJ-IDX)
               IF WS-SPLADJ-AMOUNT-TBL (WS-SPLADJ-IDX) NOT = ZERO
                   ADD WS-SPLADJ-AMOUNT-TBL (WS-SPLADJ-IDX)
                                        TO WS-CREDITED-TOTAL
                   MOVE WS-SPLADJ-AMOUNT-TBL (WS-SPLADJ-IDX)
                                        TO TOT-SPLIT-AMOUNT
                   MOVE WS-CREDITED-TOTAL TO TOT-SPLIT-CREDITED
                   WRITE REPORT-LINE FROM TOT-SALESPERSON-SPLIT
                          AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF

           PERFORM 7150-FIND-QUOTA
           IF QUOTA-FOUND
               MOVE WS-QUOTA-AMOUNT-TBL (WS-QUOTA-IDX)
      *----------------------------------------------------------------*
      * LOOK UP WS-PREV-SALESPERSON-ID'S QUOTA FOR THE CURRENT         *
      * YEAR/MONTH IN THE QUOTA TABLE AND, IF FOUND, COMPUTE THE       *
      * PERCENT-TO-QUOTA FIGURE PRINTED ALONGSIDE IT FROM THE CREDITED *
      * SALES (WS-CREDITED-TOTAL) THE CALLER HAS SET. SAME LINEAR      *
      * SEARCH-AND-FOUND-SWITCH PATTERN DATAVAL'S 2420-SEARCH-         *
      * PRODUCT-TABLE USES.                                            *
      *----------------------------------------------------------------*
           IF QUOTA-FOUND
               IF WS-QUOTA-AMOUNT-TBL (WS-QUOTA-IDX) > ZERO
                   COMPUTE WS-QUOTA-PCT ROUNDED =
                       (WS-CREDITED-TOTAL /
                        WS-QUOTA-AMOUNT-TBL (WS-QUOTA-IDX)) * 100
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-QUOTA-PCT
               WRITE CSV-LINE
           END-IF.

      *----------------------------------------------------------------*
      * LIST THE SPLIT CREDIT NO SALESPERSON BREAK PICKED UP - A REP   *
      * CREDITED WITH A SHARE IN A REGION WHERE THEY BOOKED NOTHING -  *
      * WITH THEIR QUOTA ATTAINMENT ON THAT CREDIT. THE BREAK FIELDS   *
      * ARE BORROWED FOR THE NAME AND QUOTA LOOKUPS AND PUT BACK AFTER *
      * SO THE FINAL CHECKPOINT STILL CARRIES THE LAST REAL BREAK.     *
      *----------------------------------------------------------------*
       7700-PRINT-SPLIT-ONLY.
           MOVE WS-PREV-SALESPERSON-ID     TO WS-SPLADJ-SAVE-ID
           MOVE WS-PREV-SALESPERSON-NAME   TO WS-SPLADJ-SAVE-NAME

           SET WS-SPLADJ-IDX               TO 1
           PERFORM 7710-PRINT-ONE-SPLIT-ONLY
               UNTIL WS-SPLADJ-IDX > WS-SPLADJ-TABLE-COUNT

           MOVE WS-SPLADJ-SAVE-ID          TO WS-PREV-SALESPERSON-ID
           MOVE WS-SPLADJ-SAVE-NAME        TO WS-PREV-SALESPERSON-NAME.

       7710-PRINT-ONE-SPLIT-ONLY.
           IF WS-SPLADJ-PRINTED-TBL (WS-SPLADJ-IDX) = 'N'
              AND WS-SPLADJ-AMOUNT-TBL (WS-SPLADJ-IDX) NOT = ZERO
               IF WS-LINE-COUNT > 52
                   PERFORM 8000-WRITE-HEADERS
               END-IF
               IF NOT SPLIT-ONLY-HDR-DONE
                   WRITE REPORT-LINE FROM SPLIT-ONLY-BANNER
                          AFTER ADVANCING 3 LINES
                   ADD 3 TO WS-LINE-COUNT
                   MOVE 'Y' TO WS-SPLIT-ONLY-HDR-SW
               END-IF

               MOVE WS-SPLADJ-SLSP-TBL (WS-SPLADJ-IDX)
                                        TO WS-PREV-SALESPERSON-ID
               MOVE SPACES              TO WS-PREV-SALESPERSON-NAME
               PERFORM 1750-FIND-SLSP-NAME
               MOVE WS-SPLADJ-AMOUNT-TBL (WS-SPLADJ-IDX)
                                        TO WS-CREDITED-TOTAL

               MOVE WS-PREV-SALESPERSON-ID   TO SPO-SALESPERSON-ID
               MOVE WS-PREV-SALESPERSON-NAME TO SPO-SALESPERSON-NAME
               MOVE WS-SPLADJ-REGION-TBL (WS-SPLADJ-IDX)
                                             TO SPO-REGION
               MOVE WS-CREDITED-TOTAL        TO SPO-CREDITED
               WRITE REPORT-LINE FROM SPLIT-ONLY-LINE
                      AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT

               PERFORM 7150-FIND-QUOTA
               IF QUOTA-FOUND
                   MOVE WS-QUOTA-AMOUNT-TBL (WS-QUOTA-IDX)
                                        TO TOT-QUOTA-AMOUNT
                   MOVE WS-QUOTA-PCT    TO TOT-QUOTA-PCT
                   WRITE REPORT-LINE FROM TOT-SALESPERSON-QUOTA
                          AFTER ADVANCING 1 LINE
               ELSE
                   WRITE REPORT-LINE FROM TOT-SALESPERSON-NO-QUOTA
                          AFTER ADVANCING 1 LINE
               END-IF
               ADD 1 TO WS-LINE-COUNT
           END-IF

           SET WS-SPLADJ-IDX UP BY 1.

      *----------------------------------------------------------------*
      * PRINT THE TOP-10/BOTTOM-10 SALESPERSON RANKING. THE TABLE IS   *
      * SORTED DESCENDING BY WS-RANK-AMOUNT-TBL FIRST SO "TOP" MEANS   *
