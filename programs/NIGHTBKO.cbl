      *                 - REVERSES THE STRIPPED DETAIL'S CONTRIBUTION *
      *                   TO THE ARCHMTD ROLLUP, REWRITING ONLY THE   *
      *                   AFFECTED ENTRIES IN PLACE                   *
      *                 - REVERSES IT THE SAME WAY OUT OF THE         *
      *                   ARCHCAT FAMILY/CATEGORY ROLLUP              *
      *                 - REVERSES ITS CONTRIBUTION TO THE YTD/MTD    *
      *                   ACCUMULATORS (YTDNEW)                       *
      *                 - APPENDS A 'VOID' MARKER TO THE GL JOURNAL   *
      *                   FLAGGING THE DATE'S ENTRIES SUPERSEDED      *
      *                 - REVERSES THE DATE'S RECEIVABLES POSTINGS    *
      *                   OUT OF THE GL A/R CONTROL ARPROOF KEEPS, SO *
      *                   THE RERUN NIGHT IS CARRIED IN AFRESH        *
      *                 - MARKS EVERY RUN-LOG RECORD FOR THE DATE     *
      *                   RETURN-CODE 0099 IN PLACE, SO RESTART MODE  *
      *                   SEES THE NIGHT AS VOID AND RERUNS IT        *
      * INPUTS:       SALES HISTORY (ARCHOUT),                        *
      *               ROLLUP (ARCHMTD, INDEXED, REWRITTEN IN PLACE),  *
      *               YTD TOTALS (YTDFILE), RUN LOG (RUNLOG, I-O),    *
      *               GL JOURNAL (GLJRNL, EXTENDED),                  *
      *               GL A/R CONTROL (GLARCTL, EXTENDED - OPTIONAL),  *
      *               CATEGORY ROLLUP (ARCHCAT, INDEXED, IN PLACE),   *
      *               PRODUCT AND CATEGORY MASTERS (PRODMAST,         *
      *               PRODCAT) TO RE-DERIVE CATEGORY AND COST,        *
      *               SPLIT-CREDIT SHARES (SPLITCR, OPTIONAL) TO      *
      *               REVERSE A SPLIT SALE SHARE BY SHARE AS ARCHIVE  *
      *               ROLLED IT UP,                                   *
      *               INVOICE REGISTER (INVREG, OPTIONAL) TO REVERSE  *
      *               A RETURN OF A SPLIT SALE ACROSS THE SHARES OF   *
      *               THE INVOICE ITS CREDIT NOTE TRACES TO           *
      *               COMMAND-LINE PARM: DATE=YYYY-MM-DD (REQUIRED)   *
      * OUTPUTS:      STRIPPED HISTORY (ARCHNEW), REVERSED TOTALS     *
      *               (YTDNEW), UPDATED ROLLUP AND RUN LOG, GL VOID   *
      *               MARKER, A/R CONTROL REVERSALS, BACKOUT REPORT   *
      *               (BKORPT)                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTBKO.
                  RECORD KEY   IS ARCH-ROLL-KEY
                  FILE STATUS  IS WS-ROLLUP-STATUS.

      *    THE FAMILY/CATEGORY ROLLUP ARCHIVE KEEPS ALONGSIDE
      *    ARCHMTD, REVERSED THE SAME WAY. THE PRODUCT AND CATEGORY
      *    MASTERS SAY WHICH ENTRY EACH STRIPPED RECORD WENT INTO AND
      *    AT WHAT STANDARD COST
           SELECT CATROLL-FILE    ASSIGN TO ARCHCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAT-ROLL-KEY
                  FILE STATUS  IS WS-CATROLL-STATUS.

           SELECT PRODUCT-FILE    ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROD-STATUS.

           SELECT CATEGORY-FILE   ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CAT-STATUS.

           SELECT SPLIT-FILE      ASSIGN TO SPLITCR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SPLIT-STATUS.

      *    INVOICE REGISTER - TRACES A RETURN'S CREDIT NOTE TO THE
      *    INVOICE IT CAME BACK AGAINST, AS ARCHIVE DID WHEN IT ROLLED
      *    THE RETURN UP
           SELECT REGISTER-FILE   ASSIGN TO INVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS INV-DOC-SEQ
                  FILE STATUS  IS WS-REGISTER-STATUS.

           SELECT YTD-FILE        ASSIGN TO YTDFILE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.

      *    ARPROOF'S RUNNING COPY OF THE RECEIVABLES POSTINGS - THE
      *    DATE'S POSTINGS ARE REVERSED BY APPENDED 'V' RECORDS
           SELECT CONTROL-FILE    ASSIGN TO GLARCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE     ASSIGN TO BKORPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           RECORDING MODE IS F.
       COPY ARCHROLL.

       FD  CATROLL-FILE
           RECORDING MODE IS F.
       COPY CATROLL.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODMAST.

       FD  CATEGORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODCAT.

       FD  SPLIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SPLITCR.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY INVREG.

       FD  YTD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  GLJ-DIVISION             PIC X(2).
           05  FILLER                   PIC X(14).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY GLARCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-RUNLOG-STATUS         PIC XX VALUE SPACES.
           05  WS-JOURNAL-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-CATROLL-STATUS        PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-CAT-STATUS            PIC XX VALUE SPACES.
           05  WS-SPLIT-STATUS          PIC XX VALUE SPACES.
           05  WS-CONTROL-STATUS        PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  RUNLOG-EOF                   VALUE 'Y'.
           05  WS-STRIP-FOUND-SW        PIC X VALUE 'N'.
               88  STRIP-ENTRY-FOUND            VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-CAT-EOF-SW            PIC X VALUE 'N'.
               88  CAT-EOF                      VALUE 'Y'.
           05  WS-PROD-FOUND-SW         PIC X VALUE 'N'.
               88  PROD-ENTRY-FOUND             VALUE 'Y'.
           05  WS-CSTRIP-FOUND-SW       PIC X VALUE 'N'.
               88  CSTRIP-ENTRY-FOUND           VALUE 'Y'.
           05  WS-SPLIT-EOF-SW          PIC X VALUE 'N'.
               88  SPLIT-EOF                    VALUE 'Y'.
           05  WS-SPLIT-FOUND-SW        PIC X VALUE 'N'.
               88  SPLIT-FOUND                  VALUE 'Y'.
           05  WS-SPLIT-DONE-SW         PIC X VALUE 'N'.
               88  SPLIT-SHARES-DONE            VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X VALUE 'N'.
               88  CONTROL-EOF                  VALUE 'Y'.
           05  WS-REGISTER-OPEN-SW      PIC X VALUE 'N'.
               88  REGISTER-AVAILABLE           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ARCH-READ             PIC 9(8) VALUE ZERO.
           05  WS-ROLLUP-READ           PIC 9(7) VALUE ZERO.
           05  WS-ROLLUP-REVERSED       PIC 9(7) VALUE ZERO.
           05  WS-RUNLOG-VOIDED         PIC 9(7) VALUE ZERO.
           05  WS-CATROLL-REVERSED      PIC 9(7) VALUE ZERO.
           05  WS-CONTROL-REVERSED      PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE DATE'S RECEIVABLES POSTINGS STILL STANDING ON THE GL A/R   *
      * CONTROL, ONE PER CYCLE AND DIVISION - A 'J' RECORD FOR THE     *
      * DATE SETS ONE, A LATER 'V' CLEARS IT, SO A SECOND BACKOUT OF   *
      * THE SAME DATE REVERSES ONLY WHAT WAS POSTED SINCE THE FIRST    *
      *---------------------------------------------------------------*
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-ARC-IDX.
               10  WS-ARC-CYCLE-TBL     PIC X(2)  VALUE SPACES.
               10  WS-ARC-DIV-TBL       PIC X(2)  VALUE SPACES.
               10  WS-ARC-DEBIT-TBL     PIC 9(11)V99 VALUE ZERO.
               10  WS-ARC-CREDIT-TBL    PIC 9(11)V99 VALUE ZERO.
               10  WS-ARC-LINES-TBL     PIC 9(5)  VALUE ZERO.
               10  WS-ARC-LIVE-TBL      PIC X(1)  VALUE 'N'.
                   88  ARC-POSTING-LIVE         VALUE 'Y'.

       01  WS-ARC-TABLE-FIELDS.
           05  WS-ARC-TABLE-MAX         PIC 9(03) VALUE 50.
           05  WS-ARC-TABLE-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-ARC-FOUND-SW          PIC X VALUE 'N'.
               88  ARC-ENTRY-FOUND              VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE DATE BEING BACKED OUT, FROM THE DATE= PARM                 *
           05  WS-STRIP-TABLE-MAX       PIC 9(05) VALUE 2000.
           05  WS-STRIP-TABLE-COUNT     PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * STRIPPED-DETAIL CATEGORY ROLLUP CONTRIBUTIONS - ARCHCAT'S      *
      * FAMILY/CATEGORY SHAPE, SIGNED AS ARCHIVE ADDED THEM: SALES AND *
      * RETURNS BOTH POSITIVE, COST NEGATIVE FOR RETURNED UNITS        *
      *---------------------------------------------------------------*
       01  WS-CSTRIP-TABLE.
           05  WS-CSTRIP-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-CSTRIP-IDX.
               10  WS-CSTRIP-FAMILY-TBL PIC X(10) VALUE SPACES.
               10  WS-CSTRIP-CAT-TBL    PIC X(10) VALUE SPACES.
               10  WS-CSTRIP-SALES-TBL  PIC S9(9)V99 VALUE ZERO.
               10  WS-CSTRIP-RET-TBL    PIC S9(9)V99 VALUE ZERO.
               10  WS-CSTRIP-COST-TBL   PIC S9(9)V99 VALUE ZERO.

       01  WS-CSTRIP-TABLE-FIELDS.
           05  WS-CSTRIP-TABLE-MAX      PIC 9(05) VALUE 500.
           05  WS-CSTRIP-TABLE-COUNT    PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * PRODUCT LOOKUP - STANDARD COST AND FAMILY/CATEGORY PER PRODUCT *
      *---------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-COST-TBL     PIC 9(5)V99 VALUE ZERO.
               10  WS-PROD-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-PROD-FAMILY-TBL   PIC X(10) VALUE SPACES.

       01  WS-PRODUCT-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PROD-LOOKUP-CODE      PIC X(10) VALUE SPACES.
           05  WS-LINE-FAMILY           PIC X(10) VALUE SPACES.
           05  WS-LINE-CATEGORY         PIC X(10) VALUE SPACES.
           05  WS-LINE-UNIT-COST        PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-COST             PIC S9(9)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * SIGNED CONTRIBUTIONS OF THE RECORD BEING STRIPPED, AND THE     *
      * WHOLE-NIGHT TOTALS FOR THE YTD/MTD REVERSAL                    *
           05  WS-NIGHT-SALES           PIC S9(11)V99 VALUE ZERO.
           05  WS-NIGHT-TAX             PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * THE SALESPERSON A STRIPPED POSTING IS REVERSED FROM - THE     *
      * BOOKING REP, OR THE SHARE'S REP FOR A SPLIT SALE, WITH THAT   *
      * SHARE'S UNSIGNED AMOUNTS AS ARCHIVE ALLOCATED THEM            *
      *---------------------------------------------------------------*
       01  WS-POST-FIELDS.
           05  WS-POST-SLSP-ID          PIC 9(6) VALUE ZERO.
           05  WS-POST-SALES            PIC 9(8)V99 VALUE ZERO.
           05  WS-POST-TAX              PIC 9(6)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * SPLIT-CREDIT TABLE - LOADED AND CHECKED EXACTLY AS ARCHIVE    *
      * LOADS IT, SO A SALE ARCHIVE ROLLED UP SHARE BY SHARE IS       *
      * REVERSED SHARE BY SHARE, AND A REJECTED SPLIT IS REVERSED     *
      * WHOLE FROM THE BOOKING REP                                    *
      *---------------------------------------------------------------*
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
           05  WS-SPLIT-ALLOC-TAX       PIC 9(6)V99 VALUE ZERO.
           05  WS-SPLIT-SALES-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$,$$$,$$$,$$9.99-.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-STRIP-ARCHIVE UNTIL ARCH-EOF
           PERFORM 3000-REVERSE-ROLLUP
           PERFORM 3500-REVERSE-CATEGORY-ROLLUP
           PERFORM 4000-REVERSE-YTD-TOTALS
           PERFORM 5000-VOID-GL-JOURNAL
           PERFORM 5500-REVERSE-AR-CONTROL
           PERFORM 6000-VOID-RUN-LOG
           PERFORM 8000-FINALIZE
           STOP RUN.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 1500-LOAD-PRODUCT-TABLE
           PERFORM 1700-LOAD-SPLIT-TABLE
           IF WS-SPLIT-TABLE-COUNT > ZERO
               PERFORM 1770-OPEN-REGISTER
           END-IF
           PERFORM 1100-READ-ARCHIVE.

       1100-READ-ARCHIVE.
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD STANDARD COSTS AND FAMILY/CATEGORY THE WAY ARCHIVE DOES.  *
      * EITHER MASTER MISSING (STATUS 35) IS TOLERATED - NO PRODMAST   *
      * MEANS ZERO COST, NO PRODCAT MEANS EVERYTHING UNASSIGNED -      *
      * SINCE THE CATEGORY REVERSAL MUST NEVER STOP THE BACKOUT.       *
      *---------------------------------------------------------------*
       1500-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               PERFORM 1510-READ-PRODUCT-RECORD
               PERFORM 1520-ADD-PRODUCT-ENTRY UNTIL PROD-EOF
               CLOSE PRODUCT-FILE
           ELSE
               IF WS-PROD-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROD-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM 1530-READ-CATEGORY-RECORD
               PERFORM 1540-APPLY-CATEGORY UNTIL CAT-EOF
               CLOSE CATEGORY-FILE
           ELSE
               IF WS-CAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CAT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1510-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE 'Y'               TO WS-PROD-EOF-SW
           END-READ
           IF NOT PROD-EOF AND WS-PROD-STATUS NOT = '00'
               MOVE 'READ ERROR: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1520-ADD-PRODUCT-ENTRY.
           IF WS-PROD-TABLE-COUNT < WS-PROD-TABLE-MAX
               ADD 1                        TO WS-PROD-TABLE-COUNT
               SET WS-PROD-IDX              TO WS-PROD-TABLE-COUNT
               MOVE PROD-CODE       TO WS-PROD-CODE-TBL (WS-PROD-IDX)
               IF PROD-STD-COST NUMERIC
                   MOVE PROD-STD-COST
                                    TO WS-PROD-COST-TBL (WS-PROD-IDX)
               END-IF
           END-IF
           PERFORM 1510-READ-PRODUCT-RECORD.

       1530-READ-CATEGORY-RECORD.
           READ CATEGORY-FILE
               AT END
                   MOVE 'Y'               TO WS-CAT-EOF-SW
           END-READ
           IF NOT CAT-EOF AND WS-CAT-STATUS NOT = '00'
               MOVE 'READ ERROR: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CAT-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1540-APPLY-CATEGORY.
           MOVE PCAT-PROD-CODE             TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           IF PROD-ENTRY-FOUND
               MOVE PCAT-CATEGORY
                                TO WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
               MOVE PCAT-FAMILY TO WS-PROD-FAMILY-TBL (WS-PROD-IDX)
           END-IF
           PERFORM 1530-READ-CATEGORY-RECORD.

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

      *---------------------------------------------------------------*
      * LOAD THE SPLIT-CREDIT SHARES THE WAY ARCHIVE DOES, CHECKING   *
      * EACH SALE'S SHARES AS A GROUP WHEN THE INVOICE CHANGES. A     *
      * MISSING FILE (STATUS 35) MEANS NOTHING IS SPLIT.              *
      *---------------------------------------------------------------*
       1700-LOAD-SPLIT-TABLE.
           OPEN INPUT SPLIT-FILE
           IF WS-SPLIT-STATUS = '00'
               PERFORM 1710-READ-SPLIT-RECORD
               PERFORM 1720-ADD-SPLIT-TO-TABLE UNTIL SPLIT-EOF
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1730-CHECK-SPLIT-GROUP
               END-IF
               CLOSE SPLIT-FILE
           ELSE
               IF WS-SPLIT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SPLIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SPLIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1710-READ-SPLIT-RECORD.
           READ SPLIT-FILE
               AT END
                   MOVE 'Y'               TO WS-SPLIT-EOF-SW
           END-READ
           IF NOT SPLIT-EOF AND WS-SPLIT-STATUS NOT = '00'
               MOVE 'READ ERROR: SPLIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SPLIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ADD ONE SHARE. A NEW INVOICE CLOSES THE PREVIOUS SALE'S GROUP *
      * AND OPENS ITS OWN; AN INVOICE SEEN IN AN EARLIER GROUP MEANS  *
      * ITS SHARES ARE NOT TOGETHER, AND BOTH GROUPS ARE REJECTED.    *
      *---------------------------------------------------------------*
       1720-ADD-SPLIT-TO-TABLE.
           IF WS-SPLIT-TABLE-COUNT >= WS-SPLIT-TABLE-MAX
               MOVE 'SPLIT TABLE FULL'      TO WS-ABEND-MSG(1:16)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF WS-SPLIT-TABLE-COUNT = ZERO
              OR SPL-INVOICE-NO NOT = WS-SPLIT-GROUP-INVOICE
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1730-CHECK-SPLIT-GROUP
               END-IF
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-GROUP-INVOICE
               MOVE ZERO                    TO WS-SPLIT-GROUP-PCT
               MOVE SPACES                  TO WS-SPLIT-REASON
               COMPUTE WS-SPLIT-GROUP-START =
                       WS-SPLIT-TABLE-COUNT + 1
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1750-FIND-SPLIT
               IF SPLIT-FOUND
                   MOVE 'SHARES NOT TOGETHER IN FILE'
                                            TO WS-SPLIT-REASON
               END-IF
           ELSE
               SET WS-SPLIT-SCAN            TO WS-SPLIT-GROUP-START
               PERFORM 1725-CHECK-DUPLICATE-REP
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

           PERFORM 1710-READ-SPLIT-RECORD.

       1725-CHECK-DUPLICATE-REP.
           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-SCAN) = SPL-SALESPERSON-ID
               MOVE 'SALESPERSON NAMED TWICE'
                                            TO WS-SPLIT-REASON
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *---------------------------------------------------------------*
      * CLOSE OUT ONE SALE'S SHARES - MARK THE LAST SHARE, REQUIRE    *
      * THEM TO TOTAL 100.00, AND ON ANY BROKEN RULE REPORT THE SALE  *
      * AND SWITCH OFF EVERY SHARE CARRYING ITS INVOICE               *
      *---------------------------------------------------------------*
       1730-CHECK-SPLIT-GROUP.
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE 'Y'                 TO WS-SPLIT-LAST-TBL (WS-SPLIT-IDX)

           IF WS-SPLIT-REASON = SPACES
              AND WS-SPLIT-GROUP-PCT NOT = 100.00
               MOVE 'SHARES DO NOT TOTAL 100 PCT'
                                            TO WS-SPLIT-REASON
           END-IF

           IF WS-SPLIT-REASON NOT = SPACES
               ADD 1                        TO WS-SPLITS-REJECTED
               DISPLAY 'NIGHTBKO: SPLIT CREDIT FOR INVOICE '
                       WS-SPLIT-GROUP-INVOICE ' REJECTED - '
                       WS-SPLIT-REASON ' - REVERSED FROM BOOKING REP'
               SET WS-SPLIT-SCAN            TO 1
               PERFORM 1740-INVALIDATE-ONE-SHARE
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF.

       1740-INVALIDATE-ONE-SHARE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-SCAN)
                  = WS-SPLIT-GROUP-INVOICE
               MOVE 'N'            TO WS-SPLIT-VALID-TBL (WS-SPLIT-SCAN)
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *---------------------------------------------------------------*
      * FIND THE FIRST GOOD SHARE FOR WS-SPLIT-LOOKUP-INVOICE,        *
      * LEAVING WS-SPLIT-IDX ON IT. A SALE WITH NO INVOICE NUMBER IS  *
      * NEVER SPLIT.                                                  *
      *---------------------------------------------------------------*
       1750-FIND-SPLIT.
           MOVE 'N'                        TO WS-SPLIT-FOUND-SW
           IF WS-SPLIT-LOOKUP-INVOICE NOT = SPACES
               SET WS-SPLIT-IDX            TO 1
               PERFORM 1760-SEARCH-SPLIT-TABLE
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-TABLE-COUNT
                      OR SPLIT-FOUND
           END-IF.

       1760-SEARCH-SPLIT-TABLE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
                  = WS-SPLIT-LOOKUP-INVOICE
              AND WS-SPLIT-VALID-TBL (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y'                    TO WS-SPLIT-FOUND-SW
           ELSE
               SET WS-SPLIT-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * OPEN THE INVOICE REGISTER FOR RETURN TRACING. A MISSING FILE  *
      * (STATUS 35) LEAVES EVERY RETURN ON ITS OWN SHARES.            *
      *---------------------------------------------------------------*
       1770-OPEN-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '35'
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: REGISTER-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 'Y'                    TO WS-REGISTER-OPEN-SW
           END-IF.

      *---------------------------------------------------------------*
      * A CREDIT NOTE WITH NO SHARES OF ITS OWN - LOOK IT UP ON THE   *
      * INVOICE REGISTER AND, WHEN IT TRACES TO AN ORIGINAL INVOICE,  *
      * TAKE THAT INVOICE'S SHARES, THE SAME SHARES ARCHIVE ROLLED    *
      * THE RETURN UP UNDER.                                          *
      *---------------------------------------------------------------*
       1780-FIND-RETURN-SPLIT.
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
                           PERFORM 1750-FIND-SPLIT
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
      * STRIP ONE HISTORY RECORD - THE TARGET DATE'S DETAIL IS HELD    *
      * OUT OF ARCHNEW AND ITS CONTRIBUTIONS ACCUMULATED FOR THE       *

      *---------------------------------------------------------------*
      * FOLD ONE STRIPPED RECORD INTO THE REVERSAL TOTALS - SIGNED     *
      * THE SAME WAY ARCHIVE FOLDED IT IN (RETURNS NEGATIVE). A SPLIT *
      * SALE, OR A RETURN OF ONE, IS TAKEN BACK SHARE BY SHARE FROM   *
      * EACH SHARE'S REP.                                             *
      *---------------------------------------------------------------*
       2100-ACCUMULATE-STRIPPED.
           IF SR-TRANS-RETURN OF ARCHIVE-RECORD
           ADD WS-THIS-SALES                TO WS-NIGHT-SALES
           ADD WS-THIS-TAX                  TO WS-NIGHT-TAX

           MOVE SR-INVOICE-NO OF ARCHIVE-RECORD
                                            TO WS-SPLIT-LOOKUP-INVOICE
           PERFORM 1750-FIND-SPLIT
           IF NOT SPLIT-FOUND
               PERFORM 1780-FIND-RETURN-SPLIT
           END-IF

           IF SPLIT-FOUND
               ADD 1                        TO WS-SPLIT-SALES-COUNT
               MOVE ZERO                    TO WS-SPLIT-ALLOC-AMOUNT
               MOVE ZERO                    TO WS-SPLIT-ALLOC-TAX
               MOVE 'N'                     TO WS-SPLIT-DONE-SW
               PERFORM 2150-STRIP-ONE-SHARE UNTIL SPLIT-SHARES-DONE
           ELSE
               MOVE SR-SALESPERSON-ID OF ARCHIVE-RECORD
                                            TO WS-POST-SLSP-ID
               PERFORM 2200-FIND-OR-ADD-STRIP-ENTRY
               ADD WS-THIS-SALES TO WS-STRIP-SALES-TBL (WS-STRIP-IDX)
               ADD WS-THIS-TAX   TO WS-STRIP-TAX-TBL (WS-STRIP-IDX)
           END-IF

           PERFORM 2300-ACCUMULATE-CATEGORY.

      *---------------------------------------------------------------*
      * ONE SHARE OF A STRIPPED SPLIT SALE - ALLOCATED EXACTLY AS     *
      * ARCHIVE ALLOCATED IT (ROUNDED PERCENTAGE, THE LAST SHARE      *
      * TAKING WHAT IS LEFT), THEN SIGNED LIKE THE WHOLE RECORD       *
      *---------------------------------------------------------------*
       2150-STRIP-ONE-SHARE.
           MOVE WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                                            TO WS-POST-SLSP-ID
           IF WS-SPLIT-LAST-TBL (WS-SPLIT-IDX) = 'Y'
               COMPUTE WS-POST-SALES =
                       SR-SALE-AMOUNT OF ARCHIVE-RECORD
                       - WS-SPLIT-ALLOC-AMOUNT
               COMPUTE WS-POST-TAX =
                       SR-TAX-AMOUNT OF ARCHIVE-RECORD
                       - WS-SPLIT-ALLOC-TAX
               MOVE 'Y'                     TO WS-SPLIT-DONE-SW
           ELSE
               COMPUTE WS-POST-SALES ROUNDED =
                       SR-SALE-AMOUNT OF ARCHIVE-RECORD
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               COMPUTE WS-POST-TAX ROUNDED =
                       SR-TAX-AMOUNT OF ARCHIVE-RECORD
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               ADD WS-POST-SALES            TO WS-SPLIT-ALLOC-AMOUNT
               ADD WS-POST-TAX              TO WS-SPLIT-ALLOC-TAX
               SET WS-SPLIT-IDX UP BY 1
           END-IF

           PERFORM 2200-FIND-OR-ADD-STRIP-ENTRY
           IF SR-TRANS-RETURN OF ARCHIVE-RECORD
               SUBTRACT WS-POST-SALES
                   FROM WS-STRIP-SALES-TBL (WS-STRIP-IDX)
               SUBTRACT WS-POST-TAX
                   FROM WS-STRIP-TAX-TBL (WS-STRIP-IDX)
           ELSE
               ADD WS-POST-SALES TO WS-STRIP-SALES-TBL (WS-STRIP-IDX)
               ADD WS-POST-TAX   TO WS-STRIP-TAX-TBL (WS-STRIP-IDX)
           END-IF.

      *---------------------------------------------------------------*
      * FOLD ONE STRIPPED RECORD INTO ITS FAMILY/CATEGORY REVERSAL,    *
      * RE-DERIVED FROM THE MASTERS EXACTLY AS ARCHIVE DERIVED IT      *
      *---------------------------------------------------------------*
       2300-ACCUMULATE-CATEGORY.
           MOVE SR-PRODUCT-CODE OF ARCHIVE-RECORD
                                           TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           MOVE 'UNASSIGNED'               TO WS-LINE-FAMILY
                                              WS-LINE-CATEGORY
           MOVE ZERO                       TO WS-LINE-UNIT-COST
           IF PROD-ENTRY-FOUND
               MOVE WS-PROD-COST-TBL (WS-PROD-IDX)
                                           TO WS-LINE-UNIT-COST
               IF WS-PROD-CATEGORY-TBL (WS-PROD-IDX) NOT = SPACES
                   MOVE WS-PROD-FAMILY-TBL (WS-PROD-IDX)
                                           TO WS-LINE-FAMILY
                   MOVE WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
                                           TO WS-LINE-CATEGORY
               END-IF
           END-IF
           COMPUTE WS-LINE-COST =
                   SR-QUANTITY OF ARCHIVE-RECORD * WS-LINE-UNIT-COST

           MOVE 'N'                        TO WS-CSTRIP-FOUND-SW
           SET WS-CSTRIP-IDX               TO 1
           PERFORM 2350-SEARCH-CSTRIP-TABLE
               UNTIL WS-CSTRIP-IDX > WS-CSTRIP-TABLE-COUNT
                  OR CSTRIP-ENTRY-FOUND

           IF NOT CSTRIP-ENTRY-FOUND
               IF WS-CSTRIP-TABLE-COUNT >= WS-CSTRIP-TABLE-MAX
                   MOVE 'CATEGORY STRIP TABLE FULL'
                                            TO WS-ABEND-MSG(1:25)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CSTRIP-TABLE-COUNT
               SET WS-CSTRIP-IDX            TO WS-CSTRIP-TABLE-COUNT
               MOVE WS-LINE-FAMILY
                            TO WS-CSTRIP-FAMILY-TBL (WS-CSTRIP-IDX)
               MOVE WS-LINE-CATEGORY
                            TO WS-CSTRIP-CAT-TBL (WS-CSTRIP-IDX)
           END-IF

           IF SR-TRANS-RETURN OF ARCHIVE-RECORD
               ADD SR-SALE-AMOUNT OF ARCHIVE-RECORD
                            TO WS-CSTRIP-RET-TBL (WS-CSTRIP-IDX)
               SUBTRACT WS-LINE-COST
                            FROM WS-CSTRIP-COST-TBL (WS-CSTRIP-IDX)
           ELSE
               ADD SR-SALE-AMOUNT OF ARCHIVE-RECORD
                            TO WS-CSTRIP-SALES-TBL (WS-CSTRIP-IDX)
               ADD WS-LINE-COST
                            TO WS-CSTRIP-COST-TBL (WS-CSTRIP-IDX)
           END-IF.

       2350-SEARCH-CSTRIP-TABLE.
           IF WS-CSTRIP-FAMILY-TBL (WS-CSTRIP-IDX) = WS-LINE-FAMILY
          AND WS-CSTRIP-CAT-TBL (WS-CSTRIP-IDX) = WS-LINE-CATEGORY
               MOVE 'Y'                    TO WS-CSTRIP-FOUND-SW
           ELSE
               SET WS-CSTRIP-IDX UP BY 1
           END-IF.

       2200-FIND-OR-ADD-STRIP-ENTRY.
           MOVE 'N'                        TO WS-STRIP-FOUND-SW
                            TO WS-STRIP-MONTH-TBL (WS-STRIP-IDX)
               MOVE SR-REGION OF ARCHIVE-RECORD
                            TO WS-STRIP-REGION-TBL (WS-STRIP-IDX)
               MOVE WS-POST-SLSP-ID
                            TO WS-STRIP-SLSP-TBL (WS-STRIP-IDX)
           END-IF.

           IF WS-STRIP-REGION-TBL (WS-STRIP-IDX)
                  = SR-REGION OF ARCHIVE-RECORD
          AND WS-STRIP-SLSP-TBL (WS-STRIP-IDX)
                  = WS-POST-SLSP-ID
               MOVE 'Y'                    TO WS-STRIP-FOUND-SW
           ELSE
               SET WS-STRIP-IDX UP BY 1

           SET WS-STRIP-IDX UP BY 1.

      *---------------------------------------------------------------*
      * REVERSE THE STRIPPED CONTRIBUTIONS OUT OF THE CATEGORY ROLLUP *
      * THE SAME WAY - READ BY KEY, REDUCE, REWRITE IN PLACE; AN      *
      * ENTRY NOT ON FILE IS REPORTED, NOT INVENTED                   *
      *---------------------------------------------------------------*
       3500-REVERSE-CATEGORY-ROLLUP.
           IF WS-CSTRIP-TABLE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CATROLL-FILE
           IF WS-CATROLL-STATUS = '35'
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING '*** NO CATEGORY ROLLUP ON HAND - NOTHING TO '
                      'REVERSE ***'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CATROLL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CATROLL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CATROLL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           SET WS-CSTRIP-IDX                TO 1
           PERFORM 3600-REVERSE-ONE-CATEGORY
               UNTIL WS-CSTRIP-IDX > WS-CSTRIP-TABLE-COUNT
           CLOSE CATROLL-FILE.

       3600-REVERSE-ONE-CATEGORY.
           MOVE WS-TARGET-DATE(1:4)         TO CAT-ROLL-YEAR
           MOVE WS-TARGET-DATE(6:2)         TO CAT-ROLL-MONTH
           MOVE WS-CSTRIP-FAMILY-TBL (WS-CSTRIP-IDX)
                                            TO CAT-ROLL-FAMILY
           MOVE WS-CSTRIP-CAT-TBL (WS-CSTRIP-IDX)
                                            TO CAT-ROLL-CATEGORY
           MOVE 'N'                         TO WS-CSTRIP-FOUND-SW
           READ CATROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-CSTRIP-FOUND-SW
           END-READ

           IF CSTRIP-ENTRY-FOUND
               SUBTRACT WS-CSTRIP-SALES-TBL (WS-CSTRIP-IDX)
                   FROM CAT-ROLL-SALES-TOTAL
               SUBTRACT WS-CSTRIP-RET-TBL (WS-CSTRIP-IDX)
                   FROM CAT-ROLL-RETURNS-TOTAL
               SUBTRACT WS-CSTRIP-COST-TBL (WS-CSTRIP-IDX)
                   FROM CAT-ROLL-COST-TOTAL
               REWRITE CATEGORY-ROLLUP-RECORD
               IF WS-CATROLL-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: CATROLL-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CATROLL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CATROLL-REVERSED
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-CSTRIP-SALES-TBL (WS-CSTRIP-IDX)
                                            TO WS-AMT-DISPLAY
               MOVE WS-CSTRIP-RET-TBL (WS-CSTRIP-IDX)
                                            TO WS-AMT-DISPLAY-2
               STRING 'CATEGORY REVERSED '
                      CAT-ROLL-YEAR '/'
                      CAT-ROLL-MONTH
                      ' ' CAT-ROLL-FAMILY
                      ' ' CAT-ROLL-CATEGORY
                      ' SALES ' WS-AMT-DISPLAY
                      ' RETURNS ' WS-AMT-DISPLAY-2
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING '*** NO CATEGORY ROLLUP ENTRY FOR STRIPPED '
                      WS-CSTRIP-FAMILY-TBL (WS-CSTRIP-IDX)
                      ' ' WS-CSTRIP-CAT-TBL (WS-CSTRIP-IDX)
                      ' ***'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           SET WS-CSTRIP-IDX UP BY 1.

      *---------------------------------------------------------------*
      * REVERSE THE NIGHT'S TOTALS OUT OF THE YTD/MTD ACCUMULATORS.    *
      * THE MTD SIDE ONLY REVERSES WHEN THE RECORD'S PERIOD IS THE     *
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * REVERSE THE DATE'S RECEIVABLES POSTINGS OUT OF THE GL A/R      *
      * CONTROL - ONE 'V' RECORD PER STANDING 'J' POSTING, DEBIT AND   *
      * CREDIT SWAPPED, SO THE CONTROL SUMS AS IF THE NIGHT NEVER RAN  *
      * AND ARPROOF CARRIES THE RERUN NIGHT'S JOURNAL IN AGAIN. THE    *
      * CUT-OVER 'O' RECORDS STAND - THEY ARE THE BALANCE BEFORE THE   *
      * NIGHT. NO CONTROL FILE MEANS ARPROOF HAS NEVER RUN.            *
      *---------------------------------------------------------------*
       5500-REVERSE-AR-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '35'
               MOVE 'NO GL A/R CONTROL - NOTHING TO REVERSE'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 5510-READ-CONTROL
           PERFORM 5520-TAKE-ONE-CONTROL UNTIL CONTROL-EOF
           CLOSE CONTROL-FILE

           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
          AND WS-CONTROL-STATUS NOT = '05'
               MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           SET WS-ARC-IDX                   TO 1
           PERFORM 5540-REVERSE-ONE-POSTING
               UNTIL WS-ARC-IDX > WS-ARC-TABLE-COUNT
           CLOSE CONTROL-FILE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'GL A/R CONTROL POSTINGS REVERSED: '
                  WS-CONTROL-REVERSED
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       5510-READ-CONTROL.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SW
           END-READ
           IF NOT CONTROL-EOF AND WS-CONTROL-STATUS NOT = '00'
               MOVE 'READ ERROR: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       5520-TAKE-ONE-CONTROL.
           IF GLA-RUN-DATE = WS-TARGET-DATE
          AND (GLA-JOURNAL-POSTING OR GLA-JOURNAL-VOIDED)
               MOVE 'N'                     TO WS-ARC-FOUND-SW
               SET WS-ARC-IDX               TO 1
               PERFORM 5530-COMPARE-ONE-POSTING
                   UNTIL ARC-ENTRY-FOUND
                      OR WS-ARC-IDX > WS-ARC-TABLE-COUNT
               IF NOT ARC-ENTRY-FOUND
                   IF WS-ARC-TABLE-COUNT >= WS-ARC-TABLE-MAX
                       MOVE 'A/R CONTROL TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-ARC-TABLE-COUNT
                   SET WS-ARC-IDX           TO WS-ARC-TABLE-COUNT
                   MOVE GLA-CYCLE-NO TO WS-ARC-CYCLE-TBL (WS-ARC-IDX)
                   MOVE GLA-DIVISION TO WS-ARC-DIV-TBL (WS-ARC-IDX)
               END-IF
               IF GLA-JOURNAL-POSTING
                   MOVE GLA-DEBIT    TO WS-ARC-DEBIT-TBL (WS-ARC-IDX)
                   MOVE GLA-CREDIT   TO WS-ARC-CREDIT-TBL (WS-ARC-IDX)
                   MOVE GLA-LINE-COUNT
                                     TO WS-ARC-LINES-TBL (WS-ARC-IDX)
                   MOVE 'Y'          TO WS-ARC-LIVE-TBL (WS-ARC-IDX)
               ELSE
                   MOVE 'N'          TO WS-ARC-LIVE-TBL (WS-ARC-IDX)
               END-IF
           END-IF
           PERFORM 5510-READ-CONTROL.

       5530-COMPARE-ONE-POSTING.
           IF WS-ARC-CYCLE-TBL (WS-ARC-IDX) = GLA-CYCLE-NO
          AND WS-ARC-DIV-TBL (WS-ARC-IDX) = GLA-DIVISION
               MOVE 'Y'                     TO WS-ARC-FOUND-SW
           ELSE
               SET WS-ARC-IDX UP BY 1
           END-IF.

       5540-REVERSE-ONE-POSTING.
           IF ARC-POSTING-LIVE (WS-ARC-IDX)
               MOVE SPACES                  TO GL-AR-CONTROL-RECORD
               MOVE WS-TARGET-DATE          TO GLA-RUN-DATE
               MOVE WS-ARC-CYCLE-TBL (WS-ARC-IDX) TO GLA-CYCLE-NO
               MOVE WS-ARC-DIV-TBL (WS-ARC-IDX)   TO GLA-DIVISION
               MOVE 'V'                     TO GLA-ENTRY-TYPE
               MOVE WS-ARC-CREDIT-TBL (WS-ARC-IDX) TO GLA-DEBIT
               MOVE WS-ARC-DEBIT-TBL (WS-ARC-IDX)  TO GLA-CREDIT
               MOVE WS-ARC-LINES-TBL (WS-ARC-IDX)  TO GLA-LINE-COUNT
               WRITE GL-AR-CONTROL-RECORD
               IF WS-CONTROL-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: CONTROL-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CONTROL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CONTROL-REVERSED
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-ARC-DEBIT-TBL (WS-ARC-IDX)  TO WS-AMT-DISPLAY
               MOVE WS-ARC-CREDIT-TBL (WS-ARC-IDX) TO WS-AMT-DISPLAY-2
               STRING 'A/R CONTROL REVERSED: CYCLE '
                      WS-ARC-CYCLE-TBL (WS-ARC-IDX)
                      ' DIVISION ' WS-ARC-DIV-TBL (WS-ARC-IDX)
                      ' DEBITS ' WS-AMT-DISPLAY
                      ' CREDITS ' WS-AMT-DISPLAY-2
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           SET WS-ARC-IDX UP BY 1.

      *---------------------------------------------------------------*
      * VOID THE RUN LOG IN PLACE - EVERY RECORD FOR THE TARGET DATE   *
      * GETS RETURN-CODE 0099, SO THE CONTROL STREAM'S RESTART MODE    *
       8000-FINALIZE.
           CLOSE ARCHIVE-FILE
           CLOSE ARCHNEW-FILE
           IF REGISTER-AVAILABLE
               CLOSE REGISTER-FILE
           END-IF

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           DISPLAY 'ARCHIVE READ:          ' WS-ARCH-READ
           DISPLAY 'ARCHIVE STRIPPED:      ' WS-ARCH-STRIPPED
           DISPLAY 'ROLLUP ROWS REVERSED:  ' WS-ROLLUP-REVERSED
           DISPLAY 'CATEGORY ROWS REVERSED:' WS-CATROLL-REVERSED
           DISPLAY 'SPLIT SALES REVERSED:  ' WS-SPLIT-SALES-COUNT
           DISPLAY 'SPLITS REJECTED:       ' WS-SPLITS-REJECTED
           DISPLAY 'RUN-LOG RECORDS VOIDED: ' WS-RUNLOG-VOIDED
           DISPLAY 'A/R CONTROL REVERSED:  ' WS-CONTROL-REVERSED
           DISPLAY '============================================='
           DISPLAY 'NIGHTBKO: AFTER A CLEAN RUN, RENAME ARCHNEW'
                   ' AND YTDNEW OVER THE LIVE FILES,'
           DISPLAY 'NIGHTBKO: THEN RUN AUDBKOUT FOR THE SAME DATE'
                   ' TO BACK THE MASTER OUT (SEE BACKOUT.SH)'
           DISPLAY 'NIGHTBKO: AND RUN ARCHRETN REBUILD AFTER THE'
                   ' RENAME FOR THE HISTORY INDEX'.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE BACKOUT REGISTER                         *
