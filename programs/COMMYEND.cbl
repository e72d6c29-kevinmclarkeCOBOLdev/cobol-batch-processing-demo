      *****************************************************************
      * PROGRAM NAME: COMMYEND                                        *
      * DESCRIPTION:  YEAR-END COMMISSION EARNINGS STATEMENTS AND     *
      *               TAX-REPORTING EXTRACT                           *
      *               COMMSTMT EXPLAINS ONE CYCLE'S CHECK, BUT AT     *
      *               YEAR END PAYROLL AND THE REPS NEED THE WHOLE    *
      *               YEAR, RECONCILED TO WHAT WAS ACTUALLY PAID -    *
      *               WORK THAT TOOK TWO PEOPLE MOST OF JANUARY.      *
      *               THIS PROGRAM READS THE POSTING/PAYMENT HISTORY  *
      *               (COMMHIST) FOR ONE CALENDAR YEAR AND PRINTS AN  *
      *               ANNUAL EARNINGS STATEMENT PER SALESPERSON ON    *
      *               SLSPMAST - ACTIVE OR TERMINATED - WHO HAD ANY   *
      *               ACTIVITY IN THE YEAR OR CARRIED A BALANCE INTO  *
      *               IT: THE OPENING BALANCE DUE, COMMISSION POSTED, *
      *               MANAGER OVERRIDES, CLAWBACKS, APPROVED MANUAL   *
      *               ADJUSTMENTS (COMMADJ), EVERY PAYMENT BY         *
      *               DATE AND CHECK NUMBER, AND THE CLOSING BALANCE  *
      *               DUE. THE CLOSING BALANCE IS PROVED AGAINST THE  *
      *               BALANCE THE HISTORY RECORDED AFTER THE YEAR'S   *
      *               LAST EVENT, AND - WHEN NOTHING HAS POSTED SINCE *
      *               YEAR END - AGAINST THE PAYABLES LEDGER          *
      *               (COMMLEDG). HISTORY FOR AN ID NO LONGER ON THE  *
      *               MASTER STILL GETS A STATEMENT, FLAGGED, SO NO   *
      *               PAYMENT GOES UNREPORTED.                        *
      *               COMMISSION EARNED ON COLLECTION ('E') COUNTS AS *
      *               COMMISSION POSTED, SINCE IT MOVES THE BALANCE   *
      *               DUE THE SAME WAY; A FORFEIT ('F') WAS NEVER     *
      *               PAYABLE AND IS NOT EARNINGS.                    *
      *                                                                *
      *               THE TAX-REPORTING EXTRACT (COMMYTAX LAYOUT)     *
      *               CARRIES ONE RECORD PER SALESPERSON PAID IN THE  *
      *               YEAR AND A CONTROL TRAILER. ITS TOTAL IS PROVED *
      *               AGAINST THE SUM OF EVERY PAYMENT EVENT DATED IN *
      *               THE YEAR BEFORE THE RUN ENDS CLEAN.             *
      *                                                                *
      * INPUTS:       SALESPERSON MASTER      (SLSPMAST)              *
      *               POSTING/PAYMENT HISTORY (COMMHIST)              *
      *               PAYABLES LEDGER         (COMMLEDG, INDEXED -    *
      *                                        OPTIONAL)              *
      *               BUSINESS DATE CONTROL   (BUSDATE - OPTIONAL)    *
      *               COMMAND-LINE PARM: THE CALENDAR YEAR AS YYYY.   *
      *               OMITTED, THE YEAR BEFORE THE BUSINESS DATE'S -  *
      *               THE JANUARY RUN.                                *
      * OUTPUTS:      ANNUAL STATEMENTS       (CYESTMT, ONE PAGE PER  *
      *                                        SALESPERSON, THEN THE  *
      *                                        CONTROL PAGE)          *
      *               TAX-REPORTING EXTRACT   (CTAXOUT, COMMYTAX      *
      *                                        LAYOUT)                *
      *                                                                *
      * RETURN CODES: 0  RUN COMPLETE, EVERYTHING RECONCILED          *
      *               4  RUN COMPLETE, BUT A STATEMENT DID NOT        *
      *                  RECONCILE TO THE HISTORY OR THE LEDGER, OR   *
      *                  HISTORY NAMED AN ID NOT ON SLSPMAST          *
      *               16 FATAL ERROR, BAD YEAR, OR THE EXTRACT DID    *
      *                  NOT BALANCE TO THE PAYMENT HISTORY - DO NOT  *
      *                  FILE FROM IT                                 *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   SLSPMAST - SALESPERSON MASTER RECORD (70 BYTES)             *
      *   COMMHIST - POSTING/PAYMENT HISTORY RECORD (70 BYTES)        *
      *   COMMLEDG - PAYABLES LEDGER RECORD (90 BYTES)                *
      *   COMMYTAX - TAX-REPORTING EXTRACT RECORD (80 BYTES)          *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMYEND.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLSP-FILE       ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT HISTORY-FILE    ASSIGN TO COMMHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HISTORY-STATUS.

      *    PAYABLES LEDGER - READ BY KEY FOR THE CLOSING-BALANCE
      *    CHECK. A MISSING LEDGER SKIPS THE CHECK.
           SELECT LEDGER-FILE     ASSIGN TO COMMLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CLG-SALESPERSON-ID
                  FILE STATUS  IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE     ASSIGN TO CYESTMT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

           SELECT EXTRACT-FILE    ASSIGN TO CTAXOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-EXTRACT-STATUS.

      *    BUSINESS DATE CONTROL - PICKS THE DEFAULT YEAR AND DATES
      *    THE EXTRACT TRAILER. A MISSING FILE FALLS BACK TO THE
      *    SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SLSP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMMHIST.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY COMMLEDG.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMMYTAX.

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
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-HISTORY-STATUS        PIC XX VALUE SPACES.
           05  WS-LEDGER-STATUS         PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-EXTRACT-STATUS        PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X VALUE 'N'.
               88  HIST-EOF                     VALUE 'Y'.
           05  WS-LEDGER-OPEN-SW        PIC X VALUE 'N'.
               88  LEDGER-OPEN                  VALUE 'Y'.
           05  WS-SP-FOUND-SW           PIC X VALUE 'N'.
               88  SP-FOUND                     VALUE 'Y'.
           05  WS-MORE-SLSP-SW          PIC X VALUE 'Y'.
               88  MORE-SLSP                    VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-YEAR-PARM             PIC X(10) VALUE SPACES.
           05  WS-TAX-YEAR              PIC 9(4)  VALUE ZERO.
           05  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
                                        PIC X(4).

      *---------------------------------------------------------------*
      * ONE ENTRY PER SALESPERSON - EVERY SLSPMAST ROW, PLUS ANY ID    *
      * THE HISTORY NAMES THAT THE MASTER DOES NOT - WITH THE YEAR'S   *
      * TOTALS BY EVENT TYPE AND THE HISTORY'S RUNNING BALANCE DUE     *
      * BEFORE AND AT THE END OF THE YEAR                              *
      *---------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SP-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SP-IDX.
               10  WS-SP-ID-TBL         PIC 9(6).
               10  WS-SP-NAME-TBL       PIC X(20).
               10  WS-SP-REGION-TBL     PIC X(10).
               10  WS-SP-STATUS-TBL     PIC X(1).
               10  WS-SP-TERM-TBL       PIC X(10).
               10  WS-SP-ON-MASTER-TBL  PIC X(1).
               10  WS-SP-OPEN-BAL-TBL   PIC S9(9)V99.
               10  WS-SP-COMM-TBL       PIC S9(11)V99.
               10  WS-SP-OVERRIDE-TBL   PIC S9(11)V99.
               10  WS-SP-CLAWBACK-TBL   PIC S9(11)V99.
               10  WS-SP-ADJUST-TBL     PIC S9(11)V99.
               10  WS-SP-PAID-TBL       PIC S9(11)V99.
               10  WS-SP-POST-CNT-TBL   PIC 9(5).
               10  WS-SP-CLAW-CNT-TBL   PIC 9(5).
               10  WS-SP-ADJ-CNT-TBL    PIC 9(5).
               10  WS-SP-PAY-CNT-TBL    PIC 9(5).
               10  WS-SP-HIST-BAL-TBL   PIC S9(9)V99.
               10  WS-SP-IN-YEAR-TBL    PIC X(1).
               10  WS-SP-AFTER-YEAR-TBL PIC X(1).

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SP-FOUND-SUB          PIC 9(05) VALUE ZERO.
           05  WS-SP-LOW-SUB            PIC 9(05) VALUE ZERO.
           05  WS-LAST-SLSP-ID          PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE YEAR'S PAYMENT EVENTS, FOR THE PAYMENT LINES               *
      *---------------------------------------------------------------*
       01  WS-PAYMENT-TABLE.
           05  WS-PY-ENTRY OCCURS 9999 TIMES
                           INDEXED BY WS-PY-IDX.
               10  WS-PY-SLSP-TBL       PIC 9(6).
               10  WS-PY-DATE-TBL       PIC X(10).
               10  WS-PY-CHECK-TBL      PIC X(10).
               10  WS-PY-AMT-TBL        PIC S9(9)V99.

       01  WS-PAYMENT-TABLE-FIELDS.
           05  WS-PAYMENT-TABLE-MAX     PIC 9(05) VALUE 9999.
           05  WS-PAYMENT-TABLE-COUNT   PIC 9(05) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-EVENT-OVERRIDE        PIC S9(7)V99 VALUE ZERO.
           05  WS-EARNINGS-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-CLOSING-BALANCE       PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-SLSP-LOADED           PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-READ          PIC 9(8) VALUE ZERO.
           05  WS-YEAR-EVENTS           PIC 9(8) VALUE ZERO.
           05  WS-STATEMENTS-PRINTED    PIC 9(7) VALUE ZERO.
           05  WS-TERMINATED-PRINTED    PIC 9(7) VALUE ZERO.
           05  WS-NOT-ON-MASTER         PIC 9(7) VALUE ZERO.
           05  WS-NO-ACTIVITY           PIC 9(7) VALUE ZERO.
           05  WS-UNRECONCILED          PIC 9(7) VALUE ZERO.
           05  WS-LEDGER-DIFFERENCES    PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-WRITTEN       PIC 9(6) VALUE ZERO.
           05  WS-CONTROL-PAY-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-PAY-COUNT     PIC 9(7) VALUE ZERO.

      *    THE PAYMENT EVENTS' OWN TOTAL, TAKEN AS THE HISTORY IS READ,
      *    AND THE EXTRACT'S TOTAL, TAKEN AS IT IS WRITTEN - THE TWO
      *    MUST AGREE
       01  WS-AMOUNT-TOTALS.
           05  WS-CONTROL-PAID          PIC S9(11)V99 VALUE ZERO.
           05  WS-EXTRACT-PAID          PIC S9(11)V99 VALUE ZERO.
           05  WS-YEAR-EARNINGS         PIC S9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$9.99-.
           05  WS-BIG-AMT-DISPLAY       PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.
       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-ONE-EVENT UNTIL HIST-EOF
           MOVE ZERO                        TO WS-LAST-SLSP-ID
           MOVE 'Y'                         TO WS-MORE-SLSP-SW
           PERFORM 3000-NEXT-SALESPERSON UNTIL NOT MORE-SLSP
           PERFORM 4000-WRITE-TRAILER
           PERFORM 5000-PRINT-CONTROL-PAGE
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE YEAR, THE MASTER, THEN THE FILES          *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-YEAR-PARM              FROM COMMAND-LINE
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
           END-IF

           EVALUATE TRUE
               WHEN WS-YEAR-PARM = SPACES
                   MOVE WS-BUSINESS-DATE(1:4) TO WS-TAX-YEAR-X
                   SUBTRACT 1               FROM WS-TAX-YEAR
               WHEN WS-YEAR-PARM(1:4) IS NUMERIC
                AND WS-YEAR-PARM(5:6) = SPACES
                   MOVE WS-YEAR-PARM(1:4)   TO WS-TAX-YEAR-X
               WHEN OTHER
                   DISPLAY 'USAGE: COMMYEND [YYYY]'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT SLSP-FILE
           IF WS-SLSP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1250-READ-SLSP-RECORD
           PERFORM 1200-ADD-SLSP-TO-TABLE UNTIL SLSP-EOF
           CLOSE SLSP-FILE

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'OPEN FAILED: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN INPUT LEDGER-FILE
           EVALUATE WS-LEDGER-STATUS
               WHEN '00'
                   MOVE 'Y'                 TO WS-LEDGER-OPEN-SW
               WHEN '35'
                   MOVE 'N'                 TO WS-LEDGER-OPEN-SW
               WHEN OTHER
                   MOVE 'OPEN FAILED: LEDGER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LEDGER-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
           END-EVALUATE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: EXTRACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EXTRACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1100-READ-HISTORY.

       1100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y'                 TO WS-HIST-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-HISTORY-READ
           END-READ
           IF NOT HIST-EOF AND WS-HISTORY-STATUS NOT = '00'
               MOVE 'READ ERROR: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1200-ADD-SLSP-TO-TABLE.
           IF WS-SLSP-TABLE-COUNT >= WS-SLSP-TABLE-MAX
               MOVE 'SALESPERSON TABLE FULL'
                                            TO WS-ABEND-MSG(1:22)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-SLSP-TABLE-COUNT
           SET WS-SP-IDX                    TO WS-SLSP-TABLE-COUNT
           INITIALIZE WS-SP-ENTRY (WS-SP-IDX)
           MOVE SLSP-ID             TO WS-SP-ID-TBL (WS-SP-IDX)
           MOVE SLSP-NAME           TO WS-SP-NAME-TBL (WS-SP-IDX)
           MOVE SLSP-HOME-REGION    TO WS-SP-REGION-TBL (WS-SP-IDX)
           MOVE SLSP-STATUS         TO WS-SP-STATUS-TBL (WS-SP-IDX)
           MOVE SLSP-TERM-DATE      TO WS-SP-TERM-TBL (WS-SP-IDX)
           MOVE 'Y'                 TO WS-SP-ON-MASTER-TBL (WS-SP-IDX)
           MOVE 'N'                 TO WS-SP-IN-YEAR-TBL (WS-SP-IDX)
                                       WS-SP-AFTER-YEAR-TBL (WS-SP-IDX)
           ADD 1                            TO WS-SLSP-LOADED
           PERFORM 1250-READ-SLSP-RECORD.

       1250-READ-SLSP-RECORD.
           READ SLSP-FILE
               AT END
                   MOVE 'Y'                 TO WS-SLSP-EOF-SW
           END-READ
           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FOLD ONE HISTORY EVENT INTO ITS SALESPERSON. THE HISTORY IS    *
      * WRITTEN IN EVENT ORDER, SO THE LAST BALANCE-AFTER SEEN BEFORE  *
      * THE YEAR IS THE OPENING BALANCE DUE AND THE LAST ONE SEEN IN   *
      * IT THE CLOSING BALANCE THE HISTORY RECORDED.                   *
      *---------------------------------------------------------------*
       2000-FOLD-ONE-EVENT.
           PERFORM 2100-FIND-OR-ADD-SLSP
           EVALUATE TRUE
               WHEN CHX-EVENT-DATE(1:4) < WS-TAX-YEAR-X
                   MOVE CHX-BALANCE-AFTER
                            TO WS-SP-OPEN-BAL-TBL (WS-SP-IDX)
               WHEN CHX-EVENT-DATE(1:4) > WS-TAX-YEAR-X
                   MOVE 'Y' TO WS-SP-AFTER-YEAR-TBL (WS-SP-IDX)
               WHEN OTHER
                   ADD 1                    TO WS-YEAR-EVENTS
                   MOVE 'Y' TO WS-SP-IN-YEAR-TBL (WS-SP-IDX)
                   MOVE CHX-BALANCE-AFTER
                            TO WS-SP-HIST-BAL-TBL (WS-SP-IDX)
                   PERFORM 2200-ADD-YEAR-EVENT
           END-EVALUATE
           PERFORM 1100-READ-HISTORY.

      *    THE LAST SALESPERSON FOUND IS TRIED FIRST - ONE POSTING OR
      *    PAY RUN WRITES MANY EVENTS, BUT A SALESPERSON'S OWN EVENTS
      *    OFTEN FOLLOW ONE ANOTHER
       2100-FIND-OR-ADD-SLSP.
           MOVE 'N'                         TO WS-SP-FOUND-SW
           IF WS-SP-FOUND-SUB > ZERO
               IF WS-SP-ID-TBL (WS-SP-FOUND-SUB) = CHX-SALESPERSON-ID
                   MOVE 'Y'                 TO WS-SP-FOUND-SW
                   SET WS-SP-IDX            TO WS-SP-FOUND-SUB
               END-IF
           END-IF
           IF NOT SP-FOUND
               SET WS-SP-IDX                TO 1
               PERFORM 2150-SEARCH-SLSP-TABLE
                   UNTIL SP-FOUND
                      OR WS-SP-IDX > WS-SLSP-TABLE-COUNT
           END-IF

      *    HISTORY FOR AN ID THE MASTER NO LONGER CARRIES STILL GETS
      *    REPORTED - A PAYMENT CANNOT DROP OUT OF THE TAX EXTRACT
           IF NOT SP-FOUND
               IF WS-SLSP-TABLE-COUNT >= WS-SLSP-TABLE-MAX
                   MOVE 'SALESPERSON TABLE FULL'
                                            TO WS-ABEND-MSG(1:22)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SP-IDX                TO WS-SLSP-TABLE-COUNT
               INITIALIZE WS-SP-ENTRY (WS-SP-IDX)
               MOVE CHX-SALESPERSON-ID  TO WS-SP-ID-TBL (WS-SP-IDX)
               MOVE 'NOT ON MASTER'     TO WS-SP-NAME-TBL (WS-SP-IDX)
               MOVE '?'                 TO WS-SP-STATUS-TBL (WS-SP-IDX)
               MOVE 'N'             TO WS-SP-ON-MASTER-TBL (WS-SP-IDX)
               MOVE 'N'             TO WS-SP-IN-YEAR-TBL (WS-SP-IDX)
                                       WS-SP-AFTER-YEAR-TBL (WS-SP-IDX)
           END-IF
           SET WS-SP-FOUND-SUB              TO WS-SP-IDX.

       2150-SEARCH-SLSP-TABLE.
           IF WS-SP-ID-TBL (WS-SP-IDX) = CHX-SALESPERSON-ID
               MOVE 'Y'                     TO WS-SP-FOUND-SW
           ELSE
               SET WS-SP-IDX UP BY 1
           END-IF.

      *    A POSTING OR CLAWBACK SPLITS INTO THE SALESPERSON'S OWN
      *    COMMISSION AND THE MANAGER-OVERRIDE PART OF IT. COMMISSION
      *    EARNED ON COLLECTION IS POSTED COMMISSION (NO OVERRIDE); A
      *    FORFEIT LEAVES THE BALANCE ALONE AND FALLS THROUGH
       2200-ADD-YEAR-EVENT.
           IF CHX-OVERRIDE-AMOUNT NUMERIC
               MOVE CHX-OVERRIDE-AMOUNT     TO WS-EVENT-OVERRIDE
           ELSE
               MOVE ZERO                    TO WS-EVENT-OVERRIDE
           END-IF
           EVALUATE TRUE
               WHEN CHX-EVENT-POSTING
               WHEN CHX-EVENT-EARNED-ON-COLL
                   ADD 1         TO WS-SP-POST-CNT-TBL (WS-SP-IDX)
                   ADD CHX-AMOUNT
                                 TO WS-SP-COMM-TBL (WS-SP-IDX)
                   SUBTRACT WS-EVENT-OVERRIDE
                                 FROM WS-SP-COMM-TBL (WS-SP-IDX)
                   ADD WS-EVENT-OVERRIDE
                                 TO WS-SP-OVERRIDE-TBL (WS-SP-IDX)
               WHEN CHX-EVENT-CLAWBACK
                   ADD 1         TO WS-SP-CLAW-CNT-TBL (WS-SP-IDX)
                   ADD CHX-AMOUNT
                                 TO WS-SP-CLAWBACK-TBL (WS-SP-IDX)
                   SUBTRACT WS-EVENT-OVERRIDE
                                 FROM WS-SP-CLAWBACK-TBL (WS-SP-IDX)
                   ADD WS-EVENT-OVERRIDE
                                 TO WS-SP-OVERRIDE-TBL (WS-SP-IDX)
               WHEN CHX-EVENT-ADJUSTMENT
                   ADD 1         TO WS-SP-ADJ-CNT-TBL (WS-SP-IDX)
                   ADD CHX-AMOUNT
                                 TO WS-SP-ADJUST-TBL (WS-SP-IDX)
               WHEN CHX-EVENT-PAYMENT
                   ADD 1         TO WS-SP-PAY-CNT-TBL (WS-SP-IDX)
                   ADD CHX-AMOUNT
                                 TO WS-SP-PAID-TBL (WS-SP-IDX)
                   ADD 1                    TO WS-CONTROL-PAY-COUNT
                   ADD CHX-AMOUNT           TO WS-CONTROL-PAID
                   PERFORM 2250-SAVE-PAYMENT
           END-EVALUATE.

       2250-SAVE-PAYMENT.
           IF WS-PAYMENT-TABLE-COUNT >= WS-PAYMENT-TABLE-MAX
               MOVE 'PAYMENT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:38)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-PAYMENT-TABLE-COUNT
           SET WS-PY-IDX                    TO WS-PAYMENT-TABLE-COUNT
           MOVE CHX-SALESPERSON-ID  TO WS-PY-SLSP-TBL (WS-PY-IDX)
           MOVE CHX-EVENT-DATE      TO WS-PY-DATE-TBL (WS-PY-IDX)
           MOVE CHX-CHECK-NO        TO WS-PY-CHECK-TBL (WS-PY-IDX)
           MOVE CHX-AMOUNT          TO WS-PY-AMT-TBL (WS-PY-IDX).

      *---------------------------------------------------------------*
      * THE LOWEST SALESPERSON ID ABOVE THE LAST ONE HANDLED. ONE WITH *
      * NOTHING IN THE YEAR AND NO BALANCE CARRIED INTO IT HAS NO      *
      * STATEMENT TO PRINT.                                            *
      *---------------------------------------------------------------*
       3000-NEXT-SALESPERSON.
           MOVE ZERO                        TO WS-SP-LOW-SUB
           SET WS-SP-IDX                    TO 1
           PERFORM 3010-CHECK-ONE-SLSP
               UNTIL WS-SP-IDX > WS-SLSP-TABLE-COUNT
           IF WS-SP-LOW-SUB = ZERO
               MOVE 'N'                     TO WS-MORE-SLSP-SW
               EXIT PARAGRAPH
           END-IF
           SET WS-SP-IDX                    TO WS-SP-LOW-SUB
           MOVE WS-SP-ID-TBL (WS-SP-IDX)    TO WS-LAST-SLSP-ID

           IF WS-SP-IN-YEAR-TBL (WS-SP-IDX) = 'Y'
          OR WS-SP-OPEN-BAL-TBL (WS-SP-IDX) NOT = ZERO
               PERFORM 3100-PRINT-STATEMENT
               IF WS-SP-PAY-CNT-TBL (WS-SP-IDX) > ZERO
                   PERFORM 3500-WRITE-EXTRACT-RECORD
               END-IF
           ELSE
               ADD 1                        TO WS-NO-ACTIVITY
           END-IF.

       3010-CHECK-ONE-SLSP.
           IF WS-SP-ID-TBL (WS-SP-IDX) > WS-LAST-SLSP-ID
               IF WS-SP-LOW-SUB = ZERO
                   SET WS-SP-LOW-SUB        TO WS-SP-IDX
               ELSE
                   IF WS-SP-ID-TBL (WS-SP-IDX)
                        < WS-SP-ID-TBL (WS-SP-LOW-SUB)
                       SET WS-SP-LOW-SUB    TO WS-SP-IDX
                   END-IF
               END-IF
           END-IF
           SET WS-SP-IDX UP BY 1.

      *---------------------------------------------------------------*
      * ONE STATEMENT PAGE                                             *
      *---------------------------------------------------------------*
       3100-PRINT-STATEMENT.
           ADD 1                            TO WS-STATEMENTS-PRINTED
           STRING 'ANNUAL COMMISSION EARNINGS STATEMENT - CALENDAR '
                  'YEAR ' WS-TAX-YEAR-X
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9050-WRITE-PAGE-TOP
           STRING 'SALESPERSON ' WS-SP-ID-TBL (WS-SP-IDX)
                  '  ' WS-SP-NAME-TBL (WS-SP-IDX)
                  '  REGION ' WS-SP-REGION-TBL (WS-SP-IDX)
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SP-ON-MASTER-TBL (WS-SP-IDX) = 'N'
                   MOVE '*** ID NOT ON SALESPERSON MASTER'
                                            TO WS-REPORT-LINE(70:32)
                   ADD 1                    TO WS-NOT-ON-MASTER
               WHEN WS-SP-STATUS-TBL (WS-SP-IDX) = 'T'
                   STRING 'TERMINATED ' WS-SP-TERM-TBL (WS-SP-IDX)
                          DELIMITED SIZE
                                        INTO WS-REPORT-LINE(70:21)
                   ADD 1                    TO WS-TERMINATED-PRINTED
               WHEN OTHER
                   MOVE 'ACTIVE'            TO WS-REPORT-LINE(70:6)
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:80)
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 'BALANCE DUE AT START OF YEAR'
                                            TO WS-REPORT-LINE(3:40)
           MOVE WS-SP-OPEN-BAL-TBL (WS-SP-IDX) TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-SP-POST-CNT-TBL (WS-SP-IDX) TO WS-CNT-DISPLAY
           STRING 'COMMISSION POSTED    (' WS-CNT-DISPLAY ' POSTINGS)'
                  DELIMITED SIZE        INTO WS-REPORT-LINE(3:40)
           MOVE WS-SP-COMM-TBL (WS-SP-IDX)  TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           MOVE 'MANAGER OVERRIDES'         TO WS-REPORT-LINE(3:40)
           MOVE WS-SP-OVERRIDE-TBL (WS-SP-IDX) TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           MOVE WS-SP-CLAW-CNT-TBL (WS-SP-IDX) TO WS-CNT-DISPLAY
           STRING 'CLAWBACKS NETTED     (' WS-CNT-DISPLAY ' EVENTS)'
                  DELIMITED SIZE        INTO WS-REPORT-LINE(3:40)
           MOVE WS-SP-CLAWBACK-TBL (WS-SP-IDX) TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           MOVE WS-SP-ADJ-CNT-TBL (WS-SP-IDX) TO WS-CNT-DISPLAY
           STRING 'MANUAL ADJUSTMENTS   (' WS-CNT-DISPLAY ' APPROVED)'
                  DELIMITED SIZE        INTO WS-REPORT-LINE(3:40)
           MOVE WS-SP-ADJUST-TBL (WS-SP-IDX) TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(45:15)
           PERFORM 9100-WRITE-REPORT-LINE
           COMPUTE WS-EARNINGS-TOTAL =
                   WS-SP-COMM-TBL (WS-SP-IDX)
                 + WS-SP-OVERRIDE-TBL (WS-SP-IDX)
                 + WS-SP-CLAWBACK-TBL (WS-SP-IDX)
                 + WS-SP-ADJUST-TBL (WS-SP-IDX)
           ADD WS-EARNINGS-TOTAL            TO WS-YEAR-EARNINGS
           MOVE 'TOTAL EARNINGS FOR THE YEAR'
                                            TO WS-REPORT-LINE(3:40)
           MOVE WS-EARNINGS-TOTAL           TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 'PAYMENTS ISSUED'           TO WS-REPORT-LINE(3:15)
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-PY-IDX                    TO 1
           PERFORM 3200-PRINT-ONE-PAYMENT
               UNTIL WS-PY-IDX > WS-PAYMENT-TABLE-COUNT
           MOVE ALL '-'                     TO WS-REPORT-LINE(45:15)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SP-PAY-CNT-TBL (WS-SP-IDX) TO WS-CNT-DISPLAY
           STRING 'TOTAL PAID           (' WS-CNT-DISPLAY ' PAYMENTS)'
                  DELIMITED SIZE        INTO WS-REPORT-LINE(3:40)
           MOVE WS-SP-PAID-TBL (WS-SP-IDX)  TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           COMPUTE WS-CLOSING-BALANCE =
                   WS-SP-OPEN-BAL-TBL (WS-SP-IDX)
                 + WS-EARNINGS-TOTAL
                 - WS-SP-PAID-TBL (WS-SP-IDX)
           MOVE 'BALANCE DUE AT END OF YEAR'
                                            TO WS-REPORT-LINE(3:40)
           MOVE WS-CLOSING-BALANCE          TO WS-AMT-DISPLAY
           PERFORM 3900-WRITE-AMOUNT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 3300-RECONCILE-HISTORY
           PERFORM 3400-RECONCILE-LEDGER.

       3200-PRINT-ONE-PAYMENT.
           IF WS-PY-SLSP-TBL (WS-PY-IDX) = WS-SP-ID-TBL (WS-SP-IDX)
               STRING '  ' WS-PY-DATE-TBL (WS-PY-IDX)
                      '  CHECK ' WS-PY-CHECK-TBL (WS-PY-IDX)
                      DELIMITED SIZE    INTO WS-REPORT-LINE(3:40)
               MOVE WS-PY-AMT-TBL (WS-PY-IDX) TO WS-AMT-DISPLAY
               PERFORM 3900-WRITE-AMOUNT-LINE
           END-IF
           SET WS-PY-IDX UP BY 1.

      *    THE CLOSING BALANCE MUST BE THE ONE THE HISTORY RECORDED
      *    AFTER THE YEAR'S LAST EVENT (OR, WITH NO EVENT IN THE YEAR,
      *    THE OPENING BALANCE CARRIED STRAIGHT THROUGH)
       3300-RECONCILE-HISTORY.
           IF WS-SP-IN-YEAR-TBL (WS-SP-IDX) = 'Y'
          AND WS-CLOSING-BALANCE NOT = WS-SP-HIST-BAL-TBL (WS-SP-IDX)
               MOVE WS-SP-HIST-BAL-TBL (WS-SP-IDX) TO WS-AMT-DISPLAY
               STRING '*** DOES NOT RECONCILE - POSTING HISTORY '
                      'SHOWS ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               ADD 1                        TO WS-UNRECONCILED
           ELSE
               MOVE 'RECONCILED TO THE POSTING HISTORY'
                                            TO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

      *    WITH NOTHING POSTED OR PAID SINCE YEAR END THE LEDGER'S
      *    BALANCE DUE MUST STILL BE THE CLOSING BALANCE
       3400-RECONCILE-LEDGER.
           EVALUATE TRUE
               WHEN NOT LEDGER-OPEN
                   MOVE 'PAYABLES LEDGER NOT ON FILE - NOT COMPARED'
                                            TO WS-REPORT-LINE
               WHEN WS-SP-AFTER-YEAR-TBL (WS-SP-IDX) = 'Y'
                   MOVE 'POSTED TO SINCE YEAR END - LEDGER NOT COMPARED'
                                            TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE WS-SP-ID-TBL (WS-SP-IDX) TO CLG-SALESPERSON-ID
                   READ LEDGER-FILE
                       INVALID KEY
                           MOVE ZERO        TO CLG-BALANCE-DUE
                   END-READ
                   IF WS-LEDGER-STATUS NOT = '00'
                  AND WS-LEDGER-STATUS NOT = '23'
                       MOVE 'READ FAILED: LEDGER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-LEDGER-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   IF CLG-BALANCE-DUE = WS-CLOSING-BALANCE
                       MOVE 'AGREES WITH THE PAYABLES LEDGER'
                                            TO WS-REPORT-LINE
                   ELSE
                       MOVE CLG-BALANCE-DUE TO WS-AMT-DISPLAY
                       STRING '*** PAYABLES LEDGER SHOWS '
                              WS-AMT-DISPLAY ' DUE'
                              DELIMITED SIZE
                                            INTO WS-REPORT-LINE
                       ADD 1                TO WS-LEDGER-DIFFERENCES
                   END-IF
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * ONE TAX-REPORTING RECORD FOR A SALESPERSON PAID IN THE YEAR    *
      *---------------------------------------------------------------*
       3500-WRITE-EXTRACT-RECORD.
           MOVE SPACES                      TO COMM-TAX-EXTRACT-RECORD
           MOVE WS-SP-ID-TBL (WS-SP-IDX)    TO CTX-SALESPERSON-ID
           MOVE WS-TAX-YEAR                 TO CTX-TAX-YEAR
           MOVE WS-SP-NAME-TBL (WS-SP-IDX)  TO CTX-SALESPERSON-NAME
           MOVE WS-SP-STATUS-TBL (WS-SP-IDX) TO CTX-STATUS
           MOVE WS-SP-TERM-TBL (WS-SP-IDX)  TO CTX-TERM-DATE
           MOVE WS-SP-PAID-TBL (WS-SP-IDX)  TO CTX-TOTAL-PAID
           MOVE WS-SP-PAY-CNT-TBL (WS-SP-IDX) TO CTX-PAYMENT-COUNT
           WRITE COMM-TAX-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: EXTRACT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EXTRACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-EXTRACT-WRITTEN
           ADD WS-SP-PAID-TBL (WS-SP-IDX)   TO WS-EXTRACT-PAID
           ADD WS-SP-PAY-CNT-TBL (WS-SP-IDX) TO WS-EXTRACT-PAY-COUNT.

      *    THE AMOUNT COLUMN OF A STATEMENT LINE
       3900-WRITE-AMOUNT-LINE.
           MOVE WS-AMT-DISPLAY              TO WS-REPORT-LINE(45:15)
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * THE EXTRACT'S CONTROL TRAILER                                  *
      *---------------------------------------------------------------*
       4000-WRITE-TRAILER.
           MOVE SPACES                      TO COMM-TAX-TRAILER-RECORD
           MOVE 999999                      TO CTT-TRAILER-ID
           MOVE WS-TAX-YEAR                 TO CTT-TAX-YEAR
           MOVE WS-EXTRACT-WRITTEN          TO CTT-RECORD-COUNT
           MOVE WS-EXTRACT-PAID             TO CTT-PAID-TOTAL
           MOVE WS-EXTRACT-PAY-COUNT        TO CTT-PAYMENT-COUNT
           MOVE WS-BUSINESS-DATE            TO CTT-RUN-DATE
           WRITE COMM-TAX-TRAILER-RECORD
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: EXTRACT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EXTRACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE CONTROL PAGE - WHAT WAS PRINTED AND WRITTEN, AND THE PROOF *
      * OF THE EXTRACT AGAINST THE PAYMENT EVENTS                      *
      *---------------------------------------------------------------*
       5000-PRINT-CONTROL-PAGE.
           STRING 'YEAR-END COMMISSION CONTROL - CALENDAR YEAR '
                  WS-TAX-YEAR-X ' - RUN ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9050-WRITE-PAGE-TOP
           MOVE ALL '='                     TO WS-REPORT-LINE(1:80)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SLSP-LOADED              TO WS-CNT-DISPLAY
           STRING 'SALESPERSONS ON MASTER:       ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-YEAR-EVENTS              TO WS-CNT-DISPLAY
           STRING 'HISTORY EVENTS IN THE YEAR:   ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-STATEMENTS-PRINTED       TO WS-CNT-DISPLAY
           MOVE WS-YEAR-EARNINGS            TO WS-BIG-AMT-DISPLAY
           STRING 'STATEMENTS PRINTED:           ' WS-CNT-DISPLAY
                  '  EARNINGS ' WS-BIG-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TERMINATED-PRINTED       TO WS-CNT-DISPLAY
           STRING '  FOR TERMINATED SALESPERSONS:' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-NOT-ON-MASTER            TO WS-CNT-DISPLAY
           STRING '  FOR IDS NOT ON THE MASTER:  ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-NO-ACTIVITY              TO WS-CNT-DISPLAY
           STRING 'NO ACTIVITY - NO STATEMENT:   ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-UNRECONCILED             TO WS-CNT-DISPLAY
           STRING 'NOT RECONCILED TO HISTORY:    ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-LEDGER-DIFFERENCES       TO WS-CNT-DISPLAY
           STRING 'DIFFERING FROM THE LEDGER:    ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-EXTRACT-WRITTEN          TO WS-CNT-DISPLAY
           MOVE WS-EXTRACT-PAID             TO WS-BIG-AMT-DISPLAY
           STRING 'TAX EXTRACT RECORDS:          ' WS-CNT-DISPLAY
                  '  PAID ' WS-BIG-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CONTROL-PAY-COUNT        TO WS-CNT-DISPLAY
           MOVE WS-CONTROL-PAID             TO WS-BIG-AMT-DISPLAY
           STRING 'PAYMENT EVENTS IN HISTORY:    ' WS-CNT-DISPLAY
                  '  PAID ' WS-BIG-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-EXTRACT-PAID = WS-CONTROL-PAID
          AND WS-EXTRACT-PAY-COUNT = WS-CONTROL-PAY-COUNT
               MOVE 'TAX EXTRACT BALANCES TO THE PAYMENT HISTORY'
                                            TO WS-REPORT-LINE
           ELSE
               MOVE '*** TAX EXTRACT OUT OF BALANCE - DO NOT FILE'
                                            TO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE HISTORY-FILE
           IF LEDGER-OPEN
               CLOSE LEDGER-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE

           DISPLAY '============================================='
           DISPLAY 'COMMYEND - YEAR-END COMMISSION SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CALENDAR YEAR:         ' WS-TAX-YEAR-X
           DISPLAY 'HISTORY RECORDS READ:  ' WS-HISTORY-READ
           DISPLAY 'STATEMENTS PRINTED:    ' WS-STATEMENTS-PRINTED
           DISPLAY 'NOT RECONCILED:        ' WS-UNRECONCILED
           DISPLAY 'LEDGER DIFFERENCES:    ' WS-LEDGER-DIFFERENCES
           DISPLAY 'IDS NOT ON MASTER:     ' WS-NOT-ON-MASTER
           DISPLAY 'EXTRACT RECORDS:       ' WS-EXTRACT-WRITTEN
           MOVE WS-EXTRACT-PAID             TO WS-BIG-AMT-DISPLAY
           DISPLAY 'EXTRACT PAID TOTAL:    ' WS-BIG-AMT-DISPLAY
           MOVE WS-CONTROL-PAID             TO WS-BIG-AMT-DISPLAY
           DISPLAY 'HISTORY PAID TOTAL:    ' WS-BIG-AMT-DISPLAY
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-EXTRACT-PAID NOT = WS-CONTROL-PAID
               WHEN WS-EXTRACT-PAY-COUNT NOT = WS-CONTROL-PAY-COUNT
                   MOVE 16                  TO RETURN-CODE
               WHEN WS-UNRECONCILED > ZERO
               WHEN WS-LEDGER-DIFFERENCES > ZERO
               WHEN WS-NOT-ON-MASTER > ZERO
                   MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO                TO RETURN-CODE
           END-EVALUATE.

      *---------------------------------------------------------------*
      * START EACH STATEMENT ON A NEW PAGE, THE SAME AFTER-ADVANCING-  *
      * PAGE STYLE COMMSTMT USES                                       *
      *---------------------------------------------------------------*
       9050-WRITE-PAGE-TOP.
           MOVE WS-REPORT-LINE             TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE.

       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE             TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
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
           DISPLAY '*** COMMYEND FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
