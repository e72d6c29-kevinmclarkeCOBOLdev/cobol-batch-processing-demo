      *****************************************************************
      * PROGRAM NAME: COMMADJ                                         *
      * DESCRIPTION:  MANUAL COMMISSION ADJUSTMENT APPROVAL MANAGER   *
      *               A ONE-OFF COMMISSION ADJUSTMENT SALES           *
      *               MANAGEMENT HAS AGREED (A SPIFF, A MIS-CREDITED  *
      *               DEAL, A SPLIT NEGOTIATED AFTER THE FACT) COULD  *
      *               ONLY BE POSTED BY EDITING COMMOUT, LEAVING NO   *
      *               TRAIL. THIS PROGRAM TAKES THEM AS TRANSACTIONS  *
      *               WITH A REASON CODE AND AN OPERATOR ID AND RUNS  *
      *               THEM THROUGH THEIR OWN APPROVAL QUEUE, BUILT    *
      *               THE SAME WAY APPRVMGR MANAGES CUSTUPD'S PENDING *
      *               LIMIT CHANGES:                                  *
      *                 QUEUE - EDIT THE CADJIN TRANSACTIONS          *
      *                   (SALESPERSON ON SLSPMAST, REASON ON         *
      *                   COMMRSN, NON-ZERO AMOUNT, OPERATOR GIVEN,   *
      *                   NOT ALREADY QUEUED) AND ADD EACH GOOD ONE   *
      *                   TO CADJPEND AWAITING APPROVAL               *
      *                 LIST - LIST EVERY QUEUE ENTRY                 *
      *                 RELEASE - POST ONE ENTRY TO THE PAYABLES      *
      *                   LEDGER (COMMLEDG), SO COMMDISB PAYS IT WITH *
      *                   THE NEXT CHECK, AND WRITE ITS 'A' EVENT TO  *
      *                   THE HISTORY (COMMHIST), SO COMMSTMT AND     *
      *                   COMMYEND SHOW IT AS ITS OWN LINE            *
      *                 REJECT - MARK ONE ENTRY REJECTED - THE LEDGER *
      *                   WAS NEVER TOUCHED                           *
      *               THE APPROVER ID IS REQUIRED ON A RELEASE OR     *
      *               REJECT, AND A RELEASE BY THE PERSON WHO KEYED   *
      *               THE ADJUSTMENT IS REFUSED. THE QUEUE ENTRY      *
      *               KEEPS WHO KEYED IT, WHO ACTIONED IT, AND WHEN.  *
      *                                                                *
      * INPUTS:       ADJUSTMENT TRANSACTIONS (CADJIN - QUEUE ONLY)   *
      *               REASON-CODE MASTER      (COMMRSN, ADJRSN        *
      *                                        LAYOUT - QUEUE ONLY)   *
      *               SALESPERSON MASTER      (SLSPMAST - QUEUE ONLY) *
      *               COMMAND-LINE ACTION (THE GNUCOBOL STAND-IN FOR  *
      *               A JCL PARM):                                    *
      *                 QUEUE                    - QUEUE CADJIN       *
      *                 LIST                     - LIST ALL ENTRIES   *
      *                 RELEASE nnnnnnnn approvr - RELEASE ONE ENTRY  *
      *                 REJECT  nnnnnnnn approvr - REJECT ONE ENTRY   *
      * OUTPUTS:      APPROVAL QUEUE          (CADJPEND, INDEXED)     *
      *               PAYABLES LEDGER         (COMMLEDG, INDEXED -    *
      *                                        RELEASE ONLY)          *
      *               POSTING/PAYMENT HISTORY (COMMHIST, EXTENDED -   *
      *                                        RELEASE ONLY)          *
      *               ADJUSTMENT REGISTER     (CADJRPT)               *
      *                                                                *
      * RETURN CODES: 0  ACTION COMPLETE                              *
      *               4  QUEUE: ONE OR MORE TRANSACTIONS REFUSED      *
      *               8  RELEASE/REJECT: ENTRY NOT FOUND OR NOT       *
      *                  AWAITING APPROVAL                            *
      *               12 RELEASE BY THE PERSON WHO KEYED THE ENTRY    *
      *               16 FATAL ERROR OR MISSING PARM                  *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   CADJTRAN - ADJUSTMENT TRANSACTION RECORD (80 BYTES)         *
      *   CADJPEND - APPROVAL QUEUE RECORD (160 BYTES)                *
      *   ADJRSN   - REASON-CODE MASTER RECORD (60 BYTES)             *
      *   SLSPMAST - SALESPERSON MASTER RECORD (70 BYTES)             *
      *   COMMLEDG - PAYABLES LEDGER RECORD (90 BYTES)                *
      *   COMMHIST - POSTING/PAYMENT HISTORY RECORD (70 BYTES)        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMADJ.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-FILE        ASSIGN TO CADJIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ADJ-STATUS.

      *    COMMISSION REASON CODES - THE SAME LAYOUT AS THE A/R MEMO
      *    REASON MASTER, KEPT AS ITS OWN SMALL OPS-EDITED FILE
           SELECT REASON-FILE     ASSIGN TO COMMRSN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REASON-STATUS.

           SELECT SLSP-FILE       ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

      *    THE APPROVAL QUEUE - OPENED I-O SO AN ENTRY'S STATUS CAN
      *    BE REWRITTEN IN PLACE WHEN IT IS RELEASED OR REJECTED
           SELECT PENDING-FILE    ASSIGN TO CADJPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAQ-SEQUENCE-NO
                  FILE STATUS  IS WS-PEND-STATUS.

      *    PAYABLES LEDGER - THE SAME FILE COMMDISB POSTS AND PAYS
           SELECT LEDGER-FILE     ASSIGN TO COMMLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CLG-SALESPERSON-ID
                  FILE STATUS  IS WS-LEDGER-STATUS.

           SELECT HISTORY-FILE    ASSIGN TO COMMHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE     ASSIGN TO CADJRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ADJ-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CADJTRAN.

       FD  REASON-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADJRSN.

       FD  SLSP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY CADJPEND.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY COMMLEDG.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY COMMHIST.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-ADJ-STATUS            PIC XX VALUE SPACES.
           05  WS-REASON-STATUS         PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-PEND-STATUS           PIC XX VALUE SPACES.
           05  WS-LEDGER-STATUS         PIC XX VALUE SPACES.
           05  WS-HISTORY-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ADJ-EOF-SW            PIC X VALUE 'N'.
               88  ADJ-EOF                      VALUE 'Y'.
           05  WS-REASON-EOF-SW         PIC X VALUE 'N'.
               88  REASON-EOF                   VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-PEND-EOF-SW           PIC X VALUE 'N'.
               88  PEND-EOF                     VALUE 'Y'.
           05  WS-PEND-FOUND-SW         PIC X VALUE 'N'.
               88  PEND-FOUND                   VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW       PIC X VALUE 'N'.
               88  LEDGER-FOUND                 VALUE 'Y'.
           05  WS-FOUND-SW              PIC X VALUE 'N'.
               88  ENTRY-FOUND                  VALUE 'Y'.
           05  WS-LEDGER-OPEN-SW        PIC X VALUE 'N'.
               88  LEDGER-OPEN                  VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW       PIC X VALUE 'N'.
               88  HISTORY-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(5) VALUE ZERO.
           05  WS-QUEUED-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-LISTED-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-AWAITING-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-RELEASED-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-REJECTED-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-QUEUED-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-AWAITING-AMOUNT       PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * COMMAND-LINE ACTION PARSING - SAME ACCEPT/UNSTRING PATTERN    *
      * APPRVMGR USES                                                 *
      *---------------------------------------------------------------*
       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
           05  WS-ACTION-CODE           PIC X(08) VALUE SPACES.
               88  ACTION-IS-QUEUE              VALUE 'QUEUE'.
               88  ACTION-IS-LIST               VALUE 'LIST'.
               88  ACTION-IS-RELEASE            VALUE 'RELEASE'.
               88  ACTION-IS-REJECT             VALUE 'REJECT'.
           05  WS-SEQ-PARM              PIC X(08) VALUE SPACES.
           05  WS-TARGET-SEQ            PIC 9(08) VALUE ZERO.
           05  WS-APPROVER-PARM         PIC X(07) VALUE SPACES.

      *---------------------------------------------------------------*
      * NEXT CAQ-SEQUENCE-NO TO ASSIGN - THE HIGHEST KEY ALREADY ON    *
      * THE QUEUE, SEEDED BY THE SCAN BEFORE ANYTHING IS ADDED         *
      *---------------------------------------------------------------*
       01  WS-PEND-SEQUENCE-NO          PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      * REASON CODES AND SALESPERSONS, LOADED FOR THE QUEUE EDITS      *
      *---------------------------------------------------------------*
       01  WS-REASON-TABLE.
           05  WS-RS-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-RS-IDX.
               10  WS-RS-CODE-TBL       PIC X(4).
       01  WS-REASON-TABLE-MAX          PIC 9(5) VALUE 200.
       01  WS-REASON-TABLE-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-SLSP-TABLE.
           05  WS-SP-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-SP-IDX.
               10  WS-SP-ID-TBL         PIC 9(6).
               10  WS-SP-NAME-TBL       PIC X(20).
       01  WS-SLSP-TABLE-MAX            PIC 9(5) VALUE 2000.
       01  WS-SLSP-TABLE-COUNT          PIC 9(5) VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY ENTRY ALREADY ON THE QUEUE AND NOT REJECTED, PLUS EVERY  *
      * ONE QUEUED THIS RUN - THE SAME SALESPERSON, REFERENCE AND      *
      * AMOUNT TWICE IS A DUPLICATE, NOT A SECOND ADJUSTMENT           *
      *---------------------------------------------------------------*
       01  WS-QUEUED-TABLE.
           05  WS-QU-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-QU-IDX.
               10  WS-QU-SLSP-TBL       PIC 9(6).
               10  WS-QU-REF-TBL        PIC X(10).
               10  WS-QU-AMT-TBL        PIC S9(7)V99.
       01  WS-QUEUED-TABLE-MAX          PIC 9(5) VALUE 5000.
       01  WS-QUEUED-TABLE-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-REFUSAL-REASON            PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR             PIC 9(4).
           05  WS-CURR-MONTH            PIC 9(2).
           05  WS-CURR-DAY              PIC 9(2).

       01  WS-FORMATTED-DATE            PIC X(10).

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$9.99-.
           05  WS-BIG-AMT-DISPLAY       PIC $$,$$$,$$$,$$9.99-.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           EVALUATE TRUE
               WHEN ACTION-IS-QUEUE
                   PERFORM 2000-QUEUE-ADJUSTMENTS
               WHEN ACTION-IS-LIST
                   PERFORM 3000-LIST-QUEUE
               WHEN ACTION-IS-RELEASE
                   PERFORM 4000-RELEASE-ENTRY
               WHEN ACTION-IS-REJECT
                   PERFORM 5000-REJECT-ENTRY
               WHEN OTHER
                   DISPLAY 'USAGE: COMMADJ QUEUE'
                   DISPLAY '       COMMADJ LIST'
                   DISPLAY '       COMMADJ RELEASE nnnnnnnn approvr'
                   DISPLAY '       COMMADJ REJECT  nnnnnnnn approvr'
                   MOVE 16                  TO RETURN-CODE
           END-EVALUATE

           PERFORM 9000-PRINT-SUMMARY
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION                                                 *
      * THE QUEUE IS OPENED I-O. THE FIRST RUN EVER FINDS NO QUEUE     *
      * FILE (STATUS 35), SO IT IS CREATED EMPTY AND REOPENED - THE    *
      * SAME ONE-TIME BOOTSTRAP COMMDISB GIVES THE LEDGER.             *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                    INTO WS-ACTION-CODE WS-SEQ-PARM WS-APPROVER-PARM
           IF FUNCTION TRIM(WS-SEQ-PARM) IS NUMERIC
               MOVE WS-SEQ-PARM             TO WS-TARGET-SEQ
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
                  DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           END-STRING

           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PENDING-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * QUEUE - EDIT EACH CADJIN TRANSACTION AND ADD THE GOOD ONES TO  *
      * THE QUEUE AWAITING A SECOND APPROVAL. NOTHING TOUCHES THE      *
      * LEDGER HERE.                                                   *
      *---------------------------------------------------------------*
       2000-QUEUE-ADJUSTMENTS.
           PERFORM 2100-LOAD-REASON-CODES
           PERFORM 2200-LOAD-SALESPERSONS
           PERFORM 2300-SCAN-QUEUE

           OPEN INPUT ADJ-FILE
           IF WS-ADJ-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ADJ-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ADJ-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 'COMMISSION ADJUSTMENTS QUEUED - RUN DATE '
                                            TO WS-REPORT-LINE(1:41)
           MOVE WS-FORMATTED-DATE           TO WS-REPORT-LINE(42:10)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 2400-READ-ADJUSTMENT
           PERFORM 2500-QUEUE-ONE-ADJUSTMENT UNTIL ADJ-EOF
           CLOSE ADJ-FILE

           IF WS-REFUSED-COUNT > ZERO
               DISPLAY 'COMMADJ: ' WS-REFUSED-COUNT
                       ' ADJUSTMENT(S) REFUSED - SEE CADJRPT'
               MOVE 4                       TO RETURN-CODE
           END-IF.

       2100-LOAD-REASON-CODES.
           OPEN INPUT REASON-FILE
           IF WS-REASON-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REASON-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REASON-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2110-READ-REASON
           PERFORM 2120-ADD-ONE-REASON UNTIL REASON-EOF
           CLOSE REASON-FILE.

       2110-READ-REASON.
           READ REASON-FILE
               AT END
                   MOVE 'Y'                 TO WS-REASON-EOF-SW
           END-READ
           IF NOT REASON-EOF AND WS-REASON-STATUS NOT = '00'
               MOVE 'READ ERROR: REASON-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REASON-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2120-ADD-ONE-REASON.
           IF WS-REASON-TABLE-COUNT >= WS-REASON-TABLE-MAX
               MOVE 'REASON TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:36)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-REASON-TABLE-COUNT
           SET WS-RS-IDX                    TO WS-REASON-TABLE-COUNT
           MOVE ADJR-CODE               TO WS-RS-CODE-TBL (WS-RS-IDX)
           PERFORM 2110-READ-REASON.

       2200-LOAD-SALESPERSONS.
           OPEN INPUT SLSP-FILE
           IF WS-SLSP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2210-READ-SLSP
           PERFORM 2220-ADD-ONE-SLSP UNTIL SLSP-EOF
           CLOSE SLSP-FILE.

       2210-READ-SLSP.
           READ SLSP-FILE
               AT END
                   MOVE 'Y'                 TO WS-SLSP-EOF-SW
           END-READ
           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ ERROR: SLSP-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2220-ADD-ONE-SLSP.
           IF WS-SLSP-TABLE-COUNT >= WS-SLSP-TABLE-MAX
               MOVE 'SALESPERSON TABLE FULL'
                                            TO WS-ABEND-MSG(1:22)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-SLSP-TABLE-COUNT
           SET WS-SP-IDX                    TO WS-SLSP-TABLE-COUNT
           MOVE SLSP-ID                     TO WS-SP-ID-TBL (WS-SP-IDX)
           MOVE SLSP-NAME                TO WS-SP-NAME-TBL (WS-SP-IDX)
           PERFORM 2210-READ-SLSP.

      *---------------------------------------------------------------*
      * SCAN THE QUEUE ONCE IN KEY SEQUENCE - SEED THE SEQUENCE NUMBER *
      * AND REMEMBER EVERY ENTRY NOT REJECTED, FOR THE DUPLICATE EDIT  *
      *---------------------------------------------------------------*
       2300-SCAN-QUEUE.
           MOVE ZERO                        TO CAQ-SEQUENCE-NO
           START PENDING-FILE KEY NOT < CAQ-SEQUENCE-NO
               INVALID KEY
                   MOVE 'Y'                 TO WS-PEND-EOF-SW
           END-START
           IF NOT PEND-EOF
               PERFORM 3100-READ-PENDING-NEXT
           END-IF
           PERFORM 2310-REMEMBER-ONE-ENTRY UNTIL PEND-EOF.

       2310-REMEMBER-ONE-ENTRY.
           MOVE CAQ-SEQUENCE-NO             TO WS-PEND-SEQUENCE-NO
           IF NOT CAQ-REJECTED
               PERFORM 2320-ADD-QUEUED-ENTRY
           END-IF
           PERFORM 3100-READ-PENDING-NEXT.

       2320-ADD-QUEUED-ENTRY.
           IF WS-QUEUED-TABLE-COUNT >= WS-QUEUED-TABLE-MAX
               MOVE 'QUEUED TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:36)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-QUEUED-TABLE-COUNT
           SET WS-QU-IDX                    TO WS-QUEUED-TABLE-COUNT
           MOVE CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                                    TO WS-QU-SLSP-TBL (WS-QU-IDX)
           MOVE CAJ-REFERENCE OF CAQ-ADJ-DATA
                                    TO WS-QU-REF-TBL (WS-QU-IDX)
           MOVE CAJ-AMOUNT OF CAQ-ADJ-DATA
                                    TO WS-QU-AMT-TBL (WS-QU-IDX).

       2400-READ-ADJUSTMENT.
           READ ADJ-FILE
               AT END
                   MOVE 'Y'                 TO WS-ADJ-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-TRANS-READ
           END-READ
           IF NOT ADJ-EOF AND WS-ADJ-STATUS NOT = '00'
               MOVE 'READ ERROR: ADJ-FILE         FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ADJ-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * EDIT ONE TRANSACTION. THE FIRST FAILED EDIT REFUSES IT; A GOOD *
      * ONE IS WRITTEN TO THE QUEUE UNDER THE NEXT SEQUENCE NUMBER.    *
      *---------------------------------------------------------------*
       2500-QUEUE-ONE-ADJUSTMENT.
           MOVE SPACES                      TO WS-REFUSAL-REASON
           SET WS-SP-IDX                    TO 1
           MOVE 'N'                         TO WS-FOUND-SW
           PERFORM 2510-SEARCH-SLSP-TABLE
               UNTIL ENTRY-FOUND
                  OR WS-SP-IDX > WS-SLSP-TABLE-COUNT

           EVALUATE TRUE
               WHEN CAJ-SALESPERSON-ID OF COMM-ADJUSTMENT-RECORD
                        NOT NUMERIC
                   MOVE 'SALESPERSON ID NOT NUMERIC'
                                            TO WS-REFUSAL-REASON
               WHEN NOT ENTRY-FOUND
                   MOVE 'SALESPERSON NOT ON SLSPMAST'
                                            TO WS-REFUSAL-REASON
               WHEN CAJ-AMOUNT OF COMM-ADJUSTMENT-RECORD NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC'
                                            TO WS-REFUSAL-REASON
               WHEN CAJ-AMOUNT OF COMM-ADJUSTMENT-RECORD = ZERO
                   MOVE 'AMOUNT IS ZERO'    TO WS-REFUSAL-REASON
               WHEN CAJ-OPERATOR-ID OF COMM-ADJUSTMENT-RECORD
                        = SPACES
                   MOVE 'NO OPERATOR ID'    TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 2520-CHECK-REASON-CODE
           END-EVALUATE
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 2540-CHECK-DUPLICATE
           END-IF

           IF WS-REFUSAL-REASON = SPACES
               PERFORM 2600-WRITE-QUEUE-ENTRY
           ELSE
               PERFORM 2700-REPORT-REFUSAL
           END-IF

           PERFORM 2400-READ-ADJUSTMENT.

       2510-SEARCH-SLSP-TABLE.
           IF WS-SP-ID-TBL (WS-SP-IDX)
                  = CAJ-SALESPERSON-ID OF COMM-ADJUSTMENT-RECORD
               MOVE 'Y'                     TO WS-FOUND-SW
           ELSE
               SET WS-SP-IDX UP BY 1
           END-IF.

       2520-CHECK-REASON-CODE.
           MOVE 'N'                         TO WS-FOUND-SW
           SET WS-RS-IDX                    TO 1
           PERFORM 2530-SEARCH-REASON-TABLE
               UNTIL ENTRY-FOUND
                  OR WS-RS-IDX > WS-REASON-TABLE-COUNT
           IF NOT ENTRY-FOUND
               MOVE 'REASON CODE NOT ON COMMRSN'
                                            TO WS-REFUSAL-REASON
           END-IF.

       2530-SEARCH-REASON-TABLE.
           IF WS-RS-CODE-TBL (WS-RS-IDX)
                  = CAJ-REASON-CODE OF COMM-ADJUSTMENT-RECORD
               MOVE 'Y'                     TO WS-FOUND-SW
           ELSE
               SET WS-RS-IDX UP BY 1
           END-IF.

       2540-CHECK-DUPLICATE.
           MOVE 'N'                         TO WS-FOUND-SW
           SET WS-QU-IDX                    TO 1
           PERFORM 2550-SEARCH-QUEUED-TABLE
               UNTIL ENTRY-FOUND
                  OR WS-QU-IDX > WS-QUEUED-TABLE-COUNT
           IF ENTRY-FOUND
               MOVE 'DUPLICATE OF A QUEUED ENTRY'
                                            TO WS-REFUSAL-REASON
           END-IF.

       2550-SEARCH-QUEUED-TABLE.
           IF WS-QU-SLSP-TBL (WS-QU-IDX)
                  = CAJ-SALESPERSON-ID OF COMM-ADJUSTMENT-RECORD
          AND WS-QU-REF-TBL (WS-QU-IDX)
                  = CAJ-REFERENCE OF COMM-ADJUSTMENT-RECORD
          AND WS-QU-AMT-TBL (WS-QU-IDX)
                  = CAJ-AMOUNT OF COMM-ADJUSTMENT-RECORD
               MOVE 'Y'                     TO WS-FOUND-SW
           ELSE
               SET WS-QU-IDX UP BY 1
           END-IF.

      *    WS-SP-IDX STILL POINTS AT THE SALESPERSON FOUND ABOVE
       2600-WRITE-QUEUE-ENTRY.
           ADD 1                            TO WS-PEND-SEQUENCE-NO
           MOVE SPACES                      TO COMM-ADJ-PENDING-RECORD
           MOVE WS-PEND-SEQUENCE-NO         TO CAQ-SEQUENCE-NO
           MOVE FUNCTION CURRENT-DATE       TO CAQ-TIMESTAMP
           MOVE 'P'                         TO CAQ-STATUS
           MOVE WS-SP-NAME-TBL (WS-SP-IDX)  TO CAQ-SALESPERSON-NAME
           MOVE COMM-ADJUSTMENT-RECORD      TO CAQ-ADJ-DATA
           IF CAJ-ADJ-DATE OF CAQ-ADJ-DATA = SPACES
               MOVE WS-FORMATTED-DATE
                                TO CAJ-ADJ-DATE OF CAQ-ADJ-DATA
           END-IF
           WRITE COMM-ADJ-PENDING-RECORD
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'WRITE ERROR: PENDING-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2320-ADD-QUEUED-ENTRY
           ADD 1                            TO WS-QUEUED-COUNT
           ADD CAJ-AMOUNT OF CAQ-ADJ-DATA   TO WS-QUEUED-AMOUNT

           MOVE CAJ-AMOUNT OF CAQ-ADJ-DATA  TO WS-AMT-DISPLAY
           STRING 'QUEUED  SEQ=' CAQ-SEQUENCE-NO
                  ' SALESPERSON=' CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                  ' AMOUNT=' WS-AMT-DISPLAY
                  ' REASON=' CAJ-REASON-CODE OF CAQ-ADJ-DATA
                  ' REF=' CAJ-REFERENCE OF CAQ-ADJ-DATA
                  ' BY ' CAJ-OPERATOR-ID OF CAQ-ADJ-DATA
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       2700-REPORT-REFUSAL.
           ADD 1                            TO WS-REFUSED-COUNT
           IF CAJ-AMOUNT OF COMM-ADJUSTMENT-RECORD NUMERIC
               MOVE CAJ-AMOUNT OF COMM-ADJUSTMENT-RECORD
                                            TO WS-AMT-DISPLAY
           ELSE
               MOVE ZERO                    TO WS-AMT-DISPLAY
           END-IF
           STRING '*** REFUSED SALESPERSON='
                  CAJ-SALESPERSON-ID OF COMM-ADJUSTMENT-RECORD
                  ' AMOUNT=' WS-AMT-DISPLAY
                  ' REF=' CAJ-REFERENCE OF COMM-ADJUSTMENT-RECORD
                  ' - ' WS-REFUSAL-REASON
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LIST EVERY QUEUE ENTRY, LOWEST SEQUENCE NUMBER FIRST           *
      *---------------------------------------------------------------*
       3000-LIST-QUEUE.
           MOVE 'COMMISSION ADJUSTMENT QUEUE - RUN DATE '
                                            TO WS-REPORT-LINE(1:39)
           MOVE WS-FORMATTED-DATE           TO WS-REPORT-LINE(40:10)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE ZERO                        TO CAQ-SEQUENCE-NO
           START PENDING-FILE KEY NOT < CAQ-SEQUENCE-NO
               INVALID KEY
                   MOVE 'Y'                 TO WS-PEND-EOF-SW
           END-START
           IF NOT PEND-EOF
               PERFORM 3100-READ-PENDING-NEXT
           END-IF
           PERFORM 3200-LIST-ONE-ENTRY UNTIL PEND-EOF.

       3100-READ-PENDING-NEXT.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-PEND-EOF-SW
           END-READ
           IF WS-PEND-STATUS NOT = '00'
          AND WS-PEND-STATUS NOT = '10'
               MOVE 'READ ERROR: PENDING-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3200-LIST-ONE-ENTRY.
           MOVE CAJ-AMOUNT OF CAQ-ADJ-DATA  TO WS-AMT-DISPLAY
           STRING 'SEQ=' CAQ-SEQUENCE-NO
                  ' SALESPERSON=' CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                  ' ' CAQ-SALESPERSON-NAME
                  ' AMOUNT=' WS-AMT-DISPLAY
                  ' REASON=' CAJ-REASON-CODE OF CAQ-ADJ-DATA
                  ' REF=' CAJ-REFERENCE OF CAQ-ADJ-DATA
                  ' STATUS=' CAQ-STATUS
                  ' KEYED BY ' CAJ-OPERATOR-ID OF CAQ-ADJ-DATA
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE CAJ-DESCRIPTION OF CAQ-ADJ-DATA
                                            TO WS-REPORT-LINE(15:30)
           IF NOT CAQ-AWAITING
               STRING 'ACTIONED BY ' CAQ-ACTIONED-BY
                      ' ON ' CAQ-ACTION-DATE
                      DELIMITED SIZE        INTO WS-REPORT-LINE(50:)
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-LISTED-COUNT
           IF CAQ-AWAITING
               ADD 1                        TO WS-AWAITING-COUNT
               ADD CAJ-AMOUNT OF CAQ-ADJ-DATA TO WS-AWAITING-AMOUNT
           END-IF
           PERFORM 3100-READ-PENDING-NEXT.

      *---------------------------------------------------------------*
      * RELEASE ONE ENTRY - POST IT TO THE LEDGER, WRITE ITS HISTORY   *
      * EVENT, THEN MARK THE QUEUE ENTRY RELEASED SO IT IS NOT POSTED  *
      * TWICE                                                          *
      *---------------------------------------------------------------*
       4000-RELEASE-ENTRY.
      *    NOBODY RELEASES WITHOUT SAYING WHO THEY ARE, AND NOBODY
      *    RELEASES THEIR OWN KEYING
           IF WS-APPROVER-PARM = SPACES
               DISPLAY 'RELEASE REQUIRES AN APPROVER ID'
               DISPLAY 'USAGE: COMMADJ RELEASE nnnnnnnn approvr'
               MOVE 16                      TO RETURN-CODE
               PERFORM 8000-FINALIZE
               STOP RUN
           END-IF

           PERFORM 6000-FIND-PENDING-ENTRY

           IF NOT PEND-FOUND
               DISPLAY 'NO ADJUSTMENT FOUND FOR SEQUENCE '
                       WS-TARGET-SEQ
               MOVE 8                       TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT CAQ-AWAITING
               DISPLAY 'ADJUSTMENT ' WS-TARGET-SEQ
                       ' IS NOT AWAITING APPROVAL'
               MOVE 8                       TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CAJ-OPERATOR-ID OF CAQ-ADJ-DATA = WS-APPROVER-PARM
               DISPLAY 'ADJUSTMENT ' WS-TARGET-SEQ
                       ' WAS KEYED BY ' CAJ-OPERATOR-ID OF CAQ-ADJ-DATA
                       ' - APPROVER MUST BE A DIFFERENT PERSON'
               MOVE 12                      TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-OPEN-LEDGER-FILES
           PERFORM 4200-POST-TO-LEDGER
           PERFORM 4300-WRITE-HISTORY-EVENT

           MOVE 'R'                         TO CAQ-STATUS
           MOVE WS-APPROVER-PARM            TO CAQ-ACTIONED-BY
           MOVE WS-FORMATTED-DATE           TO CAQ-ACTION-DATE
           PERFORM 7000-REWRITE-PENDING-ENTRY
           ADD 1                            TO WS-RELEASED-COUNT

           MOVE CAJ-AMOUNT OF CAQ-ADJ-DATA  TO WS-AMT-DISPLAY
           STRING 'RELEASED SEQ=' CAQ-SEQUENCE-NO
                  ' SALESPERSON=' CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                  ' AMOUNT=' WS-AMT-DISPLAY
                  ' REASON=' CAJ-REASON-CODE OF CAQ-ADJ-DATA
                  ' KEYED BY ' CAJ-OPERATOR-ID OF CAQ-ADJ-DATA
                  ' APPROVED BY ' WS-APPROVER-PARM
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE CLG-BALANCE-DUE             TO WS-AMT-DISPLAY
           STRING '         NEW BALANCE DUE=' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           DISPLAY 'RELEASED ADJUSTMENT ' WS-TARGET-SEQ.

      *    THE LEDGER AND HISTORY ARE OPENED EXACTLY AS COMMDISB OPENS
      *    THEM - A FIRST-EVER LEDGER IS CREATED EMPTY, A FIRST-EVER
      *    HISTORY EXTEND RETURNS 05
       4100-OPEN-LEDGER-FILES.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: LEDGER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LEDGER-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'                         TO WS-LEDGER-OPEN-SW

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
          AND WS-HISTORY-STATUS NOT = '05'
               MOVE 'OPEN FAILED: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'                         TO WS-HISTORY-OPEN-SW.

      *    THE ADJUSTMENT MOVES ONLY THE BALANCE DUE - THE LAST-POST
      *    DATE STAYS THE LAST COMMOUT RUN POSTED, WHICH IS WHAT
      *    COMMDISB'S REPOST CHECK COMPARES AGAINST
       4200-POST-TO-LEDGER.
           MOVE CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                                            TO CLG-SALESPERSON-ID
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-LEDGER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-LEDGER-FOUND-SW
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
          AND WS-LEDGER-STATUS NOT = '23'
               MOVE 'READ ERROR: LEDGER-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LEDGER-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF LEDGER-FOUND
               ADD CAJ-AMOUNT OF CAQ-ADJ-DATA TO CLG-BALANCE-DUE
               REWRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: LEDGER-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LEDGER-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           ELSE
               MOVE SPACES                  TO LEDGER-RECORD
               MOVE CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                                            TO CLG-SALESPERSON-ID
               MOVE CAQ-SALESPERSON-NAME    TO CLG-SALESPERSON-NAME
               MOVE CAJ-AMOUNT OF CAQ-ADJ-DATA TO CLG-BALANCE-DUE
               MOVE ZERO                    TO CLG-PAID-TO-DATE
               MOVE SPACES                  TO CLG-LAST-POST-DATE
               MOVE SPACES                  TO CLG-LAST-PAY-DATE
               MOVE SPACES                  TO CLG-LAST-CHECK-NO
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: LEDGER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LEDGER-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       4300-WRITE-HISTORY-EVENT.
           MOVE SPACES                      TO COMM-HISTORY-RECORD
           MOVE CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                                            TO CHX-SALESPERSON-ID
           MOVE WS-FORMATTED-DATE           TO CHX-EVENT-DATE
           MOVE 'A'                         TO CHX-EVENT-TYPE
           MOVE CAJ-REASON-CODE OF CAQ-ADJ-DATA
                                            TO CHX-ADJ-REASON-CODE
           MOVE CAJ-AMOUNT OF CAQ-ADJ-DATA  TO CHX-AMOUNT
           MOVE CAJ-REFERENCE OF CAQ-ADJ-DATA
                                            TO CHX-ADJ-REFERENCE
           MOVE CLG-BALANCE-DUE             TO CHX-BALANCE-AFTER
           MOVE ZERO                        TO CHX-OVERRIDE-AMOUNT
           WRITE COMM-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'WRITE ERROR: HISTORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * REJECT ONE ENTRY - THE LEDGER WAS NEVER TOUCHED, SO ONLY THE   *
      * QUEUE ENTRY IS MARKED, WITH WHO REJECTED IT                    *
      *---------------------------------------------------------------*
       5000-REJECT-ENTRY.
           IF WS-APPROVER-PARM = SPACES
               DISPLAY 'REJECT REQUIRES AN APPROVER ID'
               DISPLAY 'USAGE: COMMADJ REJECT  nnnnnnnn approvr'
               MOVE 16                      TO RETURN-CODE
               PERFORM 8000-FINALIZE
               STOP RUN
           END-IF

           PERFORM 6000-FIND-PENDING-ENTRY

           IF PEND-FOUND
               IF CAQ-AWAITING
                   MOVE 'X'                 TO CAQ-STATUS
                   MOVE WS-APPROVER-PARM    TO CAQ-ACTIONED-BY
                   MOVE WS-FORMATTED-DATE   TO CAQ-ACTION-DATE
                   PERFORM 7000-REWRITE-PENDING-ENTRY
                   ADD 1                    TO WS-REJECTED-COUNT
                   STRING 'REJECTED SEQ=' CAQ-SEQUENCE-NO
                          ' SALESPERSON='
                          CAJ-SALESPERSON-ID OF CAQ-ADJ-DATA
                          ' BY ' WS-APPROVER-PARM
                          DELIMITED SIZE    INTO WS-REPORT-LINE
                   PERFORM 9100-WRITE-REPORT-LINE
                   DISPLAY 'REJECTED ADJUSTMENT ' WS-TARGET-SEQ
               ELSE
                   DISPLAY 'ADJUSTMENT ' WS-TARGET-SEQ
                           ' IS NOT AWAITING APPROVAL'
                   MOVE 8                   TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'NO ADJUSTMENT FOUND FOR SEQUENCE '
                       WS-TARGET-SEQ
               MOVE 8                       TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE QUEUE BY THE TARGET SEQUENCE NUMBER         *
      *---------------------------------------------------------------*
       6000-FIND-PENDING-ENTRY.
           MOVE WS-TARGET-SEQ               TO CAQ-SEQUENCE-NO
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-PEND-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-PEND-FOUND-SW
           END-READ
           IF WS-PEND-STATUS NOT = '00'
          AND WS-PEND-STATUS NOT = '23'
               MOVE 'READ ERROR: PENDING-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       7000-REWRITE-PENDING-ENTRY.
           REWRITE COMM-ADJ-PENDING-RECORD
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: PENDING-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - CLOSE WHATEVER THE ACTION OPENED                *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE PENDING-FILE
           IF LEDGER-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF
           CLOSE REPORT-FILE.

      *---------------------------------------------------------------*
      * PRINT RUN SUMMARY TO REPORT-FILE AND ECHO TO SYSOUT           *
      *---------------------------------------------------------------*
       9000-PRINT-SUMMARY.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           STRING 'TRANSACTIONS READ:      ' WS-TRANS-READ
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-QUEUED-AMOUNT            TO WS-BIG-AMT-DISPLAY
           STRING 'ADJUSTMENTS QUEUED:     ' WS-QUEUED-COUNT
                  '  ' WS-BIG-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           STRING 'ADJUSTMENTS REFUSED:    ' WS-REFUSED-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           STRING 'ENTRIES LISTED:         ' WS-LISTED-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-AWAITING-AMOUNT          TO WS-BIG-AMT-DISPLAY
           STRING '  AWAITING APPROVAL:    ' WS-AWAITING-COUNT
                  '  ' WS-BIG-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           STRING 'ENTRIES RELEASED:       ' WS-RELEASED-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           STRING 'ENTRIES REJECTED:       ' WS-REJECTED-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           DISPLAY '============================================='
           DISPLAY 'COMMADJ - COMMISSION ADJUSTMENT SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'ACTION:                 ' WS-ACTION-CODE
           DISPLAY 'TRANSACTIONS READ:      ' WS-TRANS-READ
           DISPLAY 'ADJUSTMENTS QUEUED:     ' WS-QUEUED-COUNT
           DISPLAY 'ADJUSTMENTS REFUSED:    ' WS-REFUSED-COUNT
           DISPLAY 'ENTRIES LISTED:         ' WS-LISTED-COUNT
           DISPLAY 'ENTRIES RELEASED:       ' WS-RELEASED-COUNT
           DISPLAY 'ENTRIES REJECTED:       ' WS-REJECTED-COUNT
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE REPORT FILE                              *
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

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** COMMADJ FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
