      *****************************************************************
      * PROGRAM NAME: LIMEXPR                                         *
      * DESCRIPTION:  TEMPORARY CREDIT LIMIT EXPIRY                   *
      *               CREDIT GRANTS SEASONAL AND ONE-ORDER LIMIT      *
      *               INCREASES THROUGH CUSTUPD'S 'T' TRANSACTION,    *
      *               EACH WITH AN EXPIRY DATE. RUN IN THE NIGHTLY    *
      *               CHAIN AHEAD OF CUSTUPD, THIS STEP READS THE     *
      *               CUSTOMER EXTRACT AND, FOR EVERY TEMPORARY LIMIT *
      *               WHOSE EXPIRY HAS ARRIVED, WRITES THE 'T'        *
      *               TRANSACTION (NO EXPIRY) THAT PUTS THE BASE      *
      *               LIMIT BACK - SO THE REVERSION IS VALIDATED AND  *
      *               AUDITED BY CUSTUPD LIKE ANY OTHER LIMIT CHANGE, *
      *               NOT POKED INTO THE MASTER FROM HERE. THE        *
      *               CONTROL STREAM RUNS THEM BEHIND THE NIGHT'S     *
      *               KEYED TRANSACTIONS; ONE CUSTUPD REJECTS AS A    *
      *               SECOND TRANSACTION FOR THE CUSTOMER IS SIMPLY   *
      *               WRITTEN AGAIN THE NEXT NIGHT, SINCE THE EXPIRY  *
      *               IS STILL DUE.                                   *
      *               THE REGISTER LISTS EACH REVERSION AND WARNS     *
      *               CREDIT OF EVERY TEMPORARY LIMIT ENDING WITHIN   *
      *               THE WARNING WINDOW, FLAGGING THE ACCOUNTS WHOSE *
      *               BALANCE ALREADY EXCEEDS THE BASE LIMIT AND SO   *
      *               WILL FALL OVER LIMIT WHEN IT REVERTS.           *
      *                                                               *
      * WARNING WINDOW (HOUSE POLICY CONSTANT): 5 DAYS                *
      *                                                               *
      * INPUTS:       CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      REVERSION TRANSACTIONS (LIMTRANS, TRANSIN       *
      *               LAYOUT)                                         *
      *               EXPIRY REGISTER       (LIMRPT)                  *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                               *
      * RETURN CODES: 0  REGISTER AND TRANSACTIONS WRITTEN            *
      *               12 EXTRACT FAILED ITS CONTROL TRAILER - DISCARD *
      *                  THE TRANSACTIONS                             *
      *               16 FATAL ERROR                                  *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   CUSTTRLR - CUSTMOUT CONTROL TRAILER                         *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMEXPR.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT TRANS-FILE      ASSIGN TO LIMTRANS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT REPORT-FILE     ASSIGN TO LIMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - THE DATE AN EXPIRY IS JUDGED
      *    AGAINST. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
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

       FD  TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXPIRY-TRANS-REC.
           05  TRANS-TYPE               PIC X(1).
           05  TRANS-APPROVED-FLAG      PIC X(1).
      *---------------------------------------------------------------*
      * OPERATOR/SOURCE ID - WHO (OR WHICH PROGRAM) KEYED THIS         *
      * TRANSACTION. STAMPED INTO EVERY AUDIT RECORD AND CARRIED AS    *
      * THE REQUESTER ON PENDING-APPROVAL ENTRIES, SO THE TRAIL CAN    *
      * FINALLY SAY WHO, NOT JUST WHAT. MUST STAY BYTE-FOR-BYTE        *
      * ALIGNED ACROSS EVERY PROGRAM THAT WRITES THIS LAYOUT.          *
      *---------------------------------------------------------------*
           05  TRANS-OPERATOR-ID        PIC X(7).
           COPY CUSTREC REPLACING ==01  CUSTOMER-RECORD==
                                BY ==05  TRANS-REC==
                                   ==05  == BY ==10  ==.

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

       01  WS-FILE-STATUS.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(8) VALUE ZERO.
           05  WS-TEMP-LIMIT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-REVERSION-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-WARNING-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-OVER-BASE-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-BAD-EXPIRY-COUNT      PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * EXPIRY POLICY CONSTANT - HOW MANY DAYS AHEAD CREDIT IS WARNED  *
      *---------------------------------------------------------------*
       01  WS-POLICY-FIELDS.
           05  WS-WARNING-DAYS          PIC 9(3)     VALUE 5.

      *---------------------------------------------------------------*
      * PER-CUSTOMER WORK FIELDS. A BASE LIMIT STILL CARRYING SPACES   *
      * READS AS ZERO, AS CUSTUPD TREATS IT.                           *
      *---------------------------------------------------------------*
       01  WS-EXPIRY-FIELDS.
           05  WS-BUSDATE-INTEGER       PIC 9(8)     VALUE ZERO.
           05  WS-EXPIRY-INTEGER        PIC 9(8)     VALUE ZERO.
           05  WS-DAYS-LEFT             PIC S9(6)    VALUE ZERO.
           05  WS-DAYS-LEFT-EDIT        PIC ZZ9.
           05  WS-BASE-LIMIT            PIC 9(8)V99  VALUE ZERO.
           05  WS-EXPIRY-TEXT           PIC X(10)    VALUE SPACES.
           05  WS-ACTION-TEXT           PIC X(18)    VALUE SPACES.
           05  WS-NOTE-TEXT             PIC X(15)    VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-3         PIC $$$,$$$,$$9.99-.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *----------------------------------------------------------------*
      * CUSTMOUT CONTROL-TRAILER VERIFICATION FIELDS - THIS PROGRAM    *
      * EMITS TRANSACTIONS OFF THE EXTRACT, SO THE EXTRACT MUST PROVE  *
      * COMPLETE (TRAILER PRESENT, COUNT AND BALANCE TOTAL MATCHED)    *
      * BEFORE THE RUN'S OUTPUT MAY BE TRUSTED. STALENESS IS NOT       *
      * CHECKED - THIS STEP RUNS BEFORE CUSTUPD, SO THE EXTRACT IT     *
      * READS IS ALWAYS THE ONE THE PREVIOUS RUN CUT.                  *
      *----------------------------------------------------------------*
       COPY CUSTTRLR.

       01  WS-TRAILER-CHECK-FIELDS.
           05  WS-TRAILER-FOUND-SW      PIC X VALUE 'N'.
               88  TRAILER-FOUND                VALUE 'Y'.
           05  WS-CTRL-READ-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-CTRL-BALANCE-ACCUM    PIC S9(13)V99 VALUE ZERO.
           05  WS-TRAILER-BAD-SW        PIC X VALUE 'N'.
               88  TRAILER-CHECK-FAILED         VALUE 'Y'.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-CUSTOMERS UNTIL CUST-EOF
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE, FILES, AND REGISTER HEAD   *
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

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           STRING 'TEMPORARY CREDIT LIMIT EXPIRY REGISTER - AS OF '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-WARNING-DAYS             TO WS-DAYS-LEFT-EDIT
           STRING 'REVERTED TONIGHT, AND ENDING WITHIN'
                  WS-DAYS-LEFT-EDIT ' DAYS'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'CUST-ID CUSTOMER NAME                  '
                  'ACTION             EXPIRY     '
                  '    TEMP LIMIT      BASE LIMIT  '
                  '       BALANCE NOTE'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 1100-READ-CUSTOMER.

       1100-READ-CUSTOMER.
           READ CUST-FILE
               AT END
                   MOVE 'Y'               TO WS-CUST-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-CUSTOMERS-READ
           END-READ
           IF NOT CUST-EOF AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ ERROR: CUST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    THE CONTROL TRAILER IS THE EXTRACT'S LOGICAL END - CAPTURE
      *    IT FOR VERIFICATION AND STOP READING, SO IT NEVER COUNTS
      *    AS A CUSTOMER
           IF NOT CUST-EOF
               IF CUST-ID OF CUST-IN-REC = 999999
                   SUBTRACT 1 FROM WS-CUSTOMERS-READ
                   MOVE CUST-IN-REC TO CUSTMOUT-TRAILER-RECORD
                   MOVE 'Y' TO WS-TRAILER-FOUND-SW
                   MOVE 'Y' TO WS-CUST-EOF-SW
               ELSE
                   ADD 1 TO WS-CTRL-READ-COUNT
                   ADD CUST-BALANCE OF CUST-IN-REC
                                    TO WS-CTRL-BALANCE-ACCUM
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ONE CUSTOMER. ONLY AN ACCOUNT ON A TEMPORARY LIMIT (A NONZERO  *
      * EXPIRY) IS OF INTEREST. A DUE EXPIRY IS REVERTED WHATEVER THE  *
      * ACCOUNT'S STATUS - A RETIRED ACCOUNT SHOULD NOT KEEP A RAISED  *
      * LIMIT EITHER. AN EXPIRY THAT IS NOT A DATE IS LISTED FOR       *
      * CREDIT TO CORRECT WITH A 'T' RATHER THAN GUESSED AT.           *
      *---------------------------------------------------------------*
       2000-CHECK-CUSTOMERS.
           IF CUST-TEMP-EXPIRY OF CUST-IN-REC NUMERIC
          AND CUST-TEMP-EXPIRY OF CUST-IN-REC > ZERO
               ADD 1                        TO WS-TEMP-LIMIT-COUNT
               PERFORM 2100-JUDGE-EXPIRY
           END-IF

           PERFORM 1100-READ-CUSTOMER.

       2100-JUDGE-EXPIRY.
           MOVE ZERO                        TO WS-BASE-LIMIT
           IF CUST-BASE-LIMIT OF CUST-IN-REC NUMERIC
               MOVE CUST-BASE-LIMIT OF CUST-IN-REC
                                            TO WS-BASE-LIMIT
           END-IF
           MOVE SPACES                      TO WS-EXPIRY-TEXT
           STRING CUST-TEMP-EXPIRY OF CUST-IN-REC (1:4) '-'
                  CUST-TEMP-EXPIRY OF CUST-IN-REC (5:2) '-'
                  CUST-TEMP-EXPIRY OF CUST-IN-REC (7:2)
                  DELIMITED SIZE            INTO WS-EXPIRY-TEXT
           MOVE SPACES                      TO WS-NOTE-TEXT
           IF CUST-BALANCE OF CUST-IN-REC > WS-BASE-LIMIT
               MOVE 'OVER BASE LIMIT'       TO WS-NOTE-TEXT
           END-IF

           IF CUST-TEMP-EXPIRY OF CUST-IN-REC (5:2) < '01'
           OR CUST-TEMP-EXPIRY OF CUST-IN-REC (5:2) > '12'
           OR CUST-TEMP-EXPIRY OF CUST-IN-REC (7:2) < '01'
           OR CUST-TEMP-EXPIRY OF CUST-IN-REC (7:2) > '31'
               ADD 1                        TO WS-BAD-EXPIRY-COUNT
               MOVE 'EXPIRY NOT A DATE'     TO WS-ACTION-TEXT
               PERFORM 2800-WRITE-REGISTER-LINE
           ELSE
               COMPUTE WS-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (CUST-TEMP-EXPIRY OF CUST-IN-REC)
               COMPUTE WS-DAYS-LEFT =
                   WS-EXPIRY-INTEGER - WS-BUSDATE-INTEGER
               IF WS-DAYS-LEFT NOT > ZERO
                   PERFORM 2200-EMIT-REVERSION
               ELSE
                   IF WS-DAYS-LEFT NOT > WS-WARNING-DAYS
                       PERFORM 2300-WARN-CREDIT
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * THE EXPIRY HAS ARRIVED (OR PASSED, IF A NIGHT'S REVERSION WAS  *
      * NOT APPLIED) - WRITE THE 'T' WITH NO EXPIRY. THE LIMIT IT      *
      * CARRIES IS THE BASE, FOR THE READER OF THE FILE; CUSTUPD       *
      * RESTORES THE BASE IT HOLDS ON THE MASTER.                      *
      *---------------------------------------------------------------*
       2200-EMIT-REVERSION.
           ADD 1                            TO WS-REVERSION-COUNT
           IF WS-NOTE-TEXT NOT = SPACES
               ADD 1                        TO WS-OVER-BASE-COUNT
           END-IF
           MOVE 'REVERTED TONIGHT'          TO WS-ACTION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE

           MOVE 'T'                         TO TRANS-TYPE
           MOVE SPACE                       TO TRANS-APPROVED-FLAG
           MOVE 'LIMEXPR'                   TO TRANS-OPERATOR-ID
           MOVE CUST-IN-REC                 TO TRANS-REC
           MOVE WS-BASE-LIMIT    TO CUST-CREDIT-LIMIT OF TRANS-REC
           MOVE ZERO             TO CUST-TEMP-EXPIRY OF TRANS-REC
           WRITE EXPIRY-TRANS-REC
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'WRITE ERROR: TRANS-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE EXPIRY FALLS INSIDE THE WARNING WINDOW - TELL CREDIT NOW,  *
      * WHILE THERE IS STILL TIME TO EXTEND IT WITH ANOTHER 'T'        *
      *---------------------------------------------------------------*
       2300-WARN-CREDIT.
           ADD 1                            TO WS-WARNING-COUNT
           IF WS-NOTE-TEXT NOT = SPACES
               ADD 1                        TO WS-OVER-BASE-COUNT
           END-IF
           MOVE SPACES                      TO WS-ACTION-TEXT
           MOVE WS-DAYS-LEFT                TO WS-DAYS-LEFT-EDIT
           STRING 'ENDS IN' WS-DAYS-LEFT-EDIT ' DAY(S)'
                  DELIMITED SIZE            INTO WS-ACTION-TEXT
           PERFORM 2800-WRITE-REGISTER-LINE.

      *---------------------------------------------------------------*
      * ONE REGISTER LINE FOR THE CUSTOMER IN HAND                     *
      *---------------------------------------------------------------*
       2800-WRITE-REGISTER-LINE.
           MOVE CUST-CREDIT-LIMIT OF CUST-IN-REC
                                            TO WS-AMT-DISPLAY
           MOVE WS-BASE-LIMIT               TO WS-AMT-DISPLAY-2
           MOVE CUST-BALANCE OF CUST-IN-REC TO WS-AMT-DISPLAY-3
           STRING CUST-ID OF CUST-IN-REC '  '
                  CUST-NAME OF CUST-IN-REC ' '
                  WS-ACTION-TEXT ' '
                  WS-EXPIRY-TEXT ' '
                  WS-AMT-DISPLAY ' '
                  WS-AMT-DISPLAY-2 ' '
                  WS-AMT-DISPLAY-3
                  WS-NOTE-TEXT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * VERIFY THE EXTRACT'S CONTROL TRAILER - A MISSING TRAILER IS A  *
      * TRUNCATED EXTRACT AND A COUNT/TOTAL MISMATCH IS A DAMAGED      *
      * ONE. EITHER WAY THE TRANSACTIONS THIS RUN EMITTED MUST BE      *
      * DISCARDED, AND RETURN-CODE 12 SAYS SO.                         *
      *----------------------------------------------------------------*
       2950-VERIFY-EXTRACT-TRAILER.
           IF NOT TRAILER-FOUND
               DISPLAY '*** LIMEXPR: CUSTMOUT HAS NO CONTROL TRAILER'
                       ' - EXTRACT TRUNCATED, DISCARD THE OUTPUT ***'
               MOVE 'Y' TO WS-TRAILER-BAD-SW
           ELSE
               IF CTRL-RECORD-COUNT NOT = WS-CTRL-READ-COUNT
               OR CTRL-BALANCE-TOTAL NOT = WS-CTRL-BALANCE-ACCUM
                   DISPLAY '*** LIMEXPR: CUSTMOUT TRAILER DOES NOT'
                           ' MATCH CONTENT, DISCARD THE OUTPUT ***'
                   MOVE 'Y' TO WS-TRAILER-BAD-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 2950-VERIFY-EXTRACT-TRAILER

           IF WS-TEMP-LIMIT-COUNT = ZERO
               MOVE 'NO TEMPORARY CREDIT LIMITS ARE IN FORCE'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'TEMPORARY LIMITS IN FORCE: ' WS-TEMP-LIMIT-COUNT
                  '  REVERTED TONIGHT: ' WS-REVERSION-COUNT
                  '  ENDING SOON: ' WS-WARNING-COUNT
                  '  OVER BASE LIMIT: ' WS-OVER-BASE-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-BAD-EXPIRY-COUNT > ZERO
               STRING 'EXPIRY NOT A DATE: ' WS-BAD-EXPIRY-COUNT
                      ' - CORRECT WITH A T TRANSACTION'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           CLOSE CUST-FILE
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE

           IF TRAILER-CHECK-FAILED
               MOVE 12                      TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'LIMEXPR - TEMPORARY LIMIT EXPIRY SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'AS OF:                  ' WS-BUSINESS-DATE
           DISPLAY 'CUSTOMERS ON EXTRACT:   ' WS-CUSTOMERS-READ
           DISPLAY 'TEMPORARY LIMITS:       ' WS-TEMP-LIMIT-COUNT
           DISPLAY '  REVERTED TONIGHT:     ' WS-REVERSION-COUNT
           DISPLAY '  ENDING WITHIN WINDOW: ' WS-WARNING-COUNT
           DISPLAY '  OVER BASE LIMIT:      ' WS-OVER-BASE-COUNT
           DISPLAY '  EXPIRY NOT A DATE:    ' WS-BAD-EXPIRY-COUNT
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
               DISPLAY 'LIMEXPR: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'LIMEXPR' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-CUSTOMERS-READ TO RL-RECORDS-IN
               MOVE WS-REVERSION-COUNT TO RL-RECORDS-OUT
               MOVE WS-BAD-EXPIRY-COUNT TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'LIMEXPR: RUN LOG WRITE FAILED, FS='
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
      * WRITE ONE LINE TO THE EXPIRY REGISTER                          *
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
           DISPLAY '*** LIMEXPR FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
