      *****************************************************************
      * PROGRAM NAME: ESCHEAT                                         *
      * DESCRIPTION:  UNCLAIMED-PROPERTY (ESCHEATMENT) MANAGER        *
      *               REFSWEEP AND REFPAY RETURN THE CREDIT BALANCES  *
      *               WE CAN, BUT A CREDIT WHOSE OWNER CANNOT BE      *
      *               REACHED SITS ON THE MASTER FOR YEARS, AND STATE *
      *               UNCLAIMED-PROPERTY LAW REQUIRES IT TO BE        *
      *               REPORTED AND REMITTED ONCE IT HAS BEEN DORMANT  *
      *               LONG ENOUGH. THIS PROGRAM FINDS EVERY CREDIT    *
      *               BALANCE ON THE EXTRACT WHOSE CUSTOMER HAS SHOWN *
      *               NO ACTIVITY - NO ORDER (CUST-LAST-ORDER-DATE)   *
      *               AND NO RECEIPT (APPLHIST) - FOR THE DORMANCY    *
      *               PERIOD OF THE STATE IN CUST-STATE (ESCHRULE),   *
      *               AND WORKS IT THROUGH TWO RUNS:                  *
      *                                                                *
      *               LETTERS - SENDS THE OWNER THE DUE-DILIGENCE     *
      *               LETTER (ONLY WHEN THE CREDIT REACHES THE        *
      *               STATE'S LETTER MINIMUM) AND OPENS A TRACKING    *
      *               RECORD (ESCHTRK) DATED WITH THE BUSINESS DATE.  *
      *                                                                *
      *               REPORT [SS] - THE ANNUAL HOLDER REPORT FOR      *
      *               EVERY STATE WHOSE REPORT IS DUE IN THE BUSINESS-*
      *               DATE MONTH (OR FOR STATE SS ALONE): EACH CREDIT *
      *               WHOSE LETTER WENT OUT AT LEAST THE STATE'S      *
      *               WAITING PERIOD AGO IS LISTED BY STATE AND       *
      *               WRITTEN OFF WITH A DEBIT ADJUSTMENT MEMO        *
      *               (REASON 'ESCH') FOR ADJAPPLY TO POST - THE SAME *
      *               ROUTE REBSETTL'S REBATE CREDITS TAKE - SO THE   *
      *               BALANCE IS CLEARED WITH FULL AUDIT RECORDS AND  *
      *               GLEXTRAC BOOKS THE REMITTANCE TO THE GL ACCOUNT *
      *               THE 'ESCH' REASON NAMES.                        *
      *                                                                *
      *               EITHER RUN CLOSES OUT ('CLAIMED') A LETTER      *
      *               WHOSE OWNER HAS SHOWN ACTIVITY SINCE IT WENT    *
      *               OUT, OR WHOSE CREDIT HAS SINCE BEEN REFUNDED OR *
      *               USED. A CREDIT WITH A REFUND AWAITING RELEASE   *
      *               ON REFPEND IS HELD - THE OWNER HAS BEEN FOUND.  *
      *                                                                *
      * INPUTS:       DORMANCY RULE MASTER  (ESCHRULE)                *
      *               CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               APPLICATION HISTORY   (APPLHIST - OPTIONAL)     *
      *               REFUND-PENDING FILE   (REFPEND, INDEXED -       *
      *                                      OPTIONAL)                *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      *               COMMAND-LINE ACTION (THE GNUCOBOL STAND-IN FOR  *
      *               A JCL PARM):                                    *
      *                 LETTERS              - DUE-DILIGENCE RUN      *
      *                                        (THE DEFAULT)          *
      *                 REPORT               - HOLDER REPORTS DUE     *
      *                                        THIS MONTH             *
      *                 REPORT SS            - HOLDER REPORT FOR      *
      *                                        STATE SS ONLY          *
      * OUTPUTS:      TRACKING FILE         (ESCHTRK, INDEXED,        *
      *                                      UPDATED IN PLACE)        *
      *               DUE-DILIGENCE LETTERS (ESCHLTR, ONE PER PAGE -  *
      *                                      LETTERS RUN)             *
      *               WRITE-OFF MEMOS       (ESCHMEMO, ADJMEMO        *
      *                                      LAYOUT - FED TO ADJAPPLY *
      *                                      AS/WITH ADJMIN - REPORT  *
      *                                      RUN)                     *
      *               CONTROL / HOLDER REPORT (ESCHRPT)               *
      *                                                                *
      * RETURN CODES: 0  RUN COMPLETE                                 *
      *               4  RUN COMPLETE, BUT A CREDIT'S STATE HAD NO    *
      *                  ROW ON ESCHRULE AND NO '**' DEFAULT ROW -    *
      *                  THE BUILT-IN 3-YEAR RULE WAS USED            *
      *               16 FATAL ERROR OR UNKNOWN ACTION                *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   ESCHRULE - DORMANCY RULE MASTER RECORD (40 BYTES)           *
      *   ESCHTRK  - UNCLAIMED-PROPERTY TRACKING RECORD (80 BYTES)    *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   APPLHIST - APPLICATION HISTORY RECORD (80 BYTES)            *
      *   REFPEND  - REFUND-PENDING RECORD (90 BYTES)                 *
      *   ADJMEMO  - ADJUSTMENT MEMO RECORD (50 BYTES)                *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE       ASSIGN TO ESCHRULE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RULE-STATUS.

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

      *    RECEIPT-TO-ITEM APPLICATION HISTORY - A RECEIPT IS THE
      *    OWNER'S ACTIVITY EVEN WHEN NO ORDER FOLLOWED IT. A MISSING
      *    FILE LEAVES THE LAST ORDER DATE AS THE ONLY ACTIVITY.
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

      *    REFUNDS AWAITING RELEASE - THE OWNER OF A QUEUED REFUND IS
      *    NOT LOST, SO THE CREDIT IS HELD OFF THE ESCHEAT PATH
           SELECT REFUND-FILE     ASSIGN TO REFPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS REF-SEQUENCE-NO
                  FILE STATUS  IS WS-REFUND-STATUS.

           SELECT TRACK-FILE      ASSIGN TO ESCHTRK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS EST-CUST-ID
                  FILE STATUS  IS WS-TRACK-STATUS.

           SELECT LETTER-FILE     ASSIGN TO ESCHLTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-LETTER-STATUS.

           SELECT MEMO-FILE       ASSIGN TO ESCHMEMO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-MEMO-STATUS.

           SELECT REPORT-FILE     ASSIGN TO ESCHRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE LETTERS, THE DORMANCY AND
      *    WAITING-PERIOD TESTS, AND THE WRITE-OFF MEMOS. GLEXTRAC
      *    ONLY BOOKS MEMOS DATED WITH THE MAINTAINED BUSINESS DATE.
      *    A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RULE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ESCHRULE.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  REFUND-FILE
           RECORDING MODE IS F.
           COPY REFPEND.

       FD  TRACK-FILE
           RECORDING MODE IS F.
           COPY ESCHTRK.

       FD  LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LETTER-LINE                  PIC X(132).

       FD  MEMO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ADJMEMO.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

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
           05  WS-RULE-STATUS           PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.
           05  WS-REFUND-STATUS         PIC XX VALUE SPACES.
           05  WS-TRACK-STATUS          PIC XX VALUE SPACES.
           05  WS-LETTER-STATUS         PIC XX VALUE SPACES.
           05  WS-MEMO-STATUS           PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-RULE-EOF-SW           PIC X VALUE 'N'.
               88  RULE-EOF                     VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-APPLHIST-EOF-SW       PIC X VALUE 'N'.
               88  APPLHIST-EOF                 VALUE 'Y'.
           05  WS-REF-SCAN-EOF-SW       PIC X VALUE 'N'.
               88  REF-SCAN-EOF                 VALUE 'Y'.
           05  WS-TRACK-SCAN-EOF-SW     PIC X VALUE 'N'.
               88  TRACK-SCAN-EOF               VALUE 'Y'.
           05  WS-CREDIT-FOUND-SW       PIC X VALUE 'N'.
               88  CREDIT-FOUND                 VALUE 'Y'.
           05  WS-TRACK-FOUND-SW        PIC X VALUE 'N'.
               88  TRACK-FOUND                  VALUE 'Y'.
           05  WS-RULE-FOUND-SW         PIC X VALUE 'N'.
               88  RULE-FOUND                   VALUE 'Y'.
           05  WS-STATE-DUE-SW          PIC X VALUE 'N'.
               88  STATE-DUE                    VALUE 'Y'.
           05  WS-MORE-STATES-SW        PIC X VALUE 'Y'.
               88  MORE-STATES                  VALUE 'Y'.
           05  WS-RUN-MODE-SW           PIC X VALUE 'L'.
               88  LETTER-RUN                   VALUE 'L'.
               88  REPORT-RUN                   VALUE 'R'.

       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
           05  WS-ACTION-CODE           PIC X(08) VALUE SPACES.
           05  WS-STATE-PARM            PIC X(02) VALUE SPACES.

      *---------------------------------------------------------------*
      * DORMANCY RULES BY STATE, LOADED ONCE. A STATE WITH NO ROW OF   *
      * ITS OWN TAKES THE '**' ROW; WITH NEITHER, THE BUILT-IN RULE    *
      * BELOW APPLIES AND THE RUN ENDS RC 4 SO THE MASTER GETS FIXED.  *
      *---------------------------------------------------------------*
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-STATE-TBL    PIC X(2)  VALUE SPACES.
               10  WS-RULE-NAME-TBL     PIC X(20) VALUE SPACES.
               10  WS-RULE-YEARS-TBL    PIC 9(2)  VALUE ZERO.
               10  WS-RULE-WAIT-TBL     PIC 9(3)  VALUE ZERO.
               10  WS-RULE-MONTH-TBL    PIC 9(2)  VALUE ZERO.
               10  WS-RULE-MIN-TBL      PIC 9(5)V99 VALUE ZERO.

       01  WS-RULE-TABLE-FIELDS.
           05  WS-RULE-TABLE-MAX        PIC 9(03) VALUE 60.
           05  WS-RULE-TABLE-COUNT      PIC 9(03) VALUE ZERO.

       01  WS-BUILT-IN-RULE.
           05  WS-BUILT-IN-YEARS        PIC 9(2)  VALUE 3.
           05  WS-BUILT-IN-WAIT         PIC 9(3)  VALUE 60.
           05  WS-BUILT-IN-MONTH        PIC 9(2)  VALUE 11.
           05  WS-BUILT-IN-MIN          PIC 9(5)V99 VALUE 50.00.

      *    THE RULE IN FORCE FOR THE CREDIT BEING EXAMINED
       01  WS-CURRENT-RULE.
           05  WS-CUR-STATE-NAME        PIC X(20) VALUE SPACES.
           05  WS-CUR-YEARS             PIC 9(2)  VALUE ZERO.
           05  WS-CUR-WAIT              PIC 9(3)  VALUE ZERO.
           05  WS-CUR-MONTH             PIC 9(2)  VALUE ZERO.
           05  WS-CUR-MIN               PIC 9(5)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY CREDIT BALANCE ON THE EXTRACT, WITH THE OWNER'S ADDRESS  *
      * FOR THE LETTER AND THE HOLDER REPORT, THE LATEST ACTIVITY      *
      * DATE, AND WHAT THIS RUN DID WITH IT                            *
      *---------------------------------------------------------------*
       01  WS-CREDIT-TABLE.
           05  WS-CR-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-CR-IDX.
               10  WS-CR-CUST-ID-TBL    PIC 9(6).
               10  WS-CR-NAME-TBL       PIC X(30).
               10  WS-CR-ADDR-TBL       PIC X(30).
               10  WS-CR-CITY-TBL       PIC X(20).
               10  WS-CR-STATE-TBL      PIC X(2).
               10  WS-CR-ZIP-TBL        PIC X(10).
               10  WS-CR-BAL-TBL        PIC S9(8)V99.
               10  WS-CR-LAST-ACT-TBL   PIC X(10).
               10  WS-CR-REFUND-TBL     PIC X(1).
               10  WS-CR-REMIT-TBL      PIC X(1).
               10  WS-CR-REMIT-AMT-TBL  PIC 9(8)V99.
               10  WS-CR-LETTER-TBL     PIC X(10).

       01  WS-CREDIT-TABLE-FIELDS.
           05  WS-CREDIT-TABLE-MAX      PIC 9(05) VALUE 5000.
           05  WS-CREDIT-TABLE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-CR-FOUND-SUB          PIC 9(05) VALUE ZERO.
           05  WS-CR-SUB                PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * REVERSAL SLICES ('V') AGAINST THE CREDIT CUSTOMERS, NOTED IN A *
      * FIRST PASS OF THE HISTORY SO THAT A BOUNCED RECEIPT IS NOT     *
      * TAKEN AS THE OWNER'S ACTIVITY IN THE SECOND                    *
      *---------------------------------------------------------------*
       01  WS-REVERSAL-TABLE.
           05  WS-RV-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-RV-IDX.
               10  WS-RV-CUST-ID-TBL    PIC 9(6).
               10  WS-RV-DEPOSIT-TBL    PIC 9(6).
               10  WS-RV-REFERENCE-TBL  PIC X(10).
               10  WS-RV-APPLIED-TBL    PIC X(10).
               10  WS-RV-LEFT-TBL       PIC S9(8)V99.

       01  WS-REVERSAL-TABLE-FIELDS.
           05  WS-REVERSAL-TABLE-MAX    PIC 9(05) VALUE 2000.
           05  WS-REVERSAL-TABLE-COUNT  PIC 9(05) VALUE ZERO.
           05  WS-RECEIPT-LEFT          PIC S9(8)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(7) VALUE ZERO.
           05  WS-CREDITS-FOUND         PIC 9(7) VALUE ZERO.
           05  WS-NOT-DORMANT           PIC 9(7) VALUE ZERO.
           05  WS-LETTERS-SENT          PIC 9(7) VALUE ZERO.
           05  WS-BELOW-LETTER-MIN      PIC 9(7) VALUE ZERO.
           05  WS-DORMANT-NO-LETTER     PIC 9(7) VALUE ZERO.
           05  WS-AWAITING-PERIOD       PIC 9(7) VALUE ZERO.
           05  WS-CLAIMED               PIC 9(7) VALUE ZERO.
           05  WS-REFUND-HELD           PIC 9(7) VALUE ZERO.
           05  WS-REMITTED              PIC 9(7) VALUE ZERO.
           05  WS-REMIT-UNPOSTED        PIC 9(7) VALUE ZERO.
           05  WS-BUILT-IN-USED         PIC 9(7) VALUE ZERO.
           05  WS-STATE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-STATES-REPORTED       PIC 9(3) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-LETTER-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-REMIT-TOTAL           PIC 9(11)V99 VALUE ZERO.
           05  WS-STATE-TOTAL           PIC 9(11)V99 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-BUSDATE-INTEGER       PIC 9(8) VALUE ZERO.
           05  WS-BUS-YEAR              PIC 9(4) VALUE ZERO.
           05  WS-BUS-MONTH             PIC 9(2) VALUE ZERO.
           05  WS-CUTOFF-YEAR           PIC 9(4) VALUE ZERO.
           05  WS-DORMANCY-CUTOFF       PIC X(10) VALUE SPACES.
           05  WS-WORK-YYYYMMDD         PIC 9(8) VALUE ZERO.
           05  WS-WORK-YYYYMMDD-X REDEFINES WS-WORK-YYYYMMDD
                                        PIC X(8).
           05  WS-WORK-INTEGER          PIC 9(8) VALUE ZERO.
           05  WS-CONTACT-BY-DATE       PIC X(10) VALUE SPACES.
           05  WS-CREDIT-AMOUNT         PIC 9(8)V99 VALUE ZERO.
           05  WS-CURRENT-STATE         PIC X(2) VALUE SPACES.
           05  WS-LAST-STATE            PIC X(2) VALUE SPACES.
           05  WS-LOOKUP-STATE          PIC X(2) VALUE SPACES.
           05  WS-ACTIVITY-DISPLAY      PIC X(10) VALUE SPACES.
           05  WS-CLAIM-REASON          PIC X(31) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * LETTER LINES - THE ADDRESS BLOCK IS THE SAME NAME/ADDRESS/     *
      * CITY-STATE-ZIP SHAPE DUNNING AND MAILEXT BUILD                 *
      *---------------------------------------------------------------*
       01  LTR-DATE-LINE.
           05  FILLER                   PIC X(6)  VALUE 'DATE: '.
           05  LTR-DATE                 PIC X(10).
           05  FILLER                   PIC X(116) VALUE SPACES.

       01  LTR-NAME-LINE.
           05  LTR-NAME                 PIC X(30).
           05  FILLER                   PIC X(102) VALUE SPACES.

       01  LTR-ADDR-LINE.
           05  LTR-ADDRESS              PIC X(30).
           05  FILLER                   PIC X(102) VALUE SPACES.

       01  LTR-CITY-LINE.
           05  LTR-CITY                 PIC X(20).
           05  FILLER                   PIC X(2)  VALUE ', '.
           05  LTR-STATE                PIC X(2).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  LTR-ZIP                  PIC X(10).
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  LTR-BLANK-LINE.
           05  FILLER                   PIC X(132) VALUE SPACES.

       01  LTR-ACCOUNT-LINE.
           05  FILLER                   PIC X(13) VALUE
               'RE: ACCOUNT  '.
           05  LTR-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(113) VALUE SPACES.

       01  LTR-AMOUNT-LINE.
           05  FILLER                   PIC X(38) VALUE
               'OUR RECORDS SHOW A CREDIT BALANCE OF '.
           05  LTR-CREDIT-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(80) VALUE
               ' HELD FOR YOU ON THIS ACCOUNT.'.

       01  LTR-ACTIVITY-LINE.
           05  FILLER                   PIC X(44) VALUE
               'THERE HAS BEEN NO ACTIVITY ON THE ACCOUNT SI'.
           05  FILLER                   PIC X(4)  VALUE 'NCE '.
           05  LTR-LAST-ACTIVITY        PIC X(10).
           05  FILLER                   PIC X(74) VALUE '.'.

       01  LTR-NO-ACTIVITY-LINE.
           05  FILLER                   PIC X(132) VALUE
               'THERE IS NO RECORDED ACTIVITY ON THE ACCOUNT.'.

      *    BUILT BY STRING SO THE STATE NAME SITS IN THE SENTENCE
       01  LTR-LAW-LINE                 PIC X(132) VALUE SPACES.

       01  LTR-DEADLINE-LINE.
           05  FILLER                   PIC X(43) VALUE
               'TO THE STATE IF WE DO NOT HEAR FROM YOU BY '.
           05  LTR-CONTACT-BY           PIC X(10).
           05  FILLER                   PIC X(79) VALUE '.'.

       01  LTR-CLAIM-LINE.
           05  FILLER                   PIC X(40) VALUE
               'TO CLAIM IT, CONTACT OUR ACCOUNTS RECEIV'.
           05  FILLER                   PIC X(92) VALUE
               'ABLE DEPARTMENT BEFORE THAT DATE.'.

       01  LTR-FOOTER-LINE.
           05  FILLER                   PIC X(132) VALUE ALL '='.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           MOVE 1                           TO WS-CR-SUB
           PERFORM 2000-EXAMINE-ONE-CREDIT
               UNTIL WS-CR-SUB > WS-CREDIT-TABLE-COUNT
           PERFORM 2500-SWEEP-CLEARED-CREDITS
           IF REPORT-RUN
               PERFORM 4000-PRINT-HOLDER-REPORT
           END-IF
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE ACTION, THE RULES, THE CREDIT BALANCES    *
      * AND THEIR LATEST ACTIVITY, THEN THE OUTPUTS THE ACTION NEEDS   *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION-CODE WS-STATE-PARM
           EVALUATE WS-ACTION-CODE
               WHEN SPACES
               WHEN 'LETTERS'
                   MOVE 'L'                 TO WS-RUN-MODE-SW
               WHEN 'REPORT'
                   MOVE 'R'                 TO WS-RUN-MODE-SW
               WHEN OTHER
                   DISPLAY 'USAGE: ESCHEAT LETTERS'
                   DISPLAY '       ESCHEAT REPORT'
                   DISPLAY '       ESCHEAT REPORT SS'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

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
           MOVE WS-BUSDATE-YYYYMMDD(1:4)    TO WS-BUS-YEAR
           MOVE WS-BUSDATE-YYYYMMDD(5:2)    TO WS-BUS-MONTH
           COMPUTE WS-BUSDATE-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BUSDATE-YYYYMMDD))

           PERFORM 1100-LOAD-RULES
           PERFORM 1200-LOAD-CREDIT-BALANCES
           PERFORM 1300-LOAD-RECEIPT-ACTIVITY
           PERFORM 1400-LOAD-REFUNDS-PENDING

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY DUNNING
      *    BOOTSTRAPS ITS STATE FILE
           OPEN I-O TRACK-FILE
           IF WS-TRACK-STATUS = '35'
               OPEN OUTPUT TRACK-FILE
               CLOSE TRACK-FILE
               OPEN I-O TRACK-FILE
           END-IF
           IF WS-TRACK-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRACK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRACK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    EACH RUN OPENS ONLY THE OUTPUT IT WRITES, SO A LETTERS RUN
      *    CANNOT WIPE A MEMO FILE ADJAPPLY HAS NOT YET POSTED, NOR A
      *    REPORT RUN A LETTER FILE THE MAIL HOUSE HAS NOT YET PICKED
      *    UP
           IF LETTER-RUN
               OPEN OUTPUT LETTER-FILE
               IF WS-LETTER-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: LETTER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LETTER-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING 'UNCLAIMED PROPERTY DUE-DILIGENCE RUN - '
                      'BUSINESS DATE ' WS-BUSINESS-DATE
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           ELSE
               OPEN OUTPUT MEMO-FILE
               IF WS-MEMO-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: MEMO-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-MEMO-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING 'UNCLAIMED PROPERTY HOLDER REPORTS - REPORT '
                      'YEAR ' WS-BUS-YEAR
                      ' - BUSINESS DATE ' WS-BUSINESS-DATE
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOAD THE DORMANCY RULES. THE MASTER IS REQUIRED - GUESSING AT  *
      * A STATE'S LAW IS NOT A SAFE POSTURE FOR A FILE THAT DECIDES    *
      * WHAT IS WRITTEN OFF.                                           *
      *---------------------------------------------------------------*
       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: RULE-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RULE-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-READ-RULE
           PERFORM 1120-ADD-RULE-TO-TABLE UNTIL RULE-EOF
           CLOSE RULE-FILE.

       1120-ADD-RULE-TO-TABLE.
           IF WS-RULE-TABLE-COUNT < WS-RULE-TABLE-MAX
          AND ESR-DORMANCY-YEARS IS NUMERIC
          AND ESR-WAIT-DAYS IS NUMERIC
          AND ESR-REPORT-MONTH IS NUMERIC
          AND ESR-LETTER-MIN-AMT IS NUMERIC
               ADD 1                        TO WS-RULE-TABLE-COUNT
               SET WS-RULE-IDX              TO WS-RULE-TABLE-COUNT
               MOVE ESR-STATE      TO WS-RULE-STATE-TBL (WS-RULE-IDX)
               MOVE ESR-STATE-NAME TO WS-RULE-NAME-TBL (WS-RULE-IDX)
               MOVE ESR-DORMANCY-YEARS
                                   TO WS-RULE-YEARS-TBL (WS-RULE-IDX)
               MOVE ESR-WAIT-DAYS  TO WS-RULE-WAIT-TBL (WS-RULE-IDX)
               MOVE ESR-REPORT-MONTH
                                   TO WS-RULE-MONTH-TBL (WS-RULE-IDX)
               MOVE ESR-LETTER-MIN-AMT
                                   TO WS-RULE-MIN-TBL (WS-RULE-IDX)
           END-IF
           PERFORM 1150-READ-RULE.

       1150-READ-RULE.
           READ RULE-FILE
               AT END
                   MOVE 'Y'                 TO WS-RULE-EOF-SW
           END-READ
           IF NOT RULE-EOF AND WS-RULE-STATUS NOT = '00'
               MOVE 'READ FAILED: RULE-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RULE-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE TABLE ENTRY PER CREDIT BALANCE ON THE EXTRACT. A MERGED    *
      * ACCOUNT'S BALANCE MOVED TO ITS SURVIVOR, SO IT IS LEFT OUT.    *
      * THE LAST ORDER DATE IS THE STARTING ACTIVITY DATE.             *
      *---------------------------------------------------------------*
       1200-LOAD-CREDIT-BALANCES.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1250-READ-CUST-RECORD
           PERFORM 1220-TAKE-ONE-CUSTOMER UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1220-TAKE-ONE-CUSTOMER.
           ADD 1                            TO WS-CUSTOMERS-READ
           IF CUST-BALANCE OF CUST-IN-REC < ZERO
          AND NOT CUST-MERGED OF CUST-IN-REC
               IF WS-CREDIT-TABLE-COUNT >= WS-CREDIT-TABLE-MAX
                   MOVE 'CREDIT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CREDIT-TABLE-COUNT
               ADD 1                        TO WS-CREDITS-FOUND
               SET WS-CR-IDX                TO WS-CREDIT-TABLE-COUNT
               MOVE CUST-ID OF CUST-IN-REC
                                    TO WS-CR-CUST-ID-TBL (WS-CR-IDX)
               MOVE CUST-NAME OF CUST-IN-REC
                                    TO WS-CR-NAME-TBL (WS-CR-IDX)
               MOVE CUST-ADDRESS OF CUST-IN-REC
                                    TO WS-CR-ADDR-TBL (WS-CR-IDX)
               MOVE CUST-CITY OF CUST-IN-REC
                                    TO WS-CR-CITY-TBL (WS-CR-IDX)
               MOVE CUST-STATE OF CUST-IN-REC
                                    TO WS-CR-STATE-TBL (WS-CR-IDX)
               MOVE CUST-ZIP OF CUST-IN-REC
                                    TO WS-CR-ZIP-TBL (WS-CR-IDX)
               MOVE CUST-BALANCE OF CUST-IN-REC
                                    TO WS-CR-BAL-TBL (WS-CR-IDX)
               MOVE SPACES          TO WS-CR-LAST-ACT-TBL (WS-CR-IDX)
               IF CUST-LAST-ORDER-DATE OF CUST-IN-REC (1:4)
                      IS NUMERIC
                   MOVE CUST-LAST-ORDER-DATE OF CUST-IN-REC
                                    TO WS-CR-LAST-ACT-TBL (WS-CR-IDX)
               END-IF
               MOVE 'N'             TO WS-CR-REFUND-TBL (WS-CR-IDX)
               MOVE 'N'             TO WS-CR-REMIT-TBL (WS-CR-IDX)
               MOVE ZERO            TO WS-CR-REMIT-AMT-TBL (WS-CR-IDX)
               MOVE SPACES          TO WS-CR-LETTER-TBL (WS-CR-IDX)
           END-IF
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
      * A RECEIPT IS THE OWNER'S ACTIVITY - ITS DATE ADVANCES THE      *
      * CREDIT'S ACTIVITY DATE. CREDIT-MEMO, RETURN AND WRITE-OFF      *
      * SLICES ARE OUR OWN ENTRIES, NOT THE OWNER'S, AND DO NOT COUNT, *
      * NOR DOES A RECEIPT THAT BOUNCED: THE FIRST PASS NOTES THE      *
      * REVERSAL SLICES, AND A RECEIPT SLICE THEY PUT BACK IN FULL IS  *
      * PASSED OVER IN THE SECOND. A MISSING HISTORY (STATUS 35)       *
      * LEAVES THE LAST ORDER DATE STANDING.                           *
      *---------------------------------------------------------------*
       1300-LOAD-RECEIPT-ACTIVITY.
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
               PERFORM 1350-READ-APPLHIST
               PERFORM 1310-NOTE-ONE-REVERSAL UNTIL APPLHIST-EOF
               CLOSE APPLHIST-FILE

               MOVE 'N'                     TO WS-APPLHIST-EOF-SW
               OPEN INPUT APPLHIST-FILE
               IF WS-APPLHIST-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-APPLHIST-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1350-READ-APPLHIST
               PERFORM 1320-TAKE-ONE-RECEIPT UNTIL APPLHIST-EOF
               CLOSE APPLHIST-FILE
           END-IF.

       1310-NOTE-ONE-REVERSAL.
           IF APH-RECEIPT-REVERSAL
               MOVE APH-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CREDIT
               IF CREDIT-FOUND
                   IF WS-REVERSAL-TABLE-COUNT >= WS-REVERSAL-TABLE-MAX
                       MOVE 'REVERSAL TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-REVERSAL-TABLE-COUNT
                   SET WS-RV-IDX            TO WS-REVERSAL-TABLE-COUNT
                   MOVE APH-CUST-ID     TO WS-RV-CUST-ID-TBL (WS-RV-IDX)
                   MOVE APH-DEPOSIT-NO  TO WS-RV-DEPOSIT-TBL (WS-RV-IDX)
                   MOVE APH-REFERENCE
                                      TO WS-RV-REFERENCE-TBL (WS-RV-IDX)
                   MOVE APH-APPLIED-DATE
                                        TO WS-RV-APPLIED-TBL (WS-RV-IDX)
                   MOVE APH-AMOUNT      TO WS-RV-LEFT-TBL (WS-RV-IDX)
               END-IF
           END-IF
           PERFORM 1350-READ-APPLHIST.

       1320-TAKE-ONE-RECEIPT.
           IF APH-FROM-RECEIPT
               MOVE APH-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CREDIT
               MOVE APH-AMOUNT              TO WS-RECEIPT-LEFT
               IF CREDIT-FOUND
                   SET WS-RV-IDX            TO 1
                   PERFORM 1330-NET-ONE-REVERSAL
                       UNTIL WS-RV-IDX > WS-REVERSAL-TABLE-COUNT
                          OR WS-RECEIPT-LEFT NOT > ZERO
               END-IF
               IF CREDIT-FOUND AND WS-RECEIPT-LEFT > ZERO
                   IF APH-APPLIED-DATE
                          > WS-CR-LAST-ACT-TBL (WS-CR-FOUND-SUB)
                       MOVE APH-APPLIED-DATE
                            TO WS-CR-LAST-ACT-TBL (WS-CR-FOUND-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 1350-READ-APPLHIST.

      *    A REVERSAL SLICE CARRIES ITS RECEIPT'S CUSTOMER, DEPOSIT,
      *    CHECK AND RECEIPT DATE
       1330-NET-ONE-REVERSAL.
           IF WS-RV-CUST-ID-TBL (WS-RV-IDX) = APH-CUST-ID
          AND WS-RV-DEPOSIT-TBL (WS-RV-IDX) = APH-DEPOSIT-NO
          AND WS-RV-REFERENCE-TBL (WS-RV-IDX) = APH-REFERENCE
          AND WS-RV-APPLIED-TBL (WS-RV-IDX) = APH-APPLIED-DATE
          AND WS-RV-LEFT-TBL (WS-RV-IDX) > ZERO
               IF WS-RV-LEFT-TBL (WS-RV-IDX) < WS-RECEIPT-LEFT
                   SUBTRACT WS-RV-LEFT-TBL (WS-RV-IDX)
                                            FROM WS-RECEIPT-LEFT
                   MOVE ZERO            TO WS-RV-LEFT-TBL (WS-RV-IDX)
               ELSE
                   SUBTRACT WS-RECEIPT-LEFT
                                     FROM WS-RV-LEFT-TBL (WS-RV-IDX)
                   MOVE ZERO                TO WS-RECEIPT-LEFT
               END-IF
           END-IF
           SET WS-RV-IDX UP BY 1.

       1350-READ-APPLHIST.
           READ APPLHIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-APPLHIST-EOF-SW
           END-READ
           IF NOT APPLHIST-EOF AND WS-APPLHIST-STATUS NOT = '00'
               MOVE 'READ FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * MARK EVERY CREDIT WITH A REFUND AWAITING RELEASE. A MISSING    *
      * REFUND FILE (STATUS 35 - REFSWEEP NEVER RUN) MARKS NONE.       *
      *---------------------------------------------------------------*
       1400-LOAD-REFUNDS-PENDING.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS = '35'
               MOVE 'Y'                     TO WS-REF-SCAN-EOF-SW
           ELSE
               IF WS-REFUND-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: REFUND-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REFUND-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE ZERO                    TO REF-SEQUENCE-NO
               START REFUND-FILE KEY NOT < REF-SEQUENCE-NO
                   INVALID KEY
                       MOVE 'Y'             TO WS-REF-SCAN-EOF-SW
               END-START
               IF NOT REF-SCAN-EOF
                   PERFORM 1450-READ-REFUND-NEXT
                   PERFORM 1420-TAKE-ONE-REFUND UNTIL REF-SCAN-EOF
               END-IF
               CLOSE REFUND-FILE
           END-IF.

       1420-TAKE-ONE-REFUND.
           IF REF-AWAITING
               MOVE REF-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CREDIT
               IF CREDIT-FOUND
                   MOVE 'Y'    TO WS-CR-REFUND-TBL (WS-CR-FOUND-SUB)
               END-IF
           END-IF
           PERFORM 1450-READ-REFUND-NEXT.

       1450-READ-REFUND-NEXT.
           READ REFUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-REF-SCAN-EOF-SW
           END-READ
           IF WS-REFUND-STATUS NOT = '00'
          AND WS-REFUND-STATUS NOT = '10'
               MOVE 'READ ERROR: REFUND-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REFUND-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * EXAMINE ONE CREDIT BALANCE. A CREDIT WITH A LETTER OUT IS      *
      * FOLLOWED UP; ANY OTHER IS TESTED FOR DORMANCY.                 *
      *---------------------------------------------------------------*
       2000-EXAMINE-ONE-CREDIT.
           MOVE WS-CR-STATE-TBL (WS-CR-SUB) TO WS-LOOKUP-STATE
           PERFORM 2050-FIND-RULE
           COMPUTE WS-CREDIT-AMOUNT = ZERO - WS-CR-BAL-TBL (WS-CR-SUB)

           MOVE WS-CR-CUST-ID-TBL (WS-CR-SUB) TO EST-CUST-ID
           READ TRACK-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-TRACK-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-TRACK-FOUND-SW
           END-READ
           IF WS-TRACK-STATUS NOT = '00'
          AND WS-TRACK-STATUS NOT = '23'
               MOVE 'READ ERROR: TRACK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRACK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF TRACK-FOUND AND EST-LETTER-OUT
               PERFORM 2200-FOLLOW-UP-LETTER
           ELSE
               PERFORM 2100-TEST-DORMANCY
           END-IF
           ADD 1                            TO WS-CR-SUB.

      *---------------------------------------------------------------*
      * THE RULE FOR WS-LOOKUP-STATE - ITS OWN ROW, ELSE THE '**' ROW, *
      * ELSE THE BUILT-IN RULE                                         *
      *---------------------------------------------------------------*
       2050-FIND-RULE.
           MOVE 'N'                         TO WS-RULE-FOUND-SW
           SET WS-RULE-IDX                  TO 1
           PERFORM 2060-COMPARE-ONE-RULE
               UNTIL RULE-FOUND
                  OR WS-RULE-IDX > WS-RULE-TABLE-COUNT
           IF NOT RULE-FOUND
               MOVE '**'                    TO WS-LOOKUP-STATE
               SET WS-RULE-IDX              TO 1
               PERFORM 2060-COMPARE-ONE-RULE
                   UNTIL RULE-FOUND
                      OR WS-RULE-IDX > WS-RULE-TABLE-COUNT
           END-IF

           IF RULE-FOUND
               MOVE WS-RULE-NAME-TBL (WS-RULE-IDX)
                                            TO WS-CUR-STATE-NAME
               MOVE WS-RULE-YEARS-TBL (WS-RULE-IDX) TO WS-CUR-YEARS
               MOVE WS-RULE-WAIT-TBL (WS-RULE-IDX)  TO WS-CUR-WAIT
               MOVE WS-RULE-MONTH-TBL (WS-RULE-IDX) TO WS-CUR-MONTH
               MOVE WS-RULE-MIN-TBL (WS-RULE-IDX)   TO WS-CUR-MIN
           ELSE
               MOVE SPACES                  TO WS-CUR-STATE-NAME
               MOVE WS-BUILT-IN-YEARS       TO WS-CUR-YEARS
               MOVE WS-BUILT-IN-WAIT        TO WS-CUR-WAIT
               MOVE WS-BUILT-IN-MONTH       TO WS-CUR-MONTH
               MOVE WS-BUILT-IN-MIN         TO WS-CUR-MIN
               ADD 1                        TO WS-BUILT-IN-USED
           END-IF
      *    A '**' OR BUILT-IN RULE CARRIES NO STATE NAME OF ITS OWN
           IF WS-CUR-STATE-NAME = SPACES
          OR WS-LOOKUP-STATE = '**'
               MOVE SPACES                  TO WS-CUR-STATE-NAME
               STRING 'STATE ' WS-CR-STATE-TBL (WS-CR-SUB)
                      DELIMITED SIZE        INTO WS-CUR-STATE-NAME
           END-IF.

       2060-COMPARE-ONE-RULE.
           IF WS-RULE-STATE-TBL (WS-RULE-IDX) = WS-LOOKUP-STATE
               MOVE 'Y'                     TO WS-RULE-FOUND-SW
           ELSE
               SET WS-RULE-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * NO LETTER OUT - IS THE CREDIT DORMANT UNDER ITS STATE'S RULE?  *
      * DORMANT MEANS NO ACTIVITY SINCE THE SAME DAY ESR-DORMANCY-     *
      * YEARS AGO (OR NONE ON RECORD). A CREDIT ALREADY REMITTED WHOSE *
      * MEMO ADJAPPLY HAS NOT YET POSTED IS COUNTED AND LEFT ALONE.    *
      *---------------------------------------------------------------*
       2100-TEST-DORMANCY.
           IF TRACK-FOUND AND EST-REMITTED
          AND WS-CR-LAST-ACT-TBL (WS-CR-SUB) NOT > EST-STATUS-DATE
               ADD 1                        TO WS-REMIT-UNPOSTED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CUTOFF-YEAR = WS-BUS-YEAR - WS-CUR-YEARS
           MOVE WS-BUSINESS-DATE            TO WS-DORMANCY-CUTOFF
           MOVE WS-CUTOFF-YEAR              TO WS-DORMANCY-CUTOFF(1:4)
           IF WS-CR-LAST-ACT-TBL (WS-CR-SUB) NOT = SPACES
          AND WS-CR-LAST-ACT-TBL (WS-CR-SUB) > WS-DORMANCY-CUTOFF
               ADD 1                        TO WS-NOT-DORMANT
               EXIT PARAGRAPH
           END-IF

           IF WS-CR-REFUND-TBL (WS-CR-SUB) = 'Y'
               ADD 1                        TO WS-REFUND-HELD
               EXIT PARAGRAPH
           END-IF

      *    ONLY A LETTERS RUN STARTS THE DUE-DILIGENCE CLOCK
           IF NOT LETTER-RUN
               ADD 1                        TO WS-DORMANT-NO-LETTER
               EXIT PARAGRAPH
           END-IF

           PERFORM 2150-OPEN-DUE-DILIGENCE.

      *---------------------------------------------------------------*
      * START THE DUE-DILIGENCE CLOCK - LETTER THE OWNER (WHEN THE     *
      * CREDIT REACHES THE STATE'S MINIMUM) AND WRITE OR REUSE THE     *
      * TRACKING RECORD                                                *
      *---------------------------------------------------------------*
       2150-OPEN-DUE-DILIGENCE.
           MOVE SPACES                      TO ESCHEAT-TRACK-RECORD
           MOVE WS-CR-CUST-ID-TBL (WS-CR-SUB) TO EST-CUST-ID
           MOVE WS-CR-STATE-TBL (WS-CR-SUB) TO EST-STATE
           MOVE 'L'                         TO EST-STATUS
           MOVE WS-CR-LAST-ACT-TBL (WS-CR-SUB) TO EST-LAST-ACTIVITY
           MOVE WS-BUSINESS-DATE            TO EST-LETTER-DATE
           MOVE WS-CREDIT-AMOUNT            TO EST-DORMANT-AMOUNT
           MOVE WS-BUSINESS-DATE            TO EST-STATUS-DATE
           MOVE ZERO                        TO EST-REMIT-AMOUNT
           MOVE ZERO                        TO EST-REPORT-YEAR

           MOVE WS-CR-LAST-ACT-TBL (WS-CR-SUB) TO WS-ACTIVITY-DISPLAY
           IF WS-ACTIVITY-DISPLAY = SPACES
               MOVE 'NONE'                  TO WS-ACTIVITY-DISPLAY
           END-IF
           MOVE WS-CREDIT-AMOUNT            TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           IF WS-CREDIT-AMOUNT NOT < WS-CUR-MIN
               MOVE 'Y'                     TO EST-LETTER-SENT
               PERFORM 3000-PRINT-LETTER
               ADD 1                        TO WS-LETTERS-SENT
               ADD WS-CREDIT-AMOUNT         TO WS-LETTER-TOTAL
               STRING 'LETTER    '
                      WS-CR-CUST-ID-TBL (WS-CR-SUB) ' '
                      WS-CR-NAME-TBL (WS-CR-SUB) ' '
                      WS-CR-STATE-TBL (WS-CR-SUB)
                      ' LAST ACTIVITY ' WS-ACTIVITY-DISPLAY
                      ' CREDIT ' WS-AMT-DISPLAY
                      ' REPLY BY ' WS-CONTACT-BY-DATE
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           ELSE
               MOVE 'N'                     TO EST-LETTER-SENT
               ADD 1                        TO WS-BELOW-LETTER-MIN
               STRING 'NO LETTER '
                      WS-CR-CUST-ID-TBL (WS-CR-SUB) ' '
                      WS-CR-NAME-TBL (WS-CR-SUB) ' '
                      WS-CR-STATE-TBL (WS-CR-SUB)
                      ' LAST ACTIVITY ' WS-ACTIVITY-DISPLAY
                      ' CREDIT ' WS-AMT-DISPLAY
                      ' (UNDER STATE LETTER MINIMUM)'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE

           IF TRACK-FOUND
               REWRITE ESCHEAT-TRACK-RECORD
           ELSE
               WRITE ESCHEAT-TRACK-RECORD
           END-IF
           IF WS-TRACK-STATUS NOT = '00'
               MOVE 'WRITE ERROR: TRACK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRACK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * A LETTER IS OUT. ACTIVITY SINCE IT WENT OUT IS THE OWNER       *
      * ANSWERING - THE CREDIT IS CLAIMED. OTHERWISE A REPORT RUN      *
      * REMITS IT ONCE THE STATE'S REPORT IS DUE AND ITS WAITING       *
      * PERIOD HAS RUN.                                                *
      *---------------------------------------------------------------*
       2200-FOLLOW-UP-LETTER.
           IF WS-CR-LAST-ACT-TBL (WS-CR-SUB) > EST-LETTER-DATE
               MOVE 'OWNER ACTIVITY SINCE THE LETTER'
                                            TO WS-CLAIM-REASON
               PERFORM 2250-MARK-CLAIMED
               EXIT PARAGRAPH
           END-IF

           IF WS-CR-REFUND-TBL (WS-CR-SUB) = 'Y'
               ADD 1                        TO WS-REFUND-HELD
               EXIT PARAGRAPH
           END-IF

           MOVE 'N'                         TO WS-STATE-DUE-SW
           IF REPORT-RUN
               IF WS-STATE-PARM NOT = SPACES
                   IF WS-CR-STATE-TBL (WS-CR-SUB) = WS-STATE-PARM
                       MOVE 'Y'             TO WS-STATE-DUE-SW
                   END-IF
               ELSE
                   IF WS-CUR-MONTH = WS-BUS-MONTH
                       MOVE 'Y'             TO WS-STATE-DUE-SW
                   END-IF
               END-IF
           END-IF

           IF STATE-DUE
               MOVE EST-LETTER-DATE(1:4)    TO WS-WORK-YYYYMMDD-X(1:4)
               MOVE EST-LETTER-DATE(6:2)    TO WS-WORK-YYYYMMDD-X(5:2)
               MOVE EST-LETTER-DATE(9:2)    TO WS-WORK-YYYYMMDD-X(7:2)
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
                 + WS-CUR-WAIT
               IF WS-WORK-INTEGER > WS-BUSDATE-INTEGER
                   MOVE 'N'                 TO WS-STATE-DUE-SW
               END-IF
           END-IF

           IF STATE-DUE
               PERFORM 2300-REMIT-CREDIT
           ELSE
               ADD 1                        TO WS-AWAITING-PERIOD
           END-IF.

      *---------------------------------------------------------------*
      * CLOSE OUT A LETTER THE OWNER ANSWERED OR WHOSE CREDIT WENT     *
      * AWAY. THE CALLER LEAVES THE REASON IN WS-CLAIM-REASON.         *
      *---------------------------------------------------------------*
       2250-MARK-CLAIMED.
           MOVE 'C'                         TO EST-STATUS
           MOVE WS-BUSINESS-DATE            TO EST-STATUS-DATE
           REWRITE ESCHEAT-TRACK-RECORD
           IF WS-TRACK-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: TRACK-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRACK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CLAIMED

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'CLAIMED   ' EST-CUST-ID
                  ' ' EST-STATE
                  ' LETTER OF ' EST-LETTER-DATE
                  ' CLOSED - ' WS-CLAIM-REASON
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * REMIT ONE CREDIT - A DEBIT MEMO FOR THE WHOLE CREDIT BALANCE   *
      * BRINGS CUST-BALANCE BACK TO ZERO WHEN ADJAPPLY POSTS IT, AND   *
      * THE TRACKING RECORD CARRIES THE REPORT YEAR AND AMOUNT         *
      *---------------------------------------------------------------*
       2300-REMIT-CREDIT.
           MOVE SPACES                      TO ADJUSTMENT-MEMO-RECORD
           MOVE WS-BUSINESS-DATE            TO ADJ-DATE
           MOVE WS-CR-CUST-ID-TBL (WS-CR-SUB) TO ADJ-CUST-ID
           MOVE 'D'                         TO ADJ-DIRECTION
           MOVE WS-CREDIT-AMOUNT            TO ADJ-AMOUNT
           MOVE 'ESCH'                      TO ADJ-REASON-CODE
           MOVE 'ESCHEAT'                   TO ADJ-OPERATOR-ID
           STRING 'UP-' WS-CR-STATE-TBL (WS-CR-SUB) '-' WS-BUS-YEAR
                  DELIMITED SIZE            INTO ADJ-REFERENCE
           WRITE ADJUSTMENT-MEMO-RECORD
           IF WS-MEMO-STATUS NOT = '00'
               MOVE 'WRITE ERROR: MEMO-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MEMO-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 'R'                         TO EST-STATUS
           MOVE WS-CR-STATE-TBL (WS-CR-SUB) TO EST-STATE
           MOVE WS-BUSINESS-DATE            TO EST-STATUS-DATE
           MOVE WS-CREDIT-AMOUNT            TO EST-REMIT-AMOUNT
           MOVE WS-BUS-YEAR                 TO EST-REPORT-YEAR
           REWRITE ESCHEAT-TRACK-RECORD
           IF WS-TRACK-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: TRACK-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRACK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 'Y'                 TO WS-CR-REMIT-TBL (WS-CR-SUB)
           MOVE WS-CREDIT-AMOUNT    TO WS-CR-REMIT-AMT-TBL (WS-CR-SUB)
           MOVE EST-LETTER-DATE     TO WS-CR-LETTER-TBL (WS-CR-SUB)
           ADD 1                            TO WS-REMITTED
           ADD WS-CREDIT-AMOUNT             TO WS-REMIT-TOTAL.

      *---------------------------------------------------------------*
      * A LETTER STILL OUT FOR A CUSTOMER NO LONGER HOLDING A CREDIT   *
      * BALANCE - REFUNDED, USED ON A NEW ORDER, OR MERGED AWAY - IS   *
      * CLOSED OUT AS CLAIMED                                          *
      *---------------------------------------------------------------*
       2500-SWEEP-CLEARED-CREDITS.
           MOVE ZERO                        TO EST-CUST-ID
           START TRACK-FILE KEY NOT < EST-CUST-ID
               INVALID KEY
                   MOVE 'Y'                 TO WS-TRACK-SCAN-EOF-SW
           END-START
           IF NOT TRACK-SCAN-EOF
               PERFORM 2550-READ-TRACK-NEXT
               PERFORM 2520-CHECK-ONE-TRACKER UNTIL TRACK-SCAN-EOF
           END-IF.

       2520-CHECK-ONE-TRACKER.
           IF EST-LETTER-OUT
               MOVE EST-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CREDIT
               IF NOT CREDIT-FOUND
                   MOVE 'CREDIT BALANCE GONE'
                                            TO WS-CLAIM-REASON
                   PERFORM 2250-MARK-CLAIMED
               END-IF
           END-IF
           PERFORM 2550-READ-TRACK-NEXT.

       2550-READ-TRACK-NEXT.
           READ TRACK-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-TRACK-SCAN-EOF-SW
           END-READ
           IF WS-TRACK-STATUS NOT = '00'
          AND WS-TRACK-STATUS NOT = '10'
               MOVE 'READ ERROR: TRACK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRACK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE DUE-DILIGENCE LETTER PER PAGE - ADDRESS BLOCK, THE CREDIT, *
      * THE LAST ACTIVITY, THE STATE, AND THE DATE THE OWNER MUST      *
      * ANSWER BY (THE LETTER DATE PLUS THE STATE'S WAITING PERIOD)    *
      *---------------------------------------------------------------*
       3000-PRINT-LETTER.
           COMPUTE WS-WORK-INTEGER = WS-BUSDATE-INTEGER + WS-CUR-WAIT
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
           MOVE SPACES                      TO WS-CONTACT-BY-DATE
           STRING WS-WORK-YYYYMMDD-X(1:4) '-'
                  WS-WORK-YYYYMMDD-X(5:2) '-'
                  WS-WORK-YYYYMMDD-X(7:2)
                  DELIMITED SIZE            INTO WS-CONTACT-BY-DATE

           MOVE WS-BUSINESS-DATE            TO LTR-DATE
           WRITE LETTER-LINE FROM LTR-DATE-LINE
                  AFTER ADVANCING PAGE

           MOVE WS-CR-NAME-TBL (WS-CR-SUB)  TO LTR-NAME
           WRITE LETTER-LINE FROM LTR-NAME-LINE
                  AFTER ADVANCING 2 LINES

           MOVE WS-CR-ADDR-TBL (WS-CR-SUB)  TO LTR-ADDRESS
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
                  AFTER ADVANCING 1 LINE

           MOVE WS-CR-CITY-TBL (WS-CR-SUB)  TO LTR-CITY
           MOVE WS-CR-STATE-TBL (WS-CR-SUB) TO LTR-STATE
           MOVE WS-CR-ZIP-TBL (WS-CR-SUB)   TO LTR-ZIP
           WRITE LETTER-LINE FROM LTR-CITY-LINE
                  AFTER ADVANCING 1 LINE

           MOVE WS-CR-CUST-ID-TBL (WS-CR-SUB) TO LTR-CUST-ID
           WRITE LETTER-LINE FROM LTR-ACCOUNT-LINE
                  AFTER ADVANCING 2 LINES

           WRITE LETTER-LINE FROM LTR-BLANK-LINE
                  AFTER ADVANCING 1 LINE

           MOVE WS-CREDIT-AMOUNT            TO LTR-CREDIT-AMOUNT
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE

           IF WS-CR-LAST-ACT-TBL (WS-CR-SUB) = SPACES
               WRITE LETTER-LINE FROM LTR-NO-ACTIVITY-LINE
                      AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-CR-LAST-ACT-TBL (WS-CR-SUB)
                                            TO LTR-LAST-ACTIVITY
               WRITE LETTER-LINE FROM LTR-ACTIVITY-LINE
                      AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES                      TO LTR-LAW-LINE
           STRING 'UNDER THE UNCLAIMED PROPERTY LAW OF '
                  FUNCTION TRIM(WS-CUR-STATE-NAME)
                  ' WE ARE REQUIRED TO REPORT AND REMIT THIS AMOUNT'
                  DELIMITED SIZE            INTO LTR-LAW-LINE
           WRITE LETTER-LINE FROM LTR-LAW-LINE
                  AFTER ADVANCING 1 LINE

           MOVE WS-CONTACT-BY-DATE          TO LTR-CONTACT-BY
           WRITE LETTER-LINE FROM LTR-DEADLINE-LINE
                  AFTER ADVANCING 1 LINE

           WRITE LETTER-LINE FROM LTR-CLAIM-LINE
                  AFTER ADVANCING 2 LINES

           WRITE LETTER-LINE FROM LTR-FOOTER-LINE
                  AFTER ADVANCING 2 LINES

           IF WS-LETTER-STATUS NOT = '00'
               MOVE 'WRITE ERROR: LETTER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LETTER-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE HOLDER REPORT - ONE SECTION PER STATE, IN STATE ORDER,     *
      * LISTING EACH OWNER REMITTED THIS RUN WITH THE LAST KNOWN       *
      * ADDRESS, THE LAST ACTIVITY, THE NOTICE DATE, AND THE AMOUNT    *
      *---------------------------------------------------------------*
       4000-PRINT-HOLDER-REPORT.
           MOVE LOW-VALUES                  TO WS-LAST-STATE
           MOVE 'Y'                         TO WS-MORE-STATES-SW
           PERFORM 4100-PRINT-NEXT-STATE UNTIL NOT MORE-STATES

           IF WS-STATES-REPORTED = ZERO
               MOVE 'NO PROPERTY DUE TO BE REPORTED'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *    THE LOWEST STATE CODE ABOVE THE LAST ONE PRINTED THAT HAS
      *    A REMITTANCE; NONE LEFT ENDS THE REPORT
       4100-PRINT-NEXT-STATE.
           MOVE HIGH-VALUES                 TO WS-CURRENT-STATE
           SET WS-CR-IDX                    TO 1
           PERFORM 4110-CHECK-ONE-STATE
               UNTIL WS-CR-IDX > WS-CREDIT-TABLE-COUNT
           IF WS-CURRENT-STATE = HIGH-VALUES
               MOVE 'N'                     TO WS-MORE-STATES-SW
               EXIT PARAGRAPH
           END-IF

           ADD 1                            TO WS-STATES-REPORTED
           MOVE ZERO                        TO WS-STATE-COUNT
           MOVE ZERO                        TO WS-STATE-TOTAL
           MOVE WS-CURRENT-STATE            TO WS-LOOKUP-STATE
           MOVE 'N'                         TO WS-RULE-FOUND-SW
           SET WS-RULE-IDX                  TO 1
           PERFORM 2060-COMPARE-ONE-RULE
               UNTIL RULE-FOUND
                  OR WS-RULE-IDX > WS-RULE-TABLE-COUNT
           MOVE SPACES                      TO WS-CUR-STATE-NAME
           IF RULE-FOUND
               MOVE WS-RULE-NAME-TBL (WS-RULE-IDX)
                                            TO WS-CUR-STATE-NAME
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'HOLDER REPORT - STATE ' WS-CURRENT-STATE
                  ' ' FUNCTION TRIM(WS-CUR-STATE-NAME)
                  ' - REPORT YEAR ' WS-BUS-YEAR
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'OWNER'                     TO WS-REPORT-LINE(1:5)
           MOVE 'NAME / LAST KNOWN ADDRESS' TO WS-REPORT-LINE(8:25)
           MOVE 'LAST ACTIVITY'             TO WS-REPORT-LINE(40:13)
           MOVE 'NOTICE DATE'               TO WS-REPORT-LINE(55:11)
           MOVE 'AMOUNT'                    TO WS-REPORT-LINE(79:6)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:84)
           PERFORM 9100-WRITE-REPORT-LINE

           SET WS-CR-IDX                    TO 1
           PERFORM 4150-PRINT-ONE-OWNER
               UNTIL WS-CR-IDX > WS-CREDIT-TABLE-COUNT

           MOVE ALL '-'                     TO WS-REPORT-LINE(1:84)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-STATE-COUNT              TO WS-CNT-DISPLAY
           MOVE WS-STATE-TOTAL              TO WS-AMT-DISPLAY
           STRING 'STATE ' WS-CURRENT-STATE ' TOTAL: '
                  WS-CNT-DISPLAY ' OWNERS  REMITTED '
                  WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CURRENT-STATE            TO WS-LAST-STATE.

       4110-CHECK-ONE-STATE.
           IF WS-CR-REMIT-TBL (WS-CR-IDX) = 'Y'
          AND WS-CR-STATE-TBL (WS-CR-IDX) > WS-LAST-STATE
          AND WS-CR-STATE-TBL (WS-CR-IDX) < WS-CURRENT-STATE
               MOVE WS-CR-STATE-TBL (WS-CR-IDX) TO WS-CURRENT-STATE
           END-IF
           SET WS-CR-IDX UP BY 1.

      *    TWO LINES PER OWNER - THE CLAIM, THEN THE LAST KNOWN
      *    ADDRESS THE STATE WILL SEARCH FROM
       4150-PRINT-ONE-OWNER.
           IF WS-CR-REMIT-TBL (WS-CR-IDX) = 'Y'
          AND WS-CR-STATE-TBL (WS-CR-IDX) = WS-CURRENT-STATE
               ADD 1                        TO WS-STATE-COUNT
               ADD WS-CR-REMIT-AMT-TBL (WS-CR-IDX) TO WS-STATE-TOTAL
               MOVE WS-CR-LAST-ACT-TBL (WS-CR-IDX)
                                            TO WS-ACTIVITY-DISPLAY
               IF WS-ACTIVITY-DISPLAY = SPACES
                   MOVE 'NONE'              TO WS-ACTIVITY-DISPLAY
               END-IF
               MOVE WS-CR-REMIT-AMT-TBL (WS-CR-IDX) TO WS-AMT-DISPLAY
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING WS-CR-CUST-ID-TBL (WS-CR-IDX) ' '
                      WS-CR-NAME-TBL (WS-CR-IDX) '  '
                      WS-ACTIVITY-DISPLAY '     '
                      WS-CR-LETTER-TBL (WS-CR-IDX) '  '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               STRING '       ' WS-CR-ADDR-TBL (WS-CR-IDX) ' '
                      WS-CR-CITY-TBL (WS-CR-IDX) ' '
                      WS-CR-STATE-TBL (WS-CR-IDX) ' '
                      WS-CR-ZIP-TBL (WS-CR-IDX)
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           SET WS-CR-IDX UP BY 1.

      *---------------------------------------------------------------*
      * LOOK A CUSTOMER UP IN THE CREDIT TABLE - THE LAST ONE FOUND IS *
      * TRIED FIRST, SINCE ONE CUSTOMER'S RECORDS TEND TO FOLLOW ONE   *
      * ANOTHER                                                        *
      *---------------------------------------------------------------*
       5000-FIND-CREDIT.
           MOVE 'N'                         TO WS-CREDIT-FOUND-SW
           IF WS-CR-FOUND-SUB > ZERO
               IF WS-CR-CUST-ID-TBL (WS-CR-FOUND-SUB)
                      = WS-SEARCH-CUST-ID
                   MOVE 'Y'                 TO WS-CREDIT-FOUND-SW
               END-IF
           END-IF
           IF NOT CREDIT-FOUND
               SET WS-CR-IDX                TO 1
               PERFORM 5010-COMPARE-ONE-CREDIT
                   UNTIL CREDIT-FOUND
                      OR WS-CR-IDX > WS-CREDIT-TABLE-COUNT
           END-IF.

       5010-COMPARE-ONE-CREDIT.
           IF WS-CR-CUST-ID-TBL (WS-CR-IDX) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-CREDIT-FOUND-SW
               SET WS-CR-FOUND-SUB          TO WS-CR-IDX
           ELSE
               SET WS-CR-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - RUN TOTALS ON THE REPORT AND THE CONSOLE        *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CREDITS-FOUND            TO WS-CNT-DISPLAY
           STRING 'CREDIT BALANCES EXAMINED:     ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-NOT-DORMANT              TO WS-CNT-DISPLAY
           STRING 'NOT YET DORMANT:              ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-LETTERS-SENT             TO WS-CNT-DISPLAY
           MOVE WS-LETTER-TOTAL             TO WS-AMT-DISPLAY
           STRING 'DUE-DILIGENCE LETTERS SENT:   ' WS-CNT-DISPLAY
                  '  CREDITS ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-BELOW-LETTER-MIN         TO WS-CNT-DISPLAY
           STRING 'DORMANT, UNDER LETTER MINIMUM:' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-DORMANT-NO-LETTER        TO WS-CNT-DISPLAY
           STRING 'DORMANT, AWAITING LETTERS RUN:' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-AWAITING-PERIOD          TO WS-CNT-DISPLAY
           STRING 'LETTERS STILL WAITING:        ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CLAIMED                  TO WS-CNT-DISPLAY
           STRING 'CLAIMED / CLEARED:            ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REFUND-HELD              TO WS-CNT-DISPLAY
           STRING 'HELD - REFUND AWAITING:       ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REMITTED                 TO WS-CNT-DISPLAY
           MOVE WS-REMIT-TOTAL              TO WS-AMT-DISPLAY
           STRING 'REPORTED AND REMITTED:        ' WS-CNT-DISPLAY
                  '  AMOUNT  ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REMIT-UNPOSTED           TO WS-CNT-DISPLAY
           STRING 'REMITTED, MEMO NOT YET POSTED:' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-BUILT-IN-USED > ZERO
               MOVE WS-BUILT-IN-USED        TO WS-CNT-DISPLAY
               STRING 'STATE NOT ON DORMANCY MASTER: ' WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           CLOSE TRACK-FILE
           CLOSE REPORT-FILE
           IF LETTER-RUN
               CLOSE LETTER-FILE
           ELSE
               CLOSE MEMO-FILE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'ESCHEAT - UNCLAIMED PROPERTY RUN SUMMARY'
           DISPLAY '============================================='
           IF LETTER-RUN
               DISPLAY 'RUN:                   LETTERS'
           ELSE
               DISPLAY 'RUN:                   REPORT ' WS-STATE-PARM
           END-IF
           DISPLAY 'CUSTOMERS READ:        ' WS-CUSTOMERS-READ
           DISPLAY 'CREDIT BALANCES:       ' WS-CREDITS-FOUND
           DISPLAY 'LETTERS SENT:          ' WS-LETTERS-SENT
           DISPLAY 'UNDER LETTER MINIMUM:  ' WS-BELOW-LETTER-MIN
           DISPLAY 'LETTERS WAITING:       ' WS-AWAITING-PERIOD
           DISPLAY 'CLAIMED / CLEARED:     ' WS-CLAIMED
           DISPLAY 'HELD FOR REFUND:       ' WS-REFUND-HELD
           DISPLAY 'REMITTED:              ' WS-REMITTED
           IF WS-BUILT-IN-USED > ZERO
               DISPLAY 'NO DORMANCY RULE:      ' WS-BUILT-IN-USED
           END-IF
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-BUILT-IN-USED > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

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
           DISPLAY '*** ESCHEAT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
