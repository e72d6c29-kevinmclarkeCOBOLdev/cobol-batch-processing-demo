      *****************************************************************
      * PROGRAM NAME: RECBILL                                         *
      * DESCRIPTION:  RECURRING BILLING FOR CONTRACT CUSTOMERS        *
      *               CONTRACT CUSTOMERS PAY STANDING CHARGES ON A    *
      *               SCHEDULE - A MONTHLY SERVICE FEE, A QUARTERLY   *
      *               MAINTENANCE PLAN, AN ANNUAL LICENCE - THAT      *
      *               USED TO BE KEYED INTO A REGIONAL FEED BY HAND   *
      *               AND WERE MISSED WHENEVER SOMEONE WAS OUT. THIS  *
      *               STEP BILLS EVERY ACTIVE CONTRACT ON THE         *
      *               RECURRING-BILLING MASTER (RECBMAST) WHOSE NEXT- *
      *               BILL DATE HAS ARRIVED, ONE SALE PER PERIOD DUE, *
      *               DATED ON THE PERIOD'S BILL DATE. THE CHARGES    *
      *               ARE WRITTEN AS AN ORDINARY SALES FEED - HDR,    *
      *               DETAIL, AND A TRL CARRYING THE RECORD COUNT AND *
      *               SALE-AMOUNT HASH - THAT FEEDCONS VERIFIES,      *
      *               REGISTERS, AND MERGES LIKE ANY REGIONAL FEED,   *
      *               SO THE CHARGES PASS THROUGH DATAVAL, OPENPOST,  *
      *               AND STMTGEN THE SAME AS EVERY OTHER SALE.       *
      *               EACH BILLED CONTRACT'S NEXT-BILL DATE IS        *
      *               ADVANCED ONE PERIOD PER CHARGE (KEEPING THE     *
      *               START DATE'S DAY OF THE MONTH, A 29TH-31ST      *
      *               FALLING BACK TO A SHORT MONTH'S LAST DAY), AND  *
      *               A CONTRACT WHOSE NEXT-BILL DATE PASSES ITS END  *
      *               DATE IS MARKED ENDED. A CONTRACT LEFT BEHIND    *
      *               (THE MASTER NOT RUN FOR A WHILE) IS CAUGHT UP   *
      *               PERIOD BY PERIOD, UP TO A YEAR OF MONTHLY       *
      *               CHARGES IN ONE RUN.                             *
      *               THE CONTRACT REMEMBERS WHAT IT WAS BILLED ON    *
      *               ITS LAST BUSINESS DATE AND CYCLE, SO A RERUN    *
      *               OF THE SAME DATE AND CYCLE REBUILDS THE SAME    *
      *               FEED RATHER THAN BILLING ANYONE TWICE - AND     *
      *               FEEDCONS STILL REFUSES THE FEED IF THAT NIGHT'S *
      *               COPY WAS ALREADY MERGED.                        *
      *               THE HDR GOES OUT WITH THE FIRST CHARGE AND THE  *
      *               TRL ONLY BEHIND THE LAST, SO A NIGHT WITH       *
      *               NOTHING DUE LEAVES THE FEED FILE EMPTY - THE    *
      *               CONTROL STREAM REMOVES IT, AND A SALES.RAW      *
      *               STAGED DIRECTLY IS NOT OVERWRITTEN BY A MERGE   *
      *               OF NOTHING.                                     *
      *               THE FEED HEADER CARRIES DIVISION '**', SO       *
      *               FEEDCONS KEEPS EACH CHARGE'S OWN DIVISION - THE *
      *               BILLED CUSTOMER'S CUST-DIVISION - INSTEAD OF    *
      *               STAMPING ONE BOOK ON THE WHOLE FEED.            *
      *               THE REPORT IS THE BILLING REGISTER, FOLLOWED BY *
      *               EVERY ACTIVE CONTRACT ENDING IN THE NEXT 60     *
      *               DAYS SO THE ACCOUNT MANAGERS CAN RENEW THEM.    *
      *                                                               *
      * INPUTS:       RECURRING-BILLING MASTER (RECBMAST, INDEXED)    *
      *               CUSTOMER MASTER       (CUSTMIN, INDEXED -       *
      *                                      OPTIONAL)                *
      *               SALESPERSON MASTER    (SLSPMAST - OPTIONAL)     *
      *               BUSINESS DATE CONTROL (BUSDATE  - OPTIONAL)     *
      * OUTPUTS:      RECURRING-BILLING FEED (RBFEED, FEEDCONS        *
      *                                      INTAKE WITH HDR/TRL)     *
      *               BILLING REGISTER AND EXPIRY LIST (RBRPT)        *
      *               RECURRING-BILLING MASTER (RECBMAST, REWRITTEN)  *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                               *
      * RETURN CODES: 0  EVERY DUE CONTRACT BILLED                    *
      *               4  A CONTRACT COULD NOT BE BILLED (BAD DATA ON  *
      *                  THE MASTER) OR HIT THE CATCH-UP LIMIT - SEE  *
      *                  THE REGISTER                                 *
      *               16 FATAL ERROR                                  *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   RECBMAST - RECURRING-BILLING CONTRACT RECORD (150 BYTES)    *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   SLSPMAST - SALESPERSON MASTER RECORD (70 BYTES)             *
      *   FEEDCTL  - SALES FEED HDR/TRL CONTROL RECORD (120 BYTES)    *
      *   SALESREC - SALES TRANSACTION RECORD                         *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBILL.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CONTRACT MASTER - READ IN KEY ORDER AND EACH CONTRACT THIS
      *    RUN BILLS OR ENDS REWRITTEN IN PLACE
           SELECT RECB-FILE       ASSIGN TO RECBMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RB-CONTRACT-ID
                  FILE STATUS  IS WS-RECB-STATUS.

      *    CUSTOMER MASTER - THE NAME ON THE REGISTER AND THE DIVISION
      *    EACH CHARGE BELONGS TO
           SELECT CUST-MASTER     ASSIGN TO CUSTMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT SLSP-FILE       ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT FEED-FILE       ASSIGN TO RBFEED
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FEED-STATUS.

           SELECT REPORT-FILE     ASSIGN TO RBRPT
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

      *    BUSINESS DATE CONTROL - DECIDES WHAT HAS COME DUE AND DATES
      *    THE FEED. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  RECB-FILE
           RECORDING MODE IS F.
           COPY RECBMAST.

       FD  CUST-MASTER
           RECORDING MODE IS F.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  SLSP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SLSPMAST.

       FD  FEED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEED-RECORD                  PIC X(120).

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
           05  WS-RECB-STATUS           PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-FEED-STATUS           PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-RECB-EOF-SW           PIC X VALUE 'N'.
               88  RECB-EOF                     VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-CUST-PRESENT-SW       PIC X VALUE 'N'.
               88  CUST-PRESENT                 VALUE 'Y'.
           05  WS-DATE-VALID-SW         PIC X VALUE 'N'.
               88  DATE-IS-VALID                VALUE 'Y'.
           05  WS-CONTRACT-VALID-SW     PIC X VALUE 'N'.
               88  CONTRACT-IS-VALID            VALUE 'Y'.
           05  WS-REWRITE-SW            PIC X VALUE 'N'.
               88  CONTRACT-CHANGED             VALUE 'Y'.

      *----------------------------------------------------------------*
      * DATE ARITHMETIC - DASHES ARE STRIPPED BEFORE FUNCTION          *
      * INTEGER-OF-DATE CAN USE A DATE, THE SAME AS DUNNING            *
      *----------------------------------------------------------------*
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-NUM          PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE-INT          PIC 9(7) VALUE ZERO.
           05  WS-HORIZON-DAYS          PIC 9(3) VALUE 60.
           05  WS-HORIZON-INT           PIC 9(7) VALUE ZERO.
           05  WS-HORIZON-DATE          PIC X(10) VALUE SPACES.
           05  WS-WORK-DATE-NUM         PIC 9(8) VALUE ZERO.
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE-NUM.
               10  WS-WORK-YYYY         PIC 9(4).
               10  WS-WORK-MM           PIC 9(2).
               10  WS-WORK-DD           PIC 9(2).
           05  WS-WORK-DATE-INT         PIC 9(7) VALUE ZERO.
           05  WS-CHECK-DATE            PIC X(10) VALUE SPACES.
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YYYY        PIC X(4).
               10  WS-CHECK-DASH-1      PIC X(1).
               10  WS-CHECK-MM          PIC X(2).
               10  WS-CHECK-DASH-2      PIC X(1).
               10  WS-CHECK-DD          PIC X(2).

      *----------------------------------------------------------------*
      * THE PERIOD BEING BILLED AND THE RULE FOR STEPPING TO THE NEXT  *
      *----------------------------------------------------------------*
       01  WS-BILL-FIELDS.
           05  WS-BILL-DATE             PIC X(10) VALUE SPACES.
           05  WS-BILL-DATE-PARTS REDEFINES WS-BILL-DATE.
               10  WS-BILL-YYYY         PIC 9(4).
               10  FILLER               PIC X(1).
               10  WS-BILL-MM           PIC 9(2).
               10  FILLER               PIC X(1).
               10  WS-BILL-DD           PIC 9(2).
           05  WS-FIRST-BILL-DATE       PIC X(10) VALUE SPACES.
           05  WS-ANCHOR-DAY            PIC 9(2) VALUE ZERO.
           05  WS-PERIOD-MONTHS         PIC 9(2) VALUE ZERO.
           05  WS-NEW-MONTH             PIC 9(2) VALUE ZERO.
           05  WS-PERIODS-BILLED        PIC 9(2) VALUE ZERO.
           05  WS-CATCHUP-MAX           PIC 9(2) VALUE 12.
           05  WS-BILL-NOTE             PIC X(20) VALUE SPACES.
           05  WS-REJECT-REASON         PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * THE CONTRACT'S CUSTOMER AND SALESPERSON AS BILLED              *
      *----------------------------------------------------------------*
       01  WS-CONTRACT-FIELDS.
           05  WS-CUST-NAME             PIC X(30) VALUE SPACES.
           05  WS-CUST-DIVISION         PIC X(2)  VALUE '01'.
           05  WS-SLSP-NAME             PIC X(20) VALUE SPACES.
           05  WS-BILL-REGION           PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * SALESPERSON MASTER, LOADED WHOLE AT STARTUP                    *
      *----------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SLSP-ENTRY OCCURS 1000 TIMES
                             INDEXED BY WS-SLSP-IDX.
               10  WS-SLSP-ID-TBL       PIC 9(6).
               10  WS-SLSP-NAME-TBL     PIC X(20).
               10  WS-SLSP-REGION-TBL   PIC X(10).

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 1000.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-FOUND                   VALUE 'Y'.

      *----------------------------------------------------------------*
      * ACTIVE CONTRACTS ENDING INSIDE THE HORIZON, HELD FOR THE       *
      * SECOND SECTION OF THE REPORT                                   *
      *----------------------------------------------------------------*
       01  WS-EXPIRY-TABLE.
           05  WS-EXP-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-EXP-IDX.
               10  WS-EXP-CONTRACT-TBL  PIC X(10).
               10  WS-EXP-CUST-TBL      PIC 9(6).
               10  WS-EXP-NAME-TBL      PIC X(30).
               10  WS-EXP-PRODUCT-TBL   PIC X(10).
               10  WS-EXP-FREQ-TBL      PIC X(1).
               10  WS-EXP-AMOUNT-TBL    PIC 9(8)V99.
               10  WS-EXP-END-TBL       PIC X(10).
               10  WS-EXP-DAYS-TBL      PIC 9(3).

       01  WS-EXPIRY-TABLE-FIELDS.
           05  WS-EXP-TABLE-MAX         PIC 9(05) VALUE 500.
           05  WS-EXP-TABLE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-EXP-OVERFLOW          PIC 9(05) VALUE ZERO.
           05  WS-EXP-DAYS              PIC S9(7) VALUE ZERO.

      *----------------------------------------------------------------*
      * FEED CONTROL TOTALS, WRITTEN TO THE TRAILER                    *
      *----------------------------------------------------------------*
       01  WS-FEED-CONTROL-FIELDS.
           05  WS-FEED-ID               PIC X(8)  VALUE 'RECBILL'.
      *    '**' - THE DETAIL RECORDS NAME THEIR OWN DIVISION
           05  WS-FEED-DIVISION         PIC X(2)  VALUE '**'.
           05  WS-FEED-RECORD-COUNT     PIC 9(8)  VALUE ZERO.
           05  WS-FEED-AMOUNT-HASH      PIC 9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CONTRACTS-READ        PIC 9(7) VALUE ZERO.
           05  WS-CONTRACTS-BILLED      PIC 9(7) VALUE ZERO.
           05  WS-CHARGES-BILLED        PIC 9(7) VALUE ZERO.
           05  WS-CHARGES-REISSUED      PIC 9(7) VALUE ZERO.
           05  WS-CONTRACTS-ENDED       PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-AMOUNT-BILLED         PIC 9(11)V99 VALUE ZERO.
           05  WS-AMOUNT-REISSUED       PIC 9(11)V99 VALUE ZERO.
           05  WS-EXPIRING-AMOUNT       PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * THE FEED RECORD BEING BUILT, AS CONTROL RECORD OR SALE         *
      *----------------------------------------------------------------*
       COPY FEEDCTL REPLACING FEED-CONTROL-RECORD BY WS-FEED-CTL.
       COPY SALESREC REPLACING SALES-RECORD BY WS-FEED-SALES.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-OUT            PIC X(132) VALUE SPACES.
           05  WS-AMOUNT-EDIT           PIC $$$,$$$,$$9.99-.
           05  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
           05  WS-DAYS-EDIT             PIC ZZ9.

       01  WS-REGISTER-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CONTRACT'.
           05  FILLER                   PIC X(08) VALUE 'CUST'.
           05  FILLER                   PIC X(26) VALUE 'CUSTOMER NAME'.
           05  FILLER                   PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(12) VALUE 'BILL DATE'.
           05  FILLER                   PIC X(04) VALUE 'FRQ'.
           05  FILLER                   PIC X(15) VALUE
               '         AMOUNT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'NEXT BILL'.
           05  FILLER                   PIC X(29) VALUE 'NOTE'.

       01  WS-REGISTER-LINE.
           05  REG-CONTRACT-ID          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-CUST-ID              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-CUST-NAME            PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-PRODUCT-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-BILL-DATE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-FREQUENCY            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  REG-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-NEXT-BILL-DATE       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  REG-NOTE                 PIC X(40).

       01  WS-EXPIRY-HEADING.
           05  FILLER                   PIC X(12) VALUE 'CONTRACT'.
           05  FILLER                   PIC X(08) VALUE 'CUST'.
           05  FILLER                   PIC X(32) VALUE 'CUSTOMER NAME'.
           05  FILLER                   PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(04) VALUE 'FRQ'.
           05  FILLER                   PIC X(15) VALUE
               '         AMOUNT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'END DATE'.
           05  FILLER                   PIC X(35) VALUE 'DAYS LEFT'.

       01  WS-EXPIRY-LINE.
           05  EXP-CONTRACT-ID          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXP-CUST-ID              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXP-CUST-NAME            PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXP-PRODUCT-CODE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXP-FREQUENCY            PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  EXP-AMOUNT               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXP-END-DATE             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXP-DAYS-LEFT            PIC ZZ9.
           05  FILLER                   PIC X(32) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC - ONE PASS OF THE CONTRACT MASTER IN     *
      * KEY ORDER BILLS WHAT IS DUE AND GATHERS WHAT IS ENDING SOON    *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE

           PERFORM 2010-READ-CONTRACT
           PERFORM 2000-PROCESS-ONE-CONTRACT UNTIL RECB-EOF

           PERFORM 4000-WRITE-FEED-TRAILER
           PERFORM 5000-PRINT-REGISTER-TOTALS
           PERFORM 6000-PRINT-EXPIRY-LIST
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE AND THE EXPIRY HORIZON,     *
      * THE SALESPERSON TABLE, AND THE FILES. THE FEED IS OPENED (AND  *
      * LAST NIGHT'S COPY EMPTIED) HERE, BUT ITS HEADER WAITS FOR THE  *
      * FIRST CHARGE (1400).                                           *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-SET-BUSINESS-DATE
           IF NOT BUSDATE-FOUND
               MOVE FUNCTION CURRENT-DATE(1:8)
                                            TO WS-BUSDATE-YYYYMMDD
               MOVE WS-BUSDATE-YYYYMMDD(1:4)
                                            TO WS-BUSINESS-DATE(1:4)
               MOVE '-'                     TO WS-BUSINESS-DATE(5:1)
               MOVE WS-BUSDATE-YYYYMMDD(5:2)
                                            TO WS-BUSINESS-DATE(6:2)
               MOVE '-'                     TO WS-BUSINESS-DATE(8:1)
               MOVE WS-BUSDATE-YYYYMMDD(7:2)
                                            TO WS-BUSINESS-DATE(9:2)
           END-IF
           MOVE WS-BUSDATE-YYYYMMDD         TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

      *    THE LAST DAY OF THE EXPIRY WINDOW
           COMPUTE WS-HORIZON-INT = WS-RUN-DATE-INT + WS-HORIZON-DAYS
           COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT)
           MOVE WS-WORK-DATE-NUM(1:4)       TO WS-HORIZON-DATE(1:4)
           MOVE '-'                         TO WS-HORIZON-DATE(5:1)
           MOVE WS-WORK-DATE-NUM(5:2)       TO WS-HORIZON-DATE(6:2)
           MOVE '-'                         TO WS-HORIZON-DATE(8:1)
           MOVE WS-WORK-DATE-NUM(7:2)       TO WS-HORIZON-DATE(9:2)

           PERFORM 1100-LOAD-SALESPERSONS

           OPEN I-O RECB-FILE
           IF WS-RECB-STATUS NOT = '00'
               MOVE 'OPEN FAILED: RECB-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RECB-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    NO CUSTOMER MASTER LEAVES THE NAMES BLANK AND BILLS THE
      *    HOME BOOK - DATAVAL STILL CHECKS EVERY CUSTOMER DOWNSTREAM
           OPEN INPUT CUST-MASTER
           EVALUATE WS-CUST-STATUS
               WHEN '00'
                   MOVE 'Y'                 TO WS-CUST-PRESENT-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPEN FAILED: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CUST-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
           END-EVALUATE

           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'OPEN FAILED: FEED-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FEED-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 'RECURRING BILLING REGISTER'
                                            TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
                  '   CYCLE: ' WS-BUSDATE-CYCLE
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REGISTER-HEADING         TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * OPEN THE FEED WITH ITS HEADER - WRITTEN JUST AHEAD OF THE      *
      * FIRST CHARGE, SO A NIGHT WITH NOTHING DUE WRITES NO FEED       *
      *---------------------------------------------------------------*
       1400-WRITE-FEED-HEADER.
           MOVE SPACES                      TO WS-FEED-CTL
           MOVE 'HDR'                       TO FCTL-RECORD-TYPE
                                               OF WS-FEED-CTL
           MOVE WS-FEED-ID                  TO FCTL-FEED-ID
                                               OF WS-FEED-CTL
           MOVE WS-BUSINESS-DATE            TO FCTL-CREATE-DATE
                                               OF WS-FEED-CTL
           MOVE ZERO                        TO FCTL-RECORD-COUNT
                                               OF WS-FEED-CTL
           MOVE ZERO                        TO FCTL-AMOUNT-HASH
                                               OF WS-FEED-CTL
           MOVE WS-FEED-DIVISION            TO FCTL-DIVISION
                                               OF WS-FEED-CTL
           MOVE WS-FEED-CTL                 TO FEED-RECORD
           PERFORM 9200-WRITE-FEED-RECORD.

      *---------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER - THE NAME EVERY CHARGE CARRIES    *
      * AND THE REGION A CONTRACT WITHOUT ONE IS BILLED UNDER. A       *
      * MISSING MASTER LEAVES THE TABLE EMPTY.                         *
      *---------------------------------------------------------------*
       1100-LOAD-SALESPERSONS.
           OPEN INPUT SLSP-FILE
           IF WS-SLSP-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SLSP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-READ-SALESPERSON
           PERFORM 1120-ADD-SALESPERSON UNTIL SLSP-EOF
           CLOSE SLSP-FILE.

       1120-ADD-SALESPERSON.
           IF WS-SLSP-TABLE-COUNT < WS-SLSP-TABLE-MAX
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SLSP-IDX              TO WS-SLSP-TABLE-COUNT
               MOVE SLSP-ID         TO WS-SLSP-ID-TBL (WS-SLSP-IDX)
               MOVE SLSP-NAME       TO WS-SLSP-NAME-TBL (WS-SLSP-IDX)
               MOVE SLSP-HOME-REGION
                                    TO WS-SLSP-REGION-TBL (WS-SLSP-IDX)
           END-IF
           PERFORM 1150-READ-SALESPERSON.

       1150-READ-SALESPERSON.
           READ SLSP-FILE
               AT END
                   MOVE 'Y'                 TO WS-SLSP-EOF-SW
           END-READ
           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ ERROR: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE CONTRACT: REBUILD WHAT THIS DATE AND CYCLE ALREADY BILLED, *
      * OR BILL WHATEVER HAS COME DUE; THEN END IT IF ITS NEXT BILL    *
      * FALLS PAST ITS END DATE, AND NOTE IT IF IT ENDS SOON           *
      *---------------------------------------------------------------*
       2000-PROCESS-ONE-CONTRACT.
           ADD 1                            TO WS-CONTRACTS-READ
           MOVE 'N'                         TO WS-REWRITE-SW
           PERFORM 2100-GET-CUSTOMER

           IF RB-LAST-RUN-DATE = WS-BUSINESS-DATE
          AND RB-LAST-RUN-CYCLE = WS-BUSDATE-CYCLE
          AND RB-LAST-RUN-PERIODS NUMERIC
          AND RB-LAST-RUN-PERIODS > ZERO
               PERFORM 2400-REISSUE-LAST-RUN
           ELSE
               IF RB-ACTIVE
                   PERFORM 2200-VALIDATE-CONTRACT
                   IF CONTRACT-IS-VALID
                       IF RB-NEXT-BILL-DATE NOT > WS-BUSINESS-DATE
                           PERFORM 2300-BILL-DUE-PERIODS
                       END-IF
                       IF RB-END-DATE NOT = SPACES
                      AND RB-NEXT-BILL-DATE > RB-END-DATE
                           PERFORM 2600-END-CONTRACT
                       END-IF
                   ELSE
                       PERFORM 2250-REPORT-BAD-CONTRACT
                   END-IF
               END-IF
           END-IF

           IF CONTRACT-CHANGED
               PERFORM 2700-REWRITE-CONTRACT
           END-IF

           IF RB-ACTIVE
          AND RB-END-DATE NOT = SPACES
          AND RB-END-DATE NOT < WS-BUSINESS-DATE
          AND RB-END-DATE NOT > WS-HORIZON-DATE
               PERFORM 2800-NOTE-EXPIRING
           END-IF

           PERFORM 2010-READ-CONTRACT.

       2010-READ-CONTRACT.
           READ RECB-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-RECB-EOF-SW
           END-READ
           IF NOT RECB-EOF AND WS-RECB-STATUS NOT = '00'
               MOVE 'READ ERROR: RECB-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RECB-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE CONTRACT'S CUSTOMER - NAME FOR THE REPORT, DIVISION FOR    *
      * THE CHARGE (BLANK OR NOT ON FILE = THE HOME BOOK, '01')        *
      *---------------------------------------------------------------*
       2100-GET-CUSTOMER.
           MOVE SPACES                      TO WS-CUST-NAME
           MOVE '01'                        TO WS-CUST-DIVISION
           IF NOT CUST-PRESENT
          OR RB-CUST-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RB-CUST-ID           TO CUST-ID OF CUST-MASTER-REC
           READ CUST-MASTER
               INVALID KEY
                   MOVE '*** NOT ON CUSTOMER MASTER ***'
                                            TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME OF CUST-MASTER-REC
                                            TO WS-CUST-NAME
                   IF CUST-DIVISION OF CUST-MASTER-REC NOT = SPACES
                       MOVE CUST-DIVISION OF CUST-MASTER-REC
                                            TO WS-CUST-DIVISION
                   END-IF
           END-READ
           IF WS-CUST-STATUS NOT = '00'
          AND WS-CUST-STATUS NOT = '23'
               MOVE 'READ ERROR: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * AN ACTIVE CONTRACT MUST BE BILLABLE AS IT STANDS. A BLANK      *
      * NEXT-BILL DATE (A NEW CONTRACT) STARTS AT THE START DATE.      *
      *---------------------------------------------------------------*
       2200-VALIDATE-CONTRACT.
           MOVE 'Y'                         TO WS-CONTRACT-VALID-SW
           MOVE SPACES                      TO WS-REJECT-REASON

           IF RB-NEXT-BILL-DATE = SPACES
               MOVE RB-START-DATE           TO RB-NEXT-BILL-DATE
               MOVE 'Y'                     TO WS-REWRITE-SW
           END-IF

           EVALUATE TRUE
               WHEN RB-CUST-ID NOT NUMERIC
                 OR RB-CUST-ID = ZERO
                   MOVE 'NO CUSTOMER ID'    TO WS-REJECT-REASON
               WHEN RB-SALESPERSON-ID NOT NUMERIC
                 OR RB-SALESPERSON-ID = ZERO
                   MOVE 'NO SALESPERSON ID' TO WS-REJECT-REASON
               WHEN RB-PRODUCT-CODE = SPACES
                   MOVE 'NO PRODUCT CODE'   TO WS-REJECT-REASON
               WHEN RB-QUANTITY NOT NUMERIC
                 OR RB-QUANTITY = ZERO
                   MOVE 'QUANTITY NOT NUMERIC OR ZERO'
                                            TO WS-REJECT-REASON
               WHEN RB-AMOUNT NOT NUMERIC
                 OR RB-AMOUNT = ZERO
                   MOVE 'AMOUNT NOT NUMERIC OR ZERO'
                                            TO WS-REJECT-REASON
               WHEN NOT RB-FREQUENCY-VALID
                   MOVE 'FREQUENCY NOT M, Q OR A'
                                            TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE RB-START-DATE           TO WS-CHECK-DATE
               PERFORM 2900-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE 'START DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE RB-NEXT-BILL-DATE       TO WS-CHECK-DATE
               PERFORM 2900-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE 'NEXT-BILL DATE INVALID'
                                            TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
          AND RB-END-DATE NOT = SPACES
               MOVE RB-END-DATE             TO WS-CHECK-DATE
               PERFORM 2900-CHECK-DATE
               IF NOT DATE-IS-VALID
                   MOVE 'END DATE INVALID'  TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N'                     TO WS-CONTRACT-VALID-SW
      *        A DEFAULTED NEXT-BILL DATE IS NOT KEPT ON A CONTRACT
      *        THAT CANNOT BE BILLED
               MOVE 'N'                     TO WS-REWRITE-SW
           END-IF.

       2250-REPORT-BAD-CONTRACT.
           ADD 1                            TO WS-EXCEPTION-COUNT
           MOVE SPACES                      TO WS-REGISTER-LINE
           MOVE RB-CONTRACT-ID              TO REG-CONTRACT-ID
           MOVE RB-CUST-ID                  TO REG-CUST-ID
           MOVE WS-CUST-NAME                TO REG-CUST-NAME
           MOVE RB-PRODUCT-CODE             TO REG-PRODUCT-CODE
           MOVE RB-FREQUENCY                TO REG-FREQUENCY
           MOVE SPACES                      TO REG-NOTE
           STRING '*** NOT BILLED: ' WS-REJECT-REASON
                  DELIMITED SIZE            INTO REG-NOTE
           MOVE WS-REGISTER-LINE            TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * BILL EVERY PERIOD DUE UP TO THE BUSINESS DATE, NONE PAST THE   *
      * END DATE, AT MOST A YEAR OF MONTHLY CHARGES. THE CONTRACT      *
      * THEN RECORDS WHAT THIS DATE AND CYCLE BILLED, FOR A RERUN.     *
      *---------------------------------------------------------------*
       2300-BILL-DUE-PERIODS.
           PERFORM 3000-SET-PERIOD-RULE
           MOVE RB-NEXT-BILL-DATE           TO WS-BILL-DATE
           MOVE RB-NEXT-BILL-DATE           TO WS-FIRST-BILL-DATE
           MOVE ZERO                        TO WS-PERIODS-BILLED
           MOVE SPACES                      TO WS-BILL-NOTE

           PERFORM 2350-BILL-ONE-PERIOD
               UNTIL WS-BILL-DATE > WS-BUSINESS-DATE
                  OR (RB-END-DATE NOT = SPACES
                      AND WS-BILL-DATE > RB-END-DATE)
                  OR WS-PERIODS-BILLED NOT < WS-CATCHUP-MAX

           IF WS-PERIODS-BILLED > ZERO
               ADD 1                        TO WS-CONTRACTS-BILLED
               MOVE WS-BILL-DATE            TO RB-NEXT-BILL-DATE
               MOVE WS-BUSINESS-DATE        TO RB-LAST-RUN-DATE
               MOVE WS-BUSDATE-CYCLE        TO RB-LAST-RUN-CYCLE
               MOVE WS-FIRST-BILL-DATE      TO RB-LAST-RUN-FROM
               MOVE WS-PERIODS-BILLED       TO RB-LAST-RUN-PERIODS
               MOVE 'Y'                     TO WS-REWRITE-SW
           END-IF

      *    STILL BEHIND AFTER A FULL CATCH-UP - THE REST WAITS FOR
      *    THE NEXT RUN, BUT SOMEONE SHOULD KNOW WHY IT IS SO LATE
           IF WS-BILL-DATE NOT > WS-BUSINESS-DATE
          AND (RB-END-DATE = SPACES
               OR WS-BILL-DATE NOT > RB-END-DATE)
               ADD 1                        TO WS-EXCEPTION-COUNT
               MOVE SPACES                  TO WS-REGISTER-LINE
               MOVE RB-CONTRACT-ID          TO REG-CONTRACT-ID
               MOVE RB-CUST-ID              TO REG-CUST-ID
               MOVE WS-CUST-NAME            TO REG-CUST-NAME
               MOVE RB-PRODUCT-CODE         TO REG-PRODUCT-CODE
               MOVE RB-FREQUENCY            TO REG-FREQUENCY
               MOVE WS-BILL-DATE            TO REG-NEXT-BILL-DATE
               MOVE '*** CATCH-UP LIMIT - MORE PERIODS DUE'
                                            TO REG-NOTE
               MOVE WS-REGISTER-LINE        TO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       2350-BILL-ONE-PERIOD.
           PERFORM 2500-WRITE-CHARGE
           ADD 1                            TO WS-PERIODS-BILLED
           ADD 1                            TO WS-CHARGES-BILLED
           ADD RB-AMOUNT                    TO WS-AMOUNT-BILLED
           PERFORM 3100-ADVANCE-BILL-DATE
           PERFORM 2550-PRINT-CHARGE.

      *---------------------------------------------------------------*
      * THIS DATE AND CYCLE ALREADY BILLED THE CONTRACT - WRITE THE    *
      * SAME CHARGES AGAIN SO THE REBUILT FEED IS THE SAME FEED, AND   *
      * LEAVE THE CONTRACT AS IT IS                                    *
      *---------------------------------------------------------------*
       2400-REISSUE-LAST-RUN.
           PERFORM 3000-SET-PERIOD-RULE
           MOVE RB-LAST-RUN-FROM            TO WS-BILL-DATE
           MOVE 'REISSUED'                  TO WS-BILL-NOTE
           PERFORM 2450-REISSUE-ONE-PERIOD RB-LAST-RUN-PERIODS TIMES.

       2450-REISSUE-ONE-PERIOD.
           PERFORM 2500-WRITE-CHARGE
           ADD 1                            TO WS-CHARGES-REISSUED
           ADD RB-AMOUNT                    TO WS-AMOUNT-REISSUED
           PERFORM 3100-ADVANCE-BILL-DATE
           PERFORM 2550-PRINT-CHARGE.

      *---------------------------------------------------------------*
      * ONE CHARGE AS A SALE ON THE FEED, DATED ON THE PERIOD'S BILL   *
      * DATE. THE TAX IS LEFT FOR DATAVAL TO FIGURE, AS FOR ANY SALE.  *
      *---------------------------------------------------------------*
       2500-WRITE-CHARGE.
           IF WS-FEED-RECORD-COUNT = ZERO
               PERFORM 1400-WRITE-FEED-HEADER
           END-IF
           PERFORM 2510-GET-SALESPERSON

           MOVE SPACES                      TO WS-FEED-SALES
           MOVE RB-SALESPERSON-ID           TO SR-SALESPERSON-ID
                                               OF WS-FEED-SALES
           MOVE WS-SLSP-NAME                TO SR-SALESPERSON-NAME
                                               OF WS-FEED-SALES
           MOVE WS-BILL-DATE                TO SR-SALE-DATE
                                               OF WS-FEED-SALES
           MOVE RB-PRODUCT-CODE             TO SR-PRODUCT-CODE
                                               OF WS-FEED-SALES
           MOVE RB-QUANTITY                 TO SR-QUANTITY
                                               OF WS-FEED-SALES
           MOVE RB-AMOUNT                   TO SR-SALE-AMOUNT
                                               OF WS-FEED-SALES
           MOVE WS-BILL-REGION              TO SR-REGION
                                               OF WS-FEED-SALES
           MOVE ZERO                        TO SR-TAX-AMOUNT
                                               OF WS-FEED-SALES
           MOVE 'S'                         TO SR-TRANSACTION-TYPE
                                               OF WS-FEED-SALES
           MOVE RB-CUST-ID                  TO SR-CUST-ID
                                               OF WS-FEED-SALES
           MOVE '3'                         TO SR-RECORD-VERSION
                                               OF WS-FEED-SALES
           MOVE WS-CUST-DIVISION            TO SR-DIVISION
                                               OF WS-FEED-SALES
           MOVE WS-FEED-SALES               TO FEED-RECORD
           PERFORM 9200-WRITE-FEED-RECORD

           ADD 1                            TO WS-FEED-RECORD-COUNT
           ADD RB-AMOUNT                    TO WS-FEED-AMOUNT-HASH.

      *    THE SALESPERSON'S NAME FROM THE MASTER, AND THEIR HOME
      *    REGION WHEN THE CONTRACT NAMES NONE
       2510-GET-SALESPERSON.
           MOVE 'N'                         TO WS-SLSP-FOUND-SW
           MOVE 'CONTRACT BILLING'          TO WS-SLSP-NAME
           MOVE RB-REGION                   TO WS-BILL-REGION
           SET WS-SLSP-IDX                  TO 1
           PERFORM 2520-TEST-ONE-SALESPERSON
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
                  OR SLSP-FOUND
           IF SLSP-FOUND
               MOVE WS-SLSP-NAME-TBL (WS-SLSP-IDX)
                                            TO WS-SLSP-NAME
               IF RB-REGION = SPACES
                   MOVE WS-SLSP-REGION-TBL (WS-SLSP-IDX)
                                            TO WS-BILL-REGION
               END-IF
           END-IF.

       2520-TEST-ONE-SALESPERSON.
           IF WS-SLSP-ID-TBL (WS-SLSP-IDX) = RB-SALESPERSON-ID
               MOVE 'Y'                     TO WS-SLSP-FOUND-SW
           ELSE
               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *    ONE REGISTER LINE PER CHARGE - WS-BILL-DATE HAS ALREADY
      *    STEPPED ON, SO IT IS THE NEXT BILL DATE THE LINE SHOWS
       2550-PRINT-CHARGE.
           MOVE SPACES                      TO WS-REGISTER-LINE
           MOVE RB-CONTRACT-ID              TO REG-CONTRACT-ID
           MOVE RB-CUST-ID                  TO REG-CUST-ID
           MOVE WS-CUST-NAME                TO REG-CUST-NAME
           MOVE RB-PRODUCT-CODE             TO REG-PRODUCT-CODE
           MOVE SR-SALE-DATE OF WS-FEED-SALES
                                            TO REG-BILL-DATE
           MOVE RB-FREQUENCY                TO REG-FREQUENCY
           MOVE RB-AMOUNT                   TO REG-AMOUNT
           MOVE WS-BILL-DATE                TO REG-NEXT-BILL-DATE
           MOVE WS-BILL-NOTE                TO REG-NOTE
           MOVE WS-REGISTER-LINE            TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * THE NEXT BILL FALLS PAST THE END DATE - THE CONTRACT IS DONE   *
      *---------------------------------------------------------------*
       2600-END-CONTRACT.
           MOVE 'E'                         TO RB-STATUS
           MOVE 'Y'                         TO WS-REWRITE-SW
           ADD 1                            TO WS-CONTRACTS-ENDED
           MOVE SPACES                      TO WS-REGISTER-LINE
           MOVE RB-CONTRACT-ID              TO REG-CONTRACT-ID
           MOVE RB-CUST-ID                  TO REG-CUST-ID
           MOVE WS-CUST-NAME                TO REG-CUST-NAME
           MOVE RB-PRODUCT-CODE             TO REG-PRODUCT-CODE
           MOVE RB-FREQUENCY                TO REG-FREQUENCY
           MOVE SPACES                      TO REG-NOTE
           STRING 'CONTRACT ENDED ' RB-END-DATE
                  DELIMITED SIZE            INTO REG-NOTE
           MOVE WS-REGISTER-LINE            TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

       2700-REWRITE-CONTRACT.
           REWRITE RECURRING-BILLING-RECORD
           IF WS-RECB-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: RECB-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RECB-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * AN ACTIVE CONTRACT ENDING INSIDE THE HORIZON - HELD FOR THE    *
      * EXPIRY LIST WITH THE DAYS IT HAS LEFT                          *
      *---------------------------------------------------------------*
       2800-NOTE-EXPIRING.
           MOVE RB-END-DATE                 TO WS-CHECK-DATE
           PERFORM 2900-CHECK-DATE
           IF NOT DATE-IS-VALID
               EXIT PARAGRAPH
           END-IF
           IF WS-EXP-TABLE-COUNT NOT < WS-EXP-TABLE-MAX
               ADD 1                        TO WS-EXP-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHECK-YYYY               TO WS-WORK-DATE-NUM(1:4)
           MOVE WS-CHECK-MM                 TO WS-WORK-DATE-NUM(5:2)
           MOVE WS-CHECK-DD                 TO WS-WORK-DATE-NUM(7:2)
           COMPUTE WS-WORK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           COMPUTE WS-EXP-DAYS = WS-WORK-DATE-INT - WS-RUN-DATE-INT

           ADD 1                            TO WS-EXP-TABLE-COUNT
           SET WS-EXP-IDX                   TO WS-EXP-TABLE-COUNT
           MOVE RB-CONTRACT-ID   TO WS-EXP-CONTRACT-TBL (WS-EXP-IDX)
           MOVE RB-CUST-ID       TO WS-EXP-CUST-TBL (WS-EXP-IDX)
           MOVE WS-CUST-NAME     TO WS-EXP-NAME-TBL (WS-EXP-IDX)
           MOVE RB-PRODUCT-CODE  TO WS-EXP-PRODUCT-TBL (WS-EXP-IDX)
           MOVE RB-FREQUENCY     TO WS-EXP-FREQ-TBL (WS-EXP-IDX)
           MOVE RB-AMOUNT        TO WS-EXP-AMOUNT-TBL (WS-EXP-IDX)
           MOVE RB-END-DATE      TO WS-EXP-END-TBL (WS-EXP-IDX)
           MOVE WS-EXP-DAYS      TO WS-EXP-DAYS-TBL (WS-EXP-IDX)
           ADD RB-AMOUNT                    TO WS-EXPIRING-AMOUNT.

      *---------------------------------------------------------------*
      * A YYYY-MM-DD DATE IN WS-CHECK-DATE THAT CAN BE BILLED ON       *
      *---------------------------------------------------------------*
       2900-CHECK-DATE.
           MOVE 'N'                         TO WS-DATE-VALID-SW
           IF WS-CHECK-YYYY NUMERIC
          AND WS-CHECK-DASH-1 = '-'
          AND WS-CHECK-MM NUMERIC
          AND WS-CHECK-DASH-2 = '-'
          AND WS-CHECK-DD NUMERIC
               IF WS-CHECK-MM NOT < '01' AND WS-CHECK-MM NOT > '12'
              AND WS-CHECK-DD NOT < '01' AND WS-CHECK-DD NOT > '31'
                   MOVE 'Y'                 TO WS-DATE-VALID-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * THE CONTRACT'S BILLING STEP IN MONTHS, AND THE DAY OF THE      *
      * MONTH IT BILLS ON - THE START DATE'S DAY                       *
      *---------------------------------------------------------------*
       3000-SET-PERIOD-RULE.
           EVALUATE TRUE
               WHEN RB-QUARTERLY
                   MOVE 3                   TO WS-PERIOD-MONTHS
               WHEN RB-ANNUAL
                   MOVE 12                  TO WS-PERIOD-MONTHS
               WHEN OTHER
                   MOVE 1                   TO WS-PERIOD-MONTHS
           END-EVALUATE
           IF RB-START-DATE(9:2) NUMERIC
               MOVE RB-START-DATE(9:2)      TO WS-ANCHOR-DAY
           ELSE
               MOVE 1                       TO WS-ANCHOR-DAY
           END-IF.

      *---------------------------------------------------------------*
      * STEP WS-BILL-DATE ON ONE PERIOD, BACK ONTO THE BILLING DAY.    *
      * A BILLING DAY PAST THE 28TH IS HELD TO THE MONTH'S LAST DAY.   *
      *---------------------------------------------------------------*
       3100-ADVANCE-BILL-DATE.
           COMPUTE WS-NEW-MONTH = WS-BILL-MM + WS-PERIOD-MONTHS
           IF WS-NEW-MONTH > 12
               SUBTRACT 12                  FROM WS-NEW-MONTH
               ADD 1                        TO WS-BILL-YYYY
           END-IF
           MOVE WS-NEW-MONTH                TO WS-BILL-MM
           MOVE WS-ANCHOR-DAY               TO WS-BILL-DD
           IF WS-ANCHOR-DAY > 28
               PERFORM 3150-CLAMP-TO-MONTH-END
           END-IF.

      *    THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH IS THIS
      *    MONTH'S LAST DAY
       3150-CLAMP-TO-MONTH-END.
           MOVE WS-BILL-YYYY                TO WS-WORK-YYYY
           MOVE WS-BILL-MM                  TO WS-WORK-MM
           MOVE 1                           TO WS-WORK-DD
           IF WS-WORK-MM = 12
               MOVE 1                       TO WS-WORK-MM
               ADD 1                        TO WS-WORK-YYYY
           ELSE
               ADD 1                        TO WS-WORK-MM
           END-IF
           COMPUTE WS-WORK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM) - 1
           COMPUTE WS-WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
           IF WS-ANCHOR-DAY > WS-WORK-DD
               MOVE WS-WORK-DD              TO WS-BILL-DD
           END-IF.

      *---------------------------------------------------------------*
      * CLOSE THE FEED WITH ITS TRAILER - THE COUNT AND SALE-AMOUNT    *
      * HASH FEEDCONS PROVES THE DETAIL AGAINST. WITH NOTHING BILLED   *
      * THERE IS NO HEADER TO CLOSE, AND THE FILE IS LEFT EMPTY.       *
      *---------------------------------------------------------------*
       4000-WRITE-FEED-TRAILER.
           IF WS-FEED-RECORD-COUNT = ZERO
               CLOSE FEED-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES                      TO WS-FEED-CTL
           MOVE 'TRL'                       TO FCTL-RECORD-TYPE
                                               OF WS-FEED-CTL
           MOVE WS-FEED-ID                  TO FCTL-FEED-ID
                                               OF WS-FEED-CTL
           MOVE WS-BUSINESS-DATE            TO FCTL-CREATE-DATE
                                               OF WS-FEED-CTL
           MOVE WS-FEED-RECORD-COUNT        TO FCTL-RECORD-COUNT
                                               OF WS-FEED-CTL
           MOVE WS-FEED-AMOUNT-HASH         TO FCTL-AMOUNT-HASH
                                               OF WS-FEED-CTL
           MOVE WS-FEED-DIVISION            TO FCTL-DIVISION
                                               OF WS-FEED-CTL
           MOVE WS-FEED-CTL                 TO FEED-RECORD
           PERFORM 9200-WRITE-FEED-RECORD
           CLOSE FEED-FILE.

      *---------------------------------------------------------------*
      * REGISTER TOTALS                                                *
      *---------------------------------------------------------------*
       5000-PRINT-REGISTER-TOTALS.
           MOVE ALL '-'                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CONTRACTS-READ           TO WS-COUNT-EDIT
           STRING '  CONTRACTS ON FILE            ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CONTRACTS-BILLED         TO WS-COUNT-EDIT
           STRING '  CONTRACTS BILLED           ' '  ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CHARGES-BILLED           TO WS-COUNT-EDIT
           MOVE WS-AMOUNT-BILLED            TO WS-AMOUNT-EDIT
           STRING '  CHARGES BILLED               ' WS-COUNT-EDIT
                  '  ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CHARGES-REISSUED         TO WS-COUNT-EDIT
           MOVE WS-AMOUNT-REISSUED          TO WS-AMOUNT-EDIT
           STRING '  CHARGES REISSUED (RERUN)     ' WS-COUNT-EDIT
                  '  ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CONTRACTS-ENDED          TO WS-COUNT-EDIT
           STRING '  CONTRACTS ENDED              ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT          TO WS-COUNT-EDIT
           STRING '  CONTRACTS NEEDING ATTENTION  ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-FEED-RECORD-COUNT        TO WS-COUNT-EDIT
           MOVE WS-FEED-AMOUNT-HASH         TO WS-AMOUNT-EDIT
           STRING '  FEED ' WS-FEED-ID ' DATED ' WS-BUSINESS-DATE
                  ' - RECORDS ' WS-COUNT-EDIT
                  '  HASH ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * ACTIVE CONTRACTS ENDING IN THE NEXT 60 DAYS, IN KEY ORDER      *
      *---------------------------------------------------------------*
       6000-PRINT-EXPIRY-LIST.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-HORIZON-DAYS             TO WS-DAYS-EDIT
           STRING 'CONTRACTS EXPIRING IN THE NEXT' WS-DAYS-EDIT
                  ' DAYS (THROUGH ' WS-HORIZON-DATE ')'
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-EXPIRY-HEADING           TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE

           IF WS-EXP-TABLE-COUNT = ZERO
               MOVE '  NONE'                TO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               PERFORM 6100-PRINT-ONE-EXPIRING
                   VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-TABLE-COUNT
           END-IF

           MOVE ALL '-'                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-EXP-TABLE-COUNT          TO WS-COUNT-EDIT
           MOVE WS-EXPIRING-AMOUNT          TO WS-AMOUNT-EDIT
           STRING '  CONTRACTS EXPIRING           ' WS-COUNT-EDIT
                  '  BILLING PER PERIOD ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-EXP-OVERFLOW > ZERO
               MOVE WS-EXP-OVERFLOW         TO WS-COUNT-EDIT
               STRING '  *** ' WS-COUNT-EDIT
                      ' MORE NOT LISTED - TABLE FULL ***'
                      DELIMITED SIZE        INTO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       6100-PRINT-ONE-EXPIRING.
           MOVE WS-EXP-CONTRACT-TBL (WS-EXP-IDX) TO EXP-CONTRACT-ID
           MOVE WS-EXP-CUST-TBL (WS-EXP-IDX)     TO EXP-CUST-ID
           MOVE WS-EXP-NAME-TBL (WS-EXP-IDX)     TO EXP-CUST-NAME
           MOVE WS-EXP-PRODUCT-TBL (WS-EXP-IDX)  TO EXP-PRODUCT-CODE
           MOVE WS-EXP-FREQ-TBL (WS-EXP-IDX)     TO EXP-FREQUENCY
           MOVE WS-EXP-AMOUNT-TBL (WS-EXP-IDX)   TO EXP-AMOUNT
           MOVE WS-EXP-END-TBL (WS-EXP-IDX)      TO EXP-END-DATE
           MOVE WS-EXP-DAYS-TBL (WS-EXP-IDX)     TO EXP-DAYS-LEFT
           MOVE WS-EXPIRY-LINE                   TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE RECB-FILE
           IF CUST-PRESENT
               CLOSE CUST-MASTER
           END-IF
           CLOSE REPORT-FILE

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF

           DISPLAY '============================================='
           DISPLAY 'RECBILL - RECURRING BILLING SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CONTRACTS ON FILE:      ' WS-CONTRACTS-READ
           DISPLAY 'CONTRACTS BILLED:       ' WS-CONTRACTS-BILLED
           DISPLAY 'CHARGES BILLED:         ' WS-CHARGES-BILLED
           DISPLAY 'CHARGES REISSUED:       ' WS-CHARGES-REISSUED
           DISPLAY 'CONTRACTS ENDED:        ' WS-CONTRACTS-ENDED
           DISPLAY 'CONTRACTS EXPIRING:     ' WS-EXP-TABLE-COUNT
           DISPLAY 'NEEDING ATTENTION:      ' WS-EXCEPTION-COUNT
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
               DISPLAY 'RECBILL: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'RECBILL' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-CONTRACTS-READ TO RL-RECORDS-IN
               MOVE WS-FEED-RECORD-COUNT TO RL-RECORDS-OUT
               MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'RECBILL: RUN LOG WRITE FAILED, FS='
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
      * WRITE ONE REPORT LINE                                          *
      *---------------------------------------------------------------*
       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-OUT               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-OUT.

      *---------------------------------------------------------------*
      * WRITE ONE FEED RECORD                                          *
      *---------------------------------------------------------------*
       9200-WRITE-FEED-RECORD.
           WRITE FEED-RECORD
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'WRITE ERROR: FEED-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FEED-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** RECBILL FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
