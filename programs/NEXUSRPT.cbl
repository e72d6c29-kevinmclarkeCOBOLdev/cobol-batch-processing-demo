      *****************************************************************
      * PROGRAM NAME: NEXUSRPT                                        *
      * DESCRIPTION:  SALES-TAX ECONOMIC-NEXUS THRESHOLD MONITOR      *
      *               DATAVAL ONLY COLLECTS TAX WHERE TAXRMAST HAS A  *
      *               RATE FOR THE CUSTOMER'S STATE, BUT A STATE CAN  *
      *               ASSERT NEXUS ON SALES VOLUME ALONE - A DOLLAR   *
      *               TOTAL OR A TRANSACTION COUNT OVER ITS           *
      *               MEASUREMENT PERIOD - AND THE FIRST WE WOULD     *
      *               HEAR OF IT IS A NOTICE FOR BACK TAX WE NEVER    *
      *               COLLECTED. THIS REPORT TOTALS OUR GROSS SALES   *
      *               AND SALES TRANSACTION COUNT INTO EACH CUSTOMER  *
      *               STATE FROM THE ARCHIVED SALES DETAIL (THE       *
      *               STATE LOOKED UP OFF THE CUSTMOUT EXTRACT BY     *
      *               SR-CUST-ID, THE SAME WAY TAXREG DOES), MEASURES *
      *               THEM OVER THE STATE'S OWN PERIOD FROM THE       *
      *               THRESHOLD MASTER (NEXUSTHR), AND FLAGS EVERY    *
      *               STATE THAT IS APPROACHING OR PAST NEXUS WHILE   *
      *               TAXRMAST HAS NO RATE IN FORCE FOR IT - THE      *
      *               STATES TAX MUST REGISTER IN.                    *
      *                                                                *
      *               GROSS SALES ARE SALE RECORDS ONLY ('S') - THE   *
      *               STATES MEASURE GROSS RECEIPTS, SO RETURNS DO    *
      *               NOT REDUCE THE TOTAL, AND EACH SALE RECORD IS   *
      *               ONE TRANSACTION. DETAIL WITH NO CUSTOMER ON THE *
      *               EXTRACT (PRE-CONVERSION HISTORY) HAS NO STATE   *
      *               AND IS TOTALLED SEPARATELY AS UNASSIGNED.       *
      *               THE PRIOR-YEAR AND TRAILING-TWELVE-MONTH        *
      *               PERIODS NEED ARCHOUT TO HOLD AT LEAST TWO       *
      *               CALENDAR YEARS - ARCHRETN'S RETENTION MUST NOT  *
      *               BE SET SHORTER.                                 *
      *                                                                *
      * INPUTS:       NEXUS THRESHOLD MASTER (NEXUSTHR)               *
      *               SALES RATE MASTER      (TAXRMAST - OPTIONAL)    *
      *               CUSTOMER EXTRACT       (CUSTMOUT)               *
      *               SALES HISTORY          (ARCHOUT, ARCHREC DETAIL)*
      *               BUSINESS DATE CONTROL  (BUSDATE - OPTIONAL)     *
      *               COMMAND-LINE PARM: AN AS-OF DATE AS YYYYMMDD.   *
      *               OMITTED, THE BUSINESS DATE IS THE AS-OF DATE.   *
      * OUTPUT:       NEXUS MONITOR REPORT (NEXUSRPT), 132-BYTE PRINT *
      *               LINES - ONE LINE PER STATE WE SELL INTO         *
      *                                                                *
      * RETURN CODES: 0  RUN COMPLETE, NO STATE PAST NEXUS UNTAXED    *
      *               4  RUN COMPLETE, BUT A STATE IS PAST NEXUS WITH *
      *                  NO TAX RATE IN FORCE, OR A STATE HAD NO ROW  *
      *                  ON NEXUSTHR AND NO '**' DEFAULT ROW (THE     *
      *                  BUILT-IN $100,000 / 200 TRANSACTION CALENDAR-*
      *                  YEAR TEST WAS USED)                          *
      *               16 FATAL ERROR OR BAD AS-OF DATE                *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   NEXUSTHR - NEXUS THRESHOLD MASTER RECORD (50 BYTES)         *
      *   TAXRMAST - SALES TAX RATE MASTER RECORD (50 BYTES)          *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   ARCHREC  - SALES HISTORY ARCHIVE RECORD (132 BYTES)         *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXUSRPT.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLD-FILE  ASSIGN TO NEXUSTHR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-THRESHOLD-STATUS.

      *    RATE MASTER - A STATE WITH A RATE IN FORCE IS ALREADY
      *    REGISTERED AND COLLECTING. A MISSING FILE MEANS NO STATE
      *    IS, THE SAME WAY DATAVAL READS IT.
           SELECT TAXRATE-FILE    ASSIGN TO TAXRMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TAXRATE-STATUS.

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.

           SELECT REPORT-FILE     ASSIGN TO NEXUSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - THE DEFAULT AS-OF DATE. A MISSING
      *    FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  THRESHOLD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY NEXUSTHR.

       FD  TAXRATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TAXRMAST.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ARCHREC.

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
           05  WS-THRESHOLD-STATUS      PIC XX VALUE SPACES.
           05  WS-TAXRATE-STATUS        PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-THRESHOLD-EOF-SW      PIC X VALUE 'N'.
               88  THRESHOLD-EOF                VALUE 'Y'.
           05  WS-TAXRATE-EOF-SW        PIC X VALUE 'N'.
               88  TAXRATE-EOF                  VALUE 'Y'.
           05  WS-TAXRATE-FILE-SW       PIC X VALUE 'N'.
               88  TAXRATE-FILE-FOUND           VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
           05  WS-STATE-FOUND-SW        PIC X VALUE 'N'.
               88  STATE-FOUND                  VALUE 'Y'.
           05  WS-RULE-FOUND-SW         PIC X VALUE 'N'.
               88  RULE-FOUND                   VALUE 'Y'.
           05  WS-RATE-ACTIVE-SW        PIC X VALUE 'N'.
               88  RATE-ACTIVE                  VALUE 'Y'.
           05  WS-MORE-STATES-SW        PIC X VALUE 'Y'.
               88  MORE-STATES                  VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-ASOF-PARM             PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * NEXUS THRESHOLDS BY STATE, LOADED ONCE. A STATE WITH NO ROW OF *
      * ITS OWN TAKES THE '**' ROW; WITH NEITHER, THE BUILT-IN TEST    *
      * BELOW APPLIES AND THE RUN ENDS RC 4 SO THE MASTER GETS FIXED.  *
      *---------------------------------------------------------------*
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 60 TIMES
                             INDEXED BY WS-RULE-IDX.
               10  WS-RULE-STATE-TBL    PIC X(2)  VALUE SPACES.
               10  WS-RULE-NAME-TBL     PIC X(20) VALUE SPACES.
               10  WS-RULE-SALES-TBL    PIC 9(9)  VALUE ZERO.
               10  WS-RULE-TRANS-TBL    PIC 9(5)  VALUE ZERO.
               10  WS-RULE-TEST-TBL     PIC X(1)  VALUE SPACES.
               10  WS-RULE-PERIOD-TBL   PIC X(1)  VALUE SPACES.
               10  WS-RULE-WARN-TBL     PIC 9(2)  VALUE ZERO.

       01  WS-RULE-TABLE-FIELDS.
           05  WS-RULE-TABLE-MAX        PIC 9(03) VALUE 60.
           05  WS-RULE-TABLE-COUNT      PIC 9(03) VALUE ZERO.

       01  WS-BUILT-IN-RULE.
           05  WS-BUILT-IN-SALES        PIC 9(9)  VALUE 100000.
           05  WS-BUILT-IN-TRANS        PIC 9(5)  VALUE 200.
           05  WS-BUILT-IN-PERIOD       PIC X(1)  VALUE 'C'.
           05  WS-DEFAULT-WARN          PIC 9(2)  VALUE 80.

      *    THE THRESHOLD IN FORCE FOR THE STATE BEING REPORTED
       01  WS-CURRENT-RULE.
           05  WS-CUR-STATE-NAME        PIC X(20) VALUE SPACES.
           05  WS-CUR-SALES-THR         PIC 9(9)  VALUE ZERO.
           05  WS-CUR-TRANS-THR         PIC 9(5)  VALUE ZERO.
           05  WS-CUR-TEST-RULE         PIC X(1)  VALUE SPACES.
               88  CUR-BOTH-TESTS               VALUE 'A'.
           05  WS-CUR-PERIOD            PIC X(1)  VALUE SPACES.
               88  CUR-CURR-OR-PRIOR-YEAR       VALUE 'P'.
               88  CUR-ROLLING-12               VALUE 'R'.
           05  WS-CUR-WARN-PCT          PIC 9(2)  VALUE ZERO.

      *---------------------------------------------------------------*
      * STATE-KEYED TAX RATE ROWS OFF TAXRMAST. REGION-KEYED LEGACY    *
      * ROWS ARE LEFT OUT - THEY SAY NOTHING ABOUT A STATE.            *
      *---------------------------------------------------------------*
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-RATE-IDX.
               10  WS-RATE-STATE-TBL    PIC X(2)  VALUE SPACES.
               10  WS-RATE-EFF-TBL      PIC X(10) VALUE SPACES.
               10  WS-RATE-RATE-TBL     PIC V9999 VALUE ZERO.

       01  WS-RATE-TABLE-FIELDS.
           05  WS-RATE-TABLE-MAX        PIC 9(05) VALUE 500.
           05  WS-RATE-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-RATE-BEST-DATE        PIC X(10) VALUE SPACES.
           05  WS-RATE-IN-FORCE         PIC V9999 VALUE ZERO.

      *---------------------------------------------------------------*
      * CUSTOMER STATE LOOKUP TABLE OFF THE EXTRACT (THE TRAILER IS    *
      * THE EXTRACT'S LOGICAL END)                                     *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(6) VALUE ZERO.
               10  WS-CUST-STATE-TBL    PIC X(2) VALUE SPACES.

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 9999.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CUST-FOUND-SUB        PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * GROSS SALES AND SALE COUNTS PER CUSTOMER STATE IN EACH OF THE  *
      * THREE MEASUREMENT WINDOWS - A STATE'S OWN PERIOD TYPE PICKS    *
      * WHICH ONE IT IS JUDGED ON                                      *
      *---------------------------------------------------------------*
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-ST-IDX.
               10  WS-ST-STATE-TBL      PIC X(2).
               10  WS-ST-CURR-SALES-TBL PIC S9(11)V99.
               10  WS-ST-CURR-COUNT-TBL PIC 9(7).
               10  WS-ST-PRIOR-SALES-TBL
                                        PIC S9(11)V99.
               10  WS-ST-PRIOR-COUNT-TBL
                                        PIC 9(7).
               10  WS-ST-ROLL-SALES-TBL PIC S9(11)V99.
               10  WS-ST-ROLL-COUNT-TBL PIC 9(7).

       01  WS-STATE-TABLE-FIELDS.
           05  WS-STATE-TABLE-MAX       PIC 9(03) VALUE 100.
           05  WS-STATE-TABLE-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-THIS-STATE            PIC X(2)  VALUE SPACES.
           05  WS-ST-LOW-SUB            PIC 9(03) VALUE ZERO.

      *---------------------------------------------------------------*
      * MEASUREMENT PERIODS, ALL ENDING ON THE AS-OF DATE. THE         *
      * TRAILING TWELVE MONTHS ARE EVERYTHING AFTER THE SAME DAY A     *
      * YEAR EARLIER.                                                  *
      *---------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-ASOF-DATE             PIC X(10) VALUE SPACES.
           05  WS-CURR-YEAR             PIC 9(4)  VALUE ZERO.
           05  WS-PRIOR-YEAR            PIC 9(4)  VALUE ZERO.
           05  WS-ROLL-CUTOFF           PIC X(10) VALUE SPACES.
           05  WS-SALE-YEAR             PIC 9(4)  VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE STATE'S MEASUREMENT AGAINST ITS THRESHOLDS. LEVELS:        *
      * 0 NO TEST, 1 UNDER, 2 APPROACHING, 3 PAST NEXUS.               *
      *---------------------------------------------------------------*
       01  WS-MEASURE-FIELDS.
           05  WS-MEAS-SALES            PIC S9(11)V99 VALUE ZERO.
           05  WS-MEAS-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-SALES-PCT             PIC 9(3)V9 VALUE ZERO.
           05  WS-COUNT-PCT             PIC 9(3)V9 VALUE ZERO.
           05  WS-SALES-LEVEL           PIC 9(1)  VALUE ZERO.
           05  WS-COUNT-LEVEL           PIC 9(1)  VALUE ZERO.
           05  WS-TEST-LEVEL            PIC 9(1)  VALUE ZERO.
           05  WS-NEXUS-LEVEL           PIC 9(1)  VALUE ZERO.
               88  NEXUS-NO-TEST                VALUE 0.
               88  NEXUS-UNDER                  VALUE 1.
               88  NEXUS-APPROACHING            VALUE 2.
               88  NEXUS-PAST                   VALUE 3.
           05  WS-BEST-SALES            PIC S9(11)V99 VALUE ZERO.
           05  WS-BEST-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-BEST-SALES-PCT        PIC 9(3)V9 VALUE ZERO.
           05  WS-BEST-COUNT-PCT        PIC 9(3)V9 VALUE ZERO.
           05  WS-PERIOD-LABEL          PIC X(9)  VALUE SPACES.
           05  WS-RATE-PCT              PIC 9(2)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05  WS-SALES-MEASURED        PIC 9(8) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-STATES-REPORTED       PIC 9(3) VALUE ZERO.
           05  WS-REGISTER-NOW          PIC 9(3) VALUE ZERO.
           05  WS-PREPARE-TO-REGISTER   PIC 9(3) VALUE ZERO.
           05  WS-COLLECTING            PIC 9(3) VALUE ZERO.
           05  WS-DEFAULT-USED          PIC 9(3) VALUE ZERO.
           05  WS-BUILT-IN-USED         PIC 9(3) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-UNASSIGNED-SALES      PIC S9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * REPORT LINES                                                   *
      *---------------------------------------------------------------*
       01  NX-HEADING-1.
           05  FILLER                   PIC X(2)  VALUE 'ST'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE 'STATE'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'PERIOD'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(18)
                                    VALUE '       GROSS SALES'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(7)  VALUE '  SALES'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(12)
                                    VALUE ' $ THRESHOLD'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(5)  VALUE '  PCT'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'TRANS#'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(5)  VALUE '  PCT'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'STATUS'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE ' RATE'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(24) VALUE 'ACTION'.

       01  NX-DETAIL-LINE.
           05  NX-DTL-STATE             PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  NX-DTL-NAME              PIC X(14).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-PERIOD            PIC X(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-SALES             PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-SALES-THR         PIC $$$$,$$$,$$9.
           05  NX-DTL-SALES-THR-X REDEFINES NX-DTL-SALES-THR
                                        PIC X(12).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-SALES-PCT         PIC ZZ9.9.
           05  NX-DTL-SALES-PCT-X REDEFINES NX-DTL-SALES-PCT
                                        PIC X(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-TRANS-THR         PIC ZZ,ZZ9.
           05  NX-DTL-TRANS-THR-X REDEFINES NX-DTL-TRANS-THR
                                        PIC X(6).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-TRANS-PCT         PIC ZZ9.9.
           05  NX-DTL-TRANS-PCT-X REDEFINES NX-DTL-TRANS-PCT
                                        PIC X(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-STATUS            PIC X(11).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-RATE              PIC Z9.99.
           05  NX-DTL-RATE-X REDEFINES NX-DTL-RATE
                                        PIC X(5).
           05  NX-DTL-RATE-SIGN         PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NX-DTL-ACTION            PIC X(24).

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.
       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-SALE UNTIL ARCH-EOF
           PERFORM 3000-PRINT-STATES
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE AS-OF DATE AND ITS PERIODS, THE           *
      * THRESHOLDS, THE RATES IN FORCE, THE CUSTOMER STATES, THEN THE  *
      * HISTORY AND THE REPORT                                         *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-ASOF-PARM              FROM COMMAND-LINE
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
               WHEN WS-ASOF-PARM = SPACES
                   MOVE WS-BUSINESS-DATE    TO WS-ASOF-DATE
               WHEN WS-ASOF-PARM(1:8) IS NUMERIC
                AND WS-ASOF-PARM(9:2) = SPACES
                AND WS-ASOF-PARM(5:2) >= '01'
                AND WS-ASOF-PARM(5:2) <= '12'
                AND WS-ASOF-PARM(7:2) >= '01'
                AND WS-ASOF-PARM(7:2) <= '31'
                   MOVE WS-ASOF-PARM(1:4)   TO WS-ASOF-DATE(1:4)
                   MOVE '-'                 TO WS-ASOF-DATE(5:1)
                   MOVE WS-ASOF-PARM(5:2)   TO WS-ASOF-DATE(6:2)
                   MOVE '-'                 TO WS-ASOF-DATE(8:1)
                   MOVE WS-ASOF-PARM(7:2)   TO WS-ASOF-DATE(9:2)
               WHEN OTHER
                   DISPLAY 'USAGE: NEXUSRPT [YYYYMMDD]'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-ASOF-DATE(1:4)           TO WS-CURR-YEAR
           COMPUTE WS-PRIOR-YEAR = WS-CURR-YEAR - 1
           MOVE WS-ASOF-DATE                TO WS-ROLL-CUTOFF
           MOVE WS-PRIOR-YEAR               TO WS-ROLL-CUTOFF(1:4)

           PERFORM 1100-LOAD-THRESHOLDS
           PERFORM 1200-LOAD-TAX-RATES
           PERFORM 1300-LOAD-CUST-STATES

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           STRING 'SALES-TAX ECONOMIC NEXUS MONITOR - AS OF '
                  WS-ASOF-DATE
                  ' - BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 1400-READ-ARCHIVE.

      *---------------------------------------------------------------*
      * LOAD THE THRESHOLDS. THE MASTER IS REQUIRED - A MONITOR THAT   *
      * GUESSED AT EVERY STATE'S LAW WOULD TELL TAX NOTHING.           *
      *---------------------------------------------------------------*
       1100-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESHOLD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: THRESHOLD-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-THRESHOLD-STATUS     TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-READ-THRESHOLD
           PERFORM 1120-ADD-THRESHOLD-TO-TABLE UNTIL THRESHOLD-EOF
           CLOSE THRESHOLD-FILE.

       1120-ADD-THRESHOLD-TO-TABLE.
           IF WS-RULE-TABLE-COUNT < WS-RULE-TABLE-MAX
          AND NXT-SALES-THRESHOLD IS NUMERIC
          AND NXT-TRANS-THRESHOLD IS NUMERIC
          AND NXT-WARN-PCT IS NUMERIC
               ADD 1                        TO WS-RULE-TABLE-COUNT
               SET WS-RULE-IDX              TO WS-RULE-TABLE-COUNT
               MOVE NXT-STATE      TO WS-RULE-STATE-TBL (WS-RULE-IDX)
               MOVE NXT-STATE-NAME TO WS-RULE-NAME-TBL (WS-RULE-IDX)
               MOVE NXT-SALES-THRESHOLD
                                   TO WS-RULE-SALES-TBL (WS-RULE-IDX)
               MOVE NXT-TRANS-THRESHOLD
                                   TO WS-RULE-TRANS-TBL (WS-RULE-IDX)
               MOVE NXT-TEST-RULE  TO WS-RULE-TEST-TBL (WS-RULE-IDX)
               MOVE NXT-PERIOD-TYPE
                                   TO WS-RULE-PERIOD-TBL (WS-RULE-IDX)
               MOVE NXT-WARN-PCT   TO WS-RULE-WARN-TBL (WS-RULE-IDX)
           END-IF
           PERFORM 1150-READ-THRESHOLD.

       1150-READ-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   MOVE 'Y'                 TO WS-THRESHOLD-EOF-SW
           END-READ
           IF NOT THRESHOLD-EOF AND WS-THRESHOLD-STATUS NOT = '00'
               MOVE 'READ FAILED: THRESHOLD-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-THRESHOLD-STATUS     TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE STATE-KEYED RATE ROWS. A MISSING MASTER LEAVES THE    *
      * TABLE EMPTY - EVERY STATE THEN READS AS NOT COLLECTING.        *
      *---------------------------------------------------------------*
       1200-LOAD-TAX-RATES.
           OPEN INPUT TAXRATE-FILE
           IF WS-TAXRATE-STATUS = '00'
               MOVE 'Y'                     TO WS-TAXRATE-FILE-SW
               PERFORM 1250-READ-TAXRATE
               PERFORM 1220-ADD-RATE-TO-TABLE UNTIL TAXRATE-EOF
               CLOSE TAXRATE-FILE
           ELSE
               IF WS-TAXRATE-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: TAXRATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-TAXRATE-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1220-ADD-RATE-TO-TABLE.
           IF WS-RATE-TABLE-COUNT < WS-RATE-TABLE-MAX
          AND TAX-REGION(1:2) NOT = SPACES
          AND TAX-REGION(3:8) = SPACES
          AND TAX-RATE IS NUMERIC
               ADD 1                        TO WS-RATE-TABLE-COUNT
               SET WS-RATE-IDX              TO WS-RATE-TABLE-COUNT
               MOVE TAX-REGION(1:2) TO WS-RATE-STATE-TBL (WS-RATE-IDX)
               MOVE TAX-EFFECTIVE-DATE
                                    TO WS-RATE-EFF-TBL (WS-RATE-IDX)
               MOVE TAX-RATE        TO WS-RATE-RATE-TBL (WS-RATE-IDX)
           END-IF
           PERFORM 1250-READ-TAXRATE.

       1250-READ-TAXRATE.
           READ TAXRATE-FILE
               AT END
                   MOVE 'Y'                 TO WS-TAXRATE-EOF-SW
           END-READ
           IF NOT TAXRATE-EOF AND WS-TAXRATE-STATUS NOT = '00'
               MOVE 'READ FAILED: TAXRATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TAXRATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * CUSTOMER STATES OFF THE EXTRACT                                *
      *---------------------------------------------------------------*
       1300-LOAD-CUST-STATES.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1350-READ-CUST-RECORD
           PERFORM 1320-ADD-CUST-STATE UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1320-ADD-CUST-STATE.
           IF WS-CUST-TABLE-COUNT < WS-CUST-TABLE-MAX
               ADD 1                        TO WS-CUST-TABLE-COUNT
               SET WS-CUST-IDX              TO WS-CUST-TABLE-COUNT
               MOVE CUST-ID OF CUSTOMER-RECORD
                                TO WS-CUST-ID-TBL (WS-CUST-IDX)
               MOVE CUST-STATE OF CUSTOMER-RECORD
                                TO WS-CUST-STATE-TBL (WS-CUST-IDX)
           END-IF
           PERFORM 1350-READ-CUST-RECORD.

       1350-READ-CUST-RECORD.
           READ CUST-FILE
               AT END
                   MOVE 'Y'                 TO WS-CUST-EOF-SW
           END-READ
           IF NOT CUST-EOF AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT CUST-EOF
               IF CUST-ID OF CUSTOMER-RECORD = 999999
                   MOVE 'Y'                 TO WS-CUST-EOF-SW
               END-IF
           END-IF.

       1400-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-RECORDS-READ
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FOLD ONE ARCHIVED SALE INTO ITS CUSTOMER STATE'S WINDOWS. ONLY *
      * SALES DATED ON OR BEFORE THE AS-OF DATE AND WITHIN THE PRIOR   *
      * OR CURRENT YEAR (WHICH TAKES IN THE TRAILING TWELVE MONTHS)    *
      * COUNT.                                                         *
      *---------------------------------------------------------------*
       2000-ACCUMULATE-SALE.
           IF SR-TRANS-SALE OF ARCH-SALES-DATA
          AND SR-SALE-DATE OF ARCH-SALES-DATA (1:4) IS NUMERIC
          AND SR-SALE-DATE OF ARCH-SALES-DATA (6:2) IS NUMERIC
          AND SR-SALE-DATE OF ARCH-SALES-DATA (9:2) IS NUMERIC
          AND SR-SALE-DATE OF ARCH-SALES-DATA NOT > WS-ASOF-DATE
               MOVE SR-SALE-DATE OF ARCH-SALES-DATA (1:4)
                                            TO WS-SALE-YEAR
               IF WS-SALE-YEAR = WS-CURR-YEAR
              OR WS-SALE-YEAR = WS-PRIOR-YEAR
                   ADD 1                    TO WS-SALES-MEASURED
                   PERFORM 2050-FIND-CUST-STATE
                   IF CUST-FOUND
                       PERFORM 2100-FIND-OR-ADD-STATE
                       PERFORM 2150-ADD-TO-WINDOWS
                   ELSE
                       ADD 1                TO WS-UNASSIGNED-COUNT
                       ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                            TO WS-UNASSIGNED-SALES
                   END-IF
               END-IF
           END-IF

           PERFORM 1400-READ-ARCHIVE.

      *    THE LAST CUSTOMER FOUND IS TRIED FIRST - ONE CUSTOMER'S
      *    DETAIL TENDS TO ARRIVE TOGETHER
       2050-FIND-CUST-STATE.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF SR-CUST-ID OF ARCH-SALES-DATA = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-CUST-FOUND-SUB > ZERO
               IF WS-CUST-ID-TBL (WS-CUST-FOUND-SUB)
                      = SR-CUST-ID OF ARCH-SALES-DATA
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF
           IF NOT CUST-FOUND
               SET WS-CUST-IDX              TO 1
               PERFORM 2060-SEARCH-CUST-TABLE
                   UNTIL CUST-FOUND
                      OR WS-CUST-IDX > WS-CUST-TABLE-COUNT
           END-IF
           IF CUST-FOUND
               MOVE WS-CUST-STATE-TBL (WS-CUST-FOUND-SUB)
                                            TO WS-THIS-STATE
               IF WS-THIS-STATE = SPACES
                   MOVE 'N'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF.

       2060-SEARCH-CUST-TABLE.
           IF WS-CUST-ID-TBL (WS-CUST-IDX)
                  = SR-CUST-ID OF ARCH-SALES-DATA
               MOVE 'Y'                     TO WS-CUST-FOUND-SW
               SET WS-CUST-FOUND-SUB        TO WS-CUST-IDX
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

       2100-FIND-OR-ADD-STATE.
           MOVE 'N'                         TO WS-STATE-FOUND-SW
           SET WS-ST-IDX                    TO 1
           PERFORM 2110-SEARCH-STATE-TABLE
               UNTIL STATE-FOUND
                  OR WS-ST-IDX > WS-STATE-TABLE-COUNT

           IF NOT STATE-FOUND
               IF WS-STATE-TABLE-COUNT >= WS-STATE-TABLE-MAX
                   MOVE 'STATE TABLE FULL'  TO WS-ABEND-MSG(1:16)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-STATE-TABLE-COUNT
               SET WS-ST-IDX                TO WS-STATE-TABLE-COUNT
               INITIALIZE WS-ST-ENTRY (WS-ST-IDX)
               MOVE WS-THIS-STATE    TO WS-ST-STATE-TBL (WS-ST-IDX)
           END-IF.

       2110-SEARCH-STATE-TABLE.
           IF WS-ST-STATE-TBL (WS-ST-IDX) = WS-THIS-STATE
               MOVE 'Y'                     TO WS-STATE-FOUND-SW
           ELSE
               SET WS-ST-IDX UP BY 1
           END-IF.

       2150-ADD-TO-WINDOWS.
           IF WS-SALE-YEAR = WS-CURR-YEAR
               ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                               TO WS-ST-CURR-SALES-TBL (WS-ST-IDX)
               ADD 1           TO WS-ST-CURR-COUNT-TBL (WS-ST-IDX)
           ELSE
               ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                               TO WS-ST-PRIOR-SALES-TBL (WS-ST-IDX)
               ADD 1           TO WS-ST-PRIOR-COUNT-TBL (WS-ST-IDX)
           END-IF
           IF SR-SALE-DATE OF ARCH-SALES-DATA > WS-ROLL-CUTOFF
               ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                               TO WS-ST-ROLL-SALES-TBL (WS-ST-IDX)
               ADD 1           TO WS-ST-ROLL-COUNT-TBL (WS-ST-IDX)
           END-IF.

      *---------------------------------------------------------------*
      * ONE LINE PER STATE WE SOLD INTO, LOWEST STATE CODE FIRST       *
      *---------------------------------------------------------------*
       3000-PRINT-STATES.
           MOVE NX-HEADING-1                TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE LOW-VALUES                  TO WS-THIS-STATE
           MOVE 'Y'                         TO WS-MORE-STATES-SW
           PERFORM 3100-PRINT-NEXT-STATE UNTIL NOT MORE-STATES

           IF WS-STATES-REPORTED = ZERO
               MOVE 'NO SALES INTO ANY STATE IN THE PERIODS MEASURED'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *    THE LOWEST STATE CODE ABOVE THE LAST ONE PRINTED; NONE
      *    LEFT ENDS THE REPORT
       3100-PRINT-NEXT-STATE.
           MOVE ZERO                        TO WS-ST-LOW-SUB
           MOVE 'N'                         TO WS-STATE-FOUND-SW
           SET WS-ST-IDX                    TO 1
           PERFORM 3110-CHECK-ONE-STATE
               UNTIL WS-ST-IDX > WS-STATE-TABLE-COUNT
           IF NOT STATE-FOUND
               MOVE 'N'                     TO WS-MORE-STATES-SW
               EXIT PARAGRAPH
           END-IF
           SET WS-ST-IDX                    TO WS-ST-LOW-SUB
           MOVE WS-ST-STATE-TBL (WS-ST-IDX) TO WS-THIS-STATE
           ADD 1                            TO WS-STATES-REPORTED

           PERFORM 3200-FIND-THRESHOLD
           PERFORM 3300-FIND-RATE-IN-FORCE
           PERFORM 3400-MEASURE-STATE
           PERFORM 3500-PRINT-STATE-LINE.

       3110-CHECK-ONE-STATE.
           IF WS-ST-STATE-TBL (WS-ST-IDX) > WS-THIS-STATE
               IF NOT STATE-FOUND
                   MOVE 'Y'                 TO WS-STATE-FOUND-SW
                   SET WS-ST-LOW-SUB        TO WS-ST-IDX
               ELSE
                   IF WS-ST-STATE-TBL (WS-ST-IDX)
                        < WS-ST-STATE-TBL (WS-ST-LOW-SUB)
                       SET WS-ST-LOW-SUB    TO WS-ST-IDX
                   END-IF
               END-IF
           END-IF
           SET WS-ST-IDX UP BY 1.

      *---------------------------------------------------------------*
      * THE STATE'S OWN ROW, ELSE THE '**' ROW, ELSE THE BUILT-IN TEST *
      *---------------------------------------------------------------*
       3200-FIND-THRESHOLD.
           MOVE 'N'                         TO WS-RULE-FOUND-SW
           SET WS-RULE-IDX                  TO 1
           PERFORM 3210-COMPARE-ONE-RULE
               UNTIL RULE-FOUND
                  OR WS-RULE-IDX > WS-RULE-TABLE-COUNT
           MOVE SPACES                      TO WS-CUR-STATE-NAME
           IF RULE-FOUND
               MOVE WS-RULE-NAME-TBL (WS-RULE-IDX)
                                            TO WS-CUR-STATE-NAME
           ELSE
               SET WS-RULE-IDX              TO 1
               PERFORM 3220-FIND-DEFAULT-RULE
                   UNTIL RULE-FOUND
                      OR WS-RULE-IDX > WS-RULE-TABLE-COUNT
               IF RULE-FOUND
                   ADD 1                    TO WS-DEFAULT-USED
               END-IF
           END-IF

           IF RULE-FOUND
               MOVE WS-RULE-SALES-TBL (WS-RULE-IDX)
                                            TO WS-CUR-SALES-THR
               MOVE WS-RULE-TRANS-TBL (WS-RULE-IDX)
                                            TO WS-CUR-TRANS-THR
               MOVE WS-RULE-TEST-TBL (WS-RULE-IDX)
                                            TO WS-CUR-TEST-RULE
               MOVE WS-RULE-PERIOD-TBL (WS-RULE-IDX)
                                            TO WS-CUR-PERIOD
               MOVE WS-RULE-WARN-TBL (WS-RULE-IDX)
                                            TO WS-CUR-WARN-PCT
           ELSE
               MOVE WS-BUILT-IN-SALES       TO WS-CUR-SALES-THR
               MOVE WS-BUILT-IN-TRANS       TO WS-CUR-TRANS-THR
               MOVE SPACES                  TO WS-CUR-TEST-RULE
               MOVE WS-BUILT-IN-PERIOD      TO WS-CUR-PERIOD
               MOVE ZERO                    TO WS-CUR-WARN-PCT
               ADD 1                        TO WS-BUILT-IN-USED
           END-IF
           IF WS-CUR-WARN-PCT = ZERO
               MOVE WS-DEFAULT-WARN         TO WS-CUR-WARN-PCT
           END-IF
           IF WS-CUR-STATE-NAME = SPACES
               STRING 'STATE ' WS-THIS-STATE
                      DELIMITED SIZE        INTO WS-CUR-STATE-NAME
           END-IF.

       3210-COMPARE-ONE-RULE.
           IF WS-RULE-STATE-TBL (WS-RULE-IDX) = WS-THIS-STATE
               MOVE 'Y'                     TO WS-RULE-FOUND-SW
           ELSE
               SET WS-RULE-IDX UP BY 1
           END-IF.

       3220-FIND-DEFAULT-RULE.
           IF WS-RULE-STATE-TBL (WS-RULE-IDX) = '**'
               MOVE 'Y'                     TO WS-RULE-FOUND-SW
           ELSE
               SET WS-RULE-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * THE STATE'S RATE ROW IN FORCE ON THE AS-OF DATE - THE LATEST   *
      * EFFECTIVE DATE NOT AFTER IT, AS DATAVAL PICKS. A ROW IN FORCE  *
      * AT A ZERO RATE MEANS COLLECTION HAS STOPPED.                   *
      *---------------------------------------------------------------*
       3300-FIND-RATE-IN-FORCE.
           MOVE 'N'                         TO WS-RATE-ACTIVE-SW
           MOVE SPACES                      TO WS-RATE-BEST-DATE
           MOVE ZERO                        TO WS-RATE-IN-FORCE
           SET WS-RATE-IDX                  TO 1
           PERFORM 3310-CHECK-ONE-RATE
               UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT
           IF WS-RATE-BEST-DATE NOT = SPACES
          AND WS-RATE-IN-FORCE > ZERO
               MOVE 'Y'                     TO WS-RATE-ACTIVE-SW
           END-IF.

       3310-CHECK-ONE-RATE.
           IF WS-RATE-STATE-TBL (WS-RATE-IDX) = WS-THIS-STATE
          AND WS-RATE-EFF-TBL (WS-RATE-IDX) NOT > WS-ASOF-DATE
          AND WS-RATE-EFF-TBL (WS-RATE-IDX) >= WS-RATE-BEST-DATE
               MOVE WS-RATE-EFF-TBL (WS-RATE-IDX)
                                            TO WS-RATE-BEST-DATE
               MOVE WS-RATE-RATE-TBL (WS-RATE-IDX)
                                            TO WS-RATE-IN-FORCE
           END-IF
           SET WS-RATE-IDX UP BY 1.

      *---------------------------------------------------------------*
      * JUDGE THE STATE ON ITS OWN PERIOD. A CURRENT-OR-PRIOR-YEAR     *
      * STATE IS JUDGED ON WHICHEVER YEAR COMES OUT WORSE - NEXUS      *
      * EARNED LAST YEAR CARRIES THROUGH THIS ONE.                     *
      *---------------------------------------------------------------*
       3400-MEASURE-STATE.
           EVALUATE TRUE
               WHEN CUR-ROLLING-12
                   MOVE 'ROLL 12'           TO WS-PERIOD-LABEL
                   MOVE WS-ST-ROLL-SALES-TBL (WS-ST-IDX)
                                            TO WS-MEAS-SALES
                   MOVE WS-ST-ROLL-COUNT-TBL (WS-ST-IDX)
                                            TO WS-MEAS-COUNT
                   PERFORM 3450-TEST-THRESHOLDS
                   PERFORM 3480-KEEP-MEASURE
               WHEN CUR-CURR-OR-PRIOR-YEAR
                   MOVE SPACES              TO WS-PERIOD-LABEL
                   STRING WS-PRIOR-YEAR ' YEAR'
                          DELIMITED SIZE    INTO WS-PERIOD-LABEL
                   MOVE WS-ST-PRIOR-SALES-TBL (WS-ST-IDX)
                                            TO WS-MEAS-SALES
                   MOVE WS-ST-PRIOR-COUNT-TBL (WS-ST-IDX)
                                            TO WS-MEAS-COUNT
                   PERFORM 3450-TEST-THRESHOLDS
                   PERFORM 3480-KEEP-MEASURE
                   MOVE WS-ST-CURR-SALES-TBL (WS-ST-IDX)
                                            TO WS-MEAS-SALES
                   MOVE WS-ST-CURR-COUNT-TBL (WS-ST-IDX)
                                            TO WS-MEAS-COUNT
                   PERFORM 3450-TEST-THRESHOLDS
                   IF WS-TEST-LEVEL >= WS-NEXUS-LEVEL
                       MOVE SPACES          TO WS-PERIOD-LABEL
                       STRING WS-CURR-YEAR ' YTD'
                              DELIMITED SIZE
                                            INTO WS-PERIOD-LABEL
                       PERFORM 3480-KEEP-MEASURE
                   END-IF
               WHEN OTHER
                   MOVE SPACES              TO WS-PERIOD-LABEL
                   STRING WS-CURR-YEAR ' YTD'
                          DELIMITED SIZE    INTO WS-PERIOD-LABEL
                   MOVE WS-ST-CURR-SALES-TBL (WS-ST-IDX)
                                            TO WS-MEAS-SALES
                   MOVE WS-ST-CURR-COUNT-TBL (WS-ST-IDX)
                                            TO WS-MEAS-COUNT
                   PERFORM 3450-TEST-THRESHOLDS
                   PERFORM 3480-KEEP-MEASURE
           END-EVALUATE.

      *    EACH CONFIGURED TEST SCORES 1 UNDER, 2 AT OR ABOVE THE
      *    WARNING PERCENTAGE, 3 AT OR ABOVE THE THRESHOLD. EITHER-
      *    TEST STATES TAKE THE HIGHER SCORE, BOTH-TEST STATES THE
      *    LOWER. NO TEST CONFIGURED SCORES 0.
       3450-TEST-THRESHOLDS.
           MOVE ZERO                        TO WS-SALES-PCT
                                               WS-COUNT-PCT
                                               WS-SALES-LEVEL
                                               WS-COUNT-LEVEL
           IF WS-CUR-SALES-THR > ZERO
               COMPUTE WS-SALES-PCT ROUNDED =
                   WS-MEAS-SALES * 100 / WS-CUR-SALES-THR
                   ON SIZE ERROR
                       MOVE 999.9           TO WS-SALES-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-MEAS-SALES >= WS-CUR-SALES-THR
                       MOVE 3               TO WS-SALES-LEVEL
                   WHEN WS-SALES-PCT >= WS-CUR-WARN-PCT
                       MOVE 2               TO WS-SALES-LEVEL
                   WHEN OTHER
                       MOVE 1               TO WS-SALES-LEVEL
               END-EVALUATE
           END-IF
           IF WS-CUR-TRANS-THR > ZERO
               COMPUTE WS-COUNT-PCT ROUNDED =
                   WS-MEAS-COUNT * 100 / WS-CUR-TRANS-THR
                   ON SIZE ERROR
                       MOVE 999.9           TO WS-COUNT-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-MEAS-COUNT >= WS-CUR-TRANS-THR
                       MOVE 3               TO WS-COUNT-LEVEL
                   WHEN WS-COUNT-PCT >= WS-CUR-WARN-PCT
                       MOVE 2               TO WS-COUNT-LEVEL
                   WHEN OTHER
                       MOVE 1               TO WS-COUNT-LEVEL
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-SALES-LEVEL = ZERO
                   MOVE WS-COUNT-LEVEL      TO WS-TEST-LEVEL
               WHEN WS-COUNT-LEVEL = ZERO
                   MOVE WS-SALES-LEVEL      TO WS-TEST-LEVEL
               WHEN CUR-BOTH-TESTS
                AND WS-SALES-LEVEL < WS-COUNT-LEVEL
                   MOVE WS-SALES-LEVEL      TO WS-TEST-LEVEL
               WHEN CUR-BOTH-TESTS
                   MOVE WS-COUNT-LEVEL      TO WS-TEST-LEVEL
               WHEN WS-SALES-LEVEL > WS-COUNT-LEVEL
                   MOVE WS-SALES-LEVEL      TO WS-TEST-LEVEL
               WHEN OTHER
                   MOVE WS-COUNT-LEVEL      TO WS-TEST-LEVEL
           END-EVALUATE.

       3480-KEEP-MEASURE.
           MOVE WS-TEST-LEVEL               TO WS-NEXUS-LEVEL
           MOVE WS-MEAS-SALES               TO WS-BEST-SALES
           MOVE WS-MEAS-COUNT               TO WS-BEST-COUNT
           MOVE WS-SALES-PCT                TO WS-BEST-SALES-PCT
           MOVE WS-COUNT-PCT                TO WS-BEST-COUNT-PCT.

      *---------------------------------------------------------------*
      * PRINT THE STATE. APPROACHING OR PAST NEXUS WITH NO RATE IN     *
      * FORCE IS THE EXPOSURE TAX NEEDS TO ACT ON.                     *
      *---------------------------------------------------------------*
       3500-PRINT-STATE-LINE.
           MOVE WS-THIS-STATE               TO NX-DTL-STATE
           MOVE WS-CUR-STATE-NAME           TO NX-DTL-NAME
           MOVE WS-PERIOD-LABEL             TO NX-DTL-PERIOD
           MOVE WS-BEST-SALES               TO NX-DTL-SALES
           MOVE WS-BEST-COUNT               TO NX-DTL-COUNT
           IF WS-CUR-SALES-THR > ZERO
               MOVE WS-CUR-SALES-THR        TO NX-DTL-SALES-THR
               MOVE WS-BEST-SALES-PCT       TO NX-DTL-SALES-PCT
           ELSE
               MOVE '        NONE'          TO NX-DTL-SALES-THR-X
               MOVE SPACES                  TO NX-DTL-SALES-PCT-X
           END-IF
           IF WS-CUR-TRANS-THR > ZERO
               MOVE WS-CUR-TRANS-THR        TO NX-DTL-TRANS-THR
               MOVE WS-BEST-COUNT-PCT       TO NX-DTL-TRANS-PCT
           ELSE
               MOVE '  NONE'                TO NX-DTL-TRANS-THR-X
               MOVE SPACES                  TO NX-DTL-TRANS-PCT-X
           END-IF
           EVALUATE TRUE
               WHEN NEXUS-PAST
                   MOVE 'PAST NEXUS'        TO NX-DTL-STATUS
               WHEN NEXUS-APPROACHING
                   MOVE 'APPROACHING'       TO NX-DTL-STATUS
               WHEN NEXUS-UNDER
                   MOVE 'UNDER'             TO NX-DTL-STATUS
               WHEN OTHER
                   MOVE 'NO TEST'           TO NX-DTL-STATUS
           END-EVALUATE

           MOVE SPACES                      TO NX-DTL-ACTION
           IF RATE-ACTIVE
               COMPUTE WS-RATE-PCT = WS-RATE-IN-FORCE * 100
               MOVE WS-RATE-PCT             TO NX-DTL-RATE
               MOVE '%'                     TO NX-DTL-RATE-SIGN
               ADD 1                        TO WS-COLLECTING
           ELSE
               MOVE ' NONE'                 TO NX-DTL-RATE-X
               MOVE SPACE                   TO NX-DTL-RATE-SIGN
               EVALUATE TRUE
                   WHEN NEXUS-PAST
                       MOVE '*** REGISTER NOW'
                                            TO NX-DTL-ACTION
                       ADD 1                TO WS-REGISTER-NOW
                   WHEN NEXUS-APPROACHING
                       MOVE '** PREPARE TO REGISTER'
                                            TO NX-DTL-ACTION
                       ADD 1                TO WS-PREPARE-TO-REGISTER
               END-EVALUATE
           END-IF
           IF NOT RULE-FOUND
          AND NX-DTL-ACTION = SPACES
               MOVE 'NO NEXUS ROW - BUILT-IN'
                                            TO NX-DTL-ACTION
           END-IF

           MOVE NX-DETAIL-LINE              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * FINALIZATION - RUN TOTALS ON THE REPORT AND THE CONSOLE        *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-STATES-REPORTED          TO WS-CNT-DISPLAY
           STRING 'STATES SOLD INTO:             ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-COLLECTING               TO WS-CNT-DISPLAY
           STRING 'COLLECTING (RATE IN FORCE):   ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REGISTER-NOW             TO WS-CNT-DISPLAY
           STRING 'PAST NEXUS, NOT COLLECTING:   ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-PREPARE-TO-REGISTER      TO WS-CNT-DISPLAY
           STRING 'APPROACHING, NOT COLLECTING:  ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-UNASSIGNED-COUNT         TO WS-CNT-DISPLAY
           MOVE WS-UNASSIGNED-SALES         TO WS-AMT-DISPLAY
           STRING 'SALES WITH NO CUSTOMER STATE: ' WS-CNT-DISPLAY
                  '  GROSS ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-DEFAULT-USED > ZERO
               MOVE WS-DEFAULT-USED         TO WS-CNT-DISPLAY
               STRING 'STATES ON THE ** DEFAULT ROW: ' WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF WS-BUILT-IN-USED > ZERO
               MOVE WS-BUILT-IN-USED        TO WS-CNT-DISPLAY
               STRING 'STATES NOT ON NEXUS MASTER:   ' WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF NOT TAXRATE-FILE-FOUND
               MOVE 'NO TAX RATE MASTER ON FILE - NO STATE COLLECTING'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           CLOSE ARCHIVE-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'NEXUSRPT - ECONOMIC NEXUS MONITOR SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'AS-OF DATE:            ' WS-ASOF-DATE
           DISPLAY 'HISTORY RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY 'SALES MEASURED:        ' WS-SALES-MEASURED
           DISPLAY 'STATES SOLD INTO:      ' WS-STATES-REPORTED
           DISPLAY 'PAST NEXUS, UNTAXED:   ' WS-REGISTER-NOW
           DISPLAY 'APPROACHING, UNTAXED:  ' WS-PREPARE-TO-REGISTER
           DISPLAY 'NO CUSTOMER STATE:     ' WS-UNASSIGNED-COUNT
           IF WS-BUILT-IN-USED > ZERO
               DISPLAY 'NO NEXUS THRESHOLD:    ' WS-BUILT-IN-USED
           END-IF
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-REGISTER-NOW > ZERO
          OR WS-BUILT-IN-USED > ZERO
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
           DISPLAY '*** NEXUSRPT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
