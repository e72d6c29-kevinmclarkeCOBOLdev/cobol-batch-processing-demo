      *****************************************************************
      * PROGRAM NAME: RTNRATE                                         *
      * DESCRIPTION:  RETURN-RATE ANALYSIS                            *
      *               DATAVAL MATCHES EACH RETURN TO ITS ORIGINAL     *
      *               SALE BEFORE ACCEPTING IT, BUT NOTHING REPORTS   *
      *               RETURNS AS A PATTERN. FOR A RANGE OF SALE DATES *
      *               THIS REPORT READS THE ARCHIVED DETAIL AND SHOWS,*
      *               BY PRODUCT, BY SALESPERSON AND BY CUSTOMER, THE *
      *               GROSS SALES, THE RETURN COUNT AND DOLLARS, AND  *
      *               THE RETURN RATE AS A SHARE OF GROSS SALES, EACH *
      *               SECTION RANKED BY RETURN DOLLARS SO WHAT COMES  *
      *               BACK MOST IS ON TOP.                            *
      *                                                               *
      *               EACH RETURN IS TIED BACK TO ITS SALE THE WAY    *
      *               DATAVAL MATCHED IT - THE LATEST SALE OF THE     *
      *               SAME PRODUCT BY THE SAME SALESPERSON, ON OR     *
      *               BEFORE THE RETURN AND INSIDE THE LOOKBACK       *
      *               WINDOW - SO THE DAYS FROM SALE TO RETURN CAN BE *
      *               SHOWN AS A DISTRIBUTION AND AVERAGED PER LINE.  *
      *               A LINE IS FLAGGED WHEN:                         *
      *                 R - ITS RETURN RATE IS OVER THE LIMIT         *
      *                 L - ANY OF ITS RETURNS CAME BACK LATE         *
      *                 Q - TOO MANY OF ITS QUARTER-END SALES CAME    *
      *                     BACK AFTER THE QUARTER CLOSED (A SALE     *
      *                     BOOKED TO MAKE THE QUARTER AND RETURNED   *
      *                     ONCE IT HAD COUNTED)                      *
      *               THE QUARTER-END TEST NEEDS BOTH THE SALE AND    *
      *               THE RETURN INSIDE THE RANGE, SO RUN IT ACROSS   *
      *               A QUARTER BOUNDARY (THE YEAR-TO-DATE DEFAULT    *
      *               DOES THAT ONCE THE FIRST QUARTER HAS CLOSED).   *
      *                                                               *
      * INPUTS:       SALES HISTORY          (ARCHOUT, ARCHREC DETAIL)*
      *               PRODUCT MASTER         (PRODMAST) - DESCRIPTIONS*
      *               CUSTOMER EXTRACT       (CUSTMOUT) - NAMES       *
      *               CONTROL CARD           (RTCTLCRD - OPTIONAL)    *
      *               BUSINESS DATE CONTROL  (BUSDATE - OPTIONAL)     *
      *               COMMAND-LINE PARMS, EITHER OR BOTH, AS ARCHQRY  *
      *               TAKES THEM:                                     *
      *                 FROM=YYYY-MM-DD   EARLIEST SALE DATE COUNTED  *
      *                 TO=YYYY-MM-DD     LATEST SALE DATE COUNTED    *
      *               OMITTED, THE BUSINESS DATE'S YEAR TO DATE.      *
      * OUTPUT:       RETURN-RATE REPORT     (RTNRPT), 132-BYTE PRINT *
      *               LINES                                           *
      *                                                               *
      * RETURN CODES: 0  RUN COMPLETE, NOTHING FLAGGED                *
      *               4  RUN COMPLETE, ONE OR MORE LINES FLAGGED      *
      *               16 FATAL ERROR OR BAD PARM                      *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   ARCHREC  - SALES HISTORY ARCHIVE RECORD (132 BYTES)         *
      *   PRODMAST - PRODUCT MASTER RECORD (60 BYTES)                 *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   RTCTLCRD - RETURN-RATE ANALYSIS CONTROL CARD (30 BYTES)     *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNRATE.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.

           SELECT PRODUCT-FILE    ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROD-STATUS.

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT CONTROL-FILE    ASSIGN TO RTCTLCRD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE     ASSIGN TO RTNRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - THE DEFAULT RANGE ENDS ON IT. A
      *    MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ARCHREC.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODMAST.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY RTCTLCRD.

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
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-CONTROL-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-CONTROL-CARD-FOUND-SW PIC X VALUE 'N'.
               88  CONTROL-CARD-FOUND           VALUE 'Y'.
           05  WS-RA-FOUND-SW           PIC X VALUE 'N'.
               88  RA-FOUND                     VALUE 'Y'.
           05  WS-SM-FOUND-SW           PIC X VALUE 'N'.
               88  SM-FOUND                     VALUE 'Y'.
           05  WS-NAME-FOUND-SW         PIC X VALUE 'N'.
               88  NAME-FOUND                   VALUE 'Y'.
           05  WS-DATE-OK-SW            PIC X VALUE 'N'.
               88  ROW-DATE-OK                  VALUE 'Y'.
           05  WS-QTR-END-SALE-SW       PIC X VALUE 'N'.
               88  QTR-END-SALE                 VALUE 'Y'.

      *---------------------------------------------------------------*
      * EXCEPTION THRESHOLDS - THE BUILT-IN DEFAULTS, EACH OVERRIDDEN  *
      * ONLY BY A NON-ZERO FIELD ON RTCTLCRD                           *
      *---------------------------------------------------------------*
       01  WS-CONTROL-FIELDS.
           05  WS-RATE-LIMIT-PCT        PIC 9(3)V99 VALUE 10.00.
           05  WS-MIN-GROSS-SALES       PIC 9(7)V99 VALUE ZERO.
           05  WS-LATE-DAYS             PIC 9(3)    VALUE 60.
           05  WS-QTR-END-DAYS          PIC 9(2)    VALUE 10.
           05  WS-QTR-RATE-PCT          PIC 9(3)V99 VALUE 20.00.
           05  WS-LOOKBACK-DAYS         PIC 9(3)    VALUE 90.

      *---------------------------------------------------------------*
      * THE SALE-DATE RANGE, AS ARCHQRY TAKES IT, AND THE SAME DATES   *
      * AS DAY NUMBERS FOR THE ARITHMETIC                              *
      *---------------------------------------------------------------*
       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(120) VALUE SPACES.
           05  WS-PARM-TOKEN OCCURS 2 TIMES
                             INDEXED BY WS-TOKEN-IDX
                                        PIC X(20).
           05  WS-PARM-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-PARM-VALUE            PIC X(12) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05  WS-FROM-DATE             PIC X(10) VALUE SPACES.
           05  WS-TO-DATE               PIC X(10) VALUE SPACES.
           05  WS-FROM-DAYNO            PIC 9(7)  VALUE ZERO.
           05  WS-TO-DAYNO              PIC 9(7)  VALUE ZERO.
           05  WS-WINDOW-DAYNO          PIC 9(7)  VALUE ZERO.
           05  WS-ROW-DAYNO             PIC 9(7)  VALUE ZERO.
           05  WS-SALE-DAYNO            PIC 9(7)  VALUE ZERO.
           05  WS-QTR-END-DAYNO         PIC 9(7)  VALUE ZERO.
           05  WS-QTR-NO                PIC 9(1)  VALUE ZERO.
           05  WS-DAYS-TO-RETURN        PIC 9(5)  VALUE ZERO.
           05  WS-WORK-DATE             PIC X(10) VALUE SPACES.
           05  WS-WORK-YYYYMMDD         PIC 9(8)  VALUE ZERO.
           05  WS-WORK-YYYYMMDD-X REDEFINES WS-WORK-YYYYMMDD
                                        PIC X(8).
           05  WS-WORK-YYYYMMDD-R REDEFINES WS-WORK-YYYYMMDD.
               10  WS-WORK-YYYY         PIC 9(4).
               10  WS-WORK-MM           PIC 9(2).
               10  WS-WORK-DD           PIC 9(2).
           05  WS-WORK-DAYNO            PIC 9(7)  VALUE ZERO.

      *---------------------------------------------------------------*
      * PRODUCT DESCRIPTIONS OFF PRODMAST AND CUSTOMER NAMES OFF THE   *
      * EXTRACT, FOR THE REPORT LINES                                  *
      *---------------------------------------------------------------*
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-DESC-TBL     PIC X(20) VALUE SPACES.

       01  WS-PROD-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-NAME-IDX.
               10  WS-NAME-CUST-TBL     PIC 9(6)  VALUE ZERO.
               10  WS-NAME-NAME-TBL     PIC X(20) VALUE SPACES.

       01  WS-NAME-TABLE-FIELDS.
           05  WS-NAME-TABLE-MAX        PIC 9(05) VALUE 9999.
           05  WS-NAME-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-LOOKUP-NAME           PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      * SALE-DATE TABLE FOR TYING A RETURN BACK TO ITS SALE - ONE      *
      * ENTRY PER SALESPERSON/PRODUCT/SALE DATE INSIDE THE RANGE OR    *
      * THE LOOKBACK WINDOW AHEAD OF IT                                *
      *---------------------------------------------------------------*
       01  WS-SM-TABLE.
           05  WS-SM-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-SM-IDX.
               10  WS-SM-SLSP-TBL       PIC 9(6)  VALUE ZERO.
               10  WS-SM-PROD-TBL       PIC X(10) VALUE SPACES.
               10  WS-SM-DAYNO-TBL      PIC 9(7)  VALUE ZERO.

       01  WS-SM-TABLE-FIELDS.
           05  WS-SM-TABLE-MAX          PIC 9(05) VALUE 20000.
           05  WS-SM-TABLE-COUNT        PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE ANALYSIS LINE PER PRODUCT ('P'), SALESPERSON ('S') AND     *
      * CUSTOMER ('C'), KEYED ON THE PRODUCT CODE OR THE SIX-DIGIT ID  *
      *---------------------------------------------------------------*
       01  WS-RA-TABLE.
           05  WS-RA-ENTRY OCCURS 15000 TIMES
                           INDEXED BY WS-RA-IDX.
               10  WS-RA-KIND-TBL       PIC X(1)      VALUE SPACES.
               10  WS-RA-KEY-TBL        PIC X(10)     VALUE SPACES.
               10  WS-RA-NAME-TBL       PIC X(20)     VALUE SPACES.
               10  WS-RA-SALE-CNT-TBL   PIC 9(7)      VALUE ZERO.
               10  WS-RA-GROSS-TBL      PIC S9(11)V99 VALUE ZERO.
               10  WS-RA-RTN-CNT-TBL    PIC 9(7)      VALUE ZERO.
               10  WS-RA-RTN-AMT-TBL    PIC S9(11)V99 VALUE ZERO.
               10  WS-RA-DAYS-TOT-TBL   PIC 9(9)      VALUE ZERO.
               10  WS-RA-MATCHED-TBL    PIC 9(7)      VALUE ZERO.
               10  WS-RA-LATE-CNT-TBL   PIC 9(7)      VALUE ZERO.
               10  WS-RA-QE-GROSS-TBL   PIC S9(11)V99 VALUE ZERO.
               10  WS-RA-QE-RTN-TBL     PIC S9(11)V99 VALUE ZERO.
               10  WS-RA-PRINTED-TBL    PIC X(1)      VALUE 'N'.

       01  WS-RA-TABLE-FIELDS.
           05  WS-RA-TABLE-MAX          PIC 9(05) VALUE 15000.
           05  WS-RA-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-THIS-KIND             PIC X(1)  VALUE SPACES.
           05  WS-THIS-KEY              PIC X(10) VALUE SPACES.
           05  WS-THIS-ID               PIC 9(6)  VALUE ZERO.
           05  WS-THIS-ID-X REDEFINES WS-THIS-ID
                                        PIC X(6).

      *---------------------------------------------------------------*
      * DAYS-FROM-SALE-TO-RETURN DISTRIBUTION. THE LAST BUCKET HOLDS   *
      * RETURNS NO SALE COULD BE FOUND FOR (HISTORY PURGED BY ARCHRETN *
      * OR OUTSIDE THE LOOKBACK).                                      *
      *---------------------------------------------------------------*
       01  WS-BUCKET-VALUES.
           05  FILLER        PIC X(19) VALUE '00007  0 -  7 DAYS '.
           05  FILLER        PIC X(19) VALUE '00030  8 - 30 DAYS '.
           05  FILLER        PIC X(19) VALUE '00060 31 - 60 DAYS '.
           05  FILLER        PIC X(19) VALUE '00090 61 - 90 DAYS '.
           05  FILLER        PIC X(19) VALUE '99998 OVER 90 DAYS '.
           05  FILLER        PIC X(19) VALUE '99999 NO SALE FOUND'.

       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
           05  WS-BKT-ENTRY OCCURS 6 TIMES
                            INDEXED BY WS-BKT-IDX.
               10  WS-BKT-MAX-DAYS      PIC 9(5).
               10  WS-BKT-LABEL         PIC X(14).

       01  WS-BUCKET-TOTALS.
           05  WS-BKT-TOTAL OCCURS 6 TIMES.
               10  WS-BKT-COUNT         PIC 9(7)      VALUE ZERO.
               10  WS-BKT-AMOUNT        PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * SELECTION-OF-THE-LARGEST WORK FIELDS FOR THE RANKING PASSES,   *
      * THE SAME SHAPE CUSTRANK USES                                   *
      *---------------------------------------------------------------*
       01  WS-RANK-FIELDS.
           05  WS-PRINT-KIND            PIC X(1)  VALUE SPACES.
           05  WS-RANK-NO               PIC 9(05) VALUE ZERO.
           05  WS-BEST-AMT              PIC S9(11)V99 VALUE ZERO.
           05  WS-BEST-SUB              PIC 9(05) VALUE ZERO.
           05  WS-SCAN-SUB              PIC 9(05) VALUE ZERO.
           05  WS-DONE-SW               PIC X VALUE 'N'.
               88  RANKING-DONE                 VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-RATE-PCT              PIC 9(5)V99   VALUE ZERO.
           05  WS-QE-RATE-PCT           PIC 9(5)V99   VALUE ZERO.
           05  WS-AVG-DAYS              PIC 9(5)      VALUE ZERO.
           05  WS-LINE-FLAGS            PIC X(3)      VALUE SPACES.
           05  WS-FLAG-POS              PIC 9(1)      VALUE ZERO.
           05  WS-BEST-SALE-DAYNO       PIC 9(7)      VALUE ZERO.
           05  WS-SALE-QTR-END-SW       PIC X VALUE 'N'.
               88  MATCHED-QTR-END-SALE         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ARCH-READ             PIC 9(8) VALUE ZERO.
           05  WS-SALES-COUNTED         PIC 9(8) VALUE ZERO.
           05  WS-RETURNS-COUNTED       PIC 9(8) VALUE ZERO.
           05  WS-BAD-DATE-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-NO-RETURN-LINES       PIC 9(5) VALUE ZERO.
           05  WS-FLAGGED-LINES         PIC 9(5) VALUE ZERO.
           05  WS-KIND-FLAGGED          PIC 9(5) VALUE ZERO.
           05  WS-LATE-RETURNS          PIC 9(7) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-GROSS             PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-RTN-AMT           PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-LATE-AMT          PIC S9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.
           05  WS-PCT-DISPLAY           PIC ZZ9.99.
           05  WS-DAYS-DISPLAY          PIC ZZ9.

      *---------------------------------------------------------------*
      * REPORT LINES - ONE LAYOUT SERVES ALL THREE SECTIONS            *
      *---------------------------------------------------------------*
       01  RR-HEADING-1.
           05  FILLER                   PIC X(6)  VALUE ' RANK'.
           05  FILLER                   PIC X(11) VALUE 'KEY'.
           05  FILLER                   PIC X(21) VALUE 'NAME'.
           05  FILLER                   PIC X(8)  VALUE '  SALES'.
           05  FILLER                   PIC X(14)
                                    VALUE '  GROSS SALES'.
           05  FILLER                   PIC X(8)  VALUE 'RETURNS'.
           05  FILLER                   PIC X(14)
                                    VALUE '   RETURN AMT'.
           05  FILLER                   PIC X(7)  VALUE '  RATE%'.
           05  FILLER                   PIC X(5)  VALUE ' DAYS'.
           05  FILLER                   PIC X(8)  VALUE '    LATE'.
           05  FILLER                   PIC X(7)  VALUE ' QE-RT%'.
           05  FILLER                   PIC X(6)  VALUE ' FLAGS'.

       01  RR-DETAIL-LINE.
           05  RR-DTL-RANK              PIC ZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-KEY               PIC X(10).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-NAME              PIC X(20).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-SALE-CNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-GROSS             PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-RTN-CNT           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-RTN-AMT           PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-RATE              PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-AVG-DAYS          PIC ZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-LATE-CNT          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RR-DTL-QE-RATE           PIC ZZ9.99.
           05  RR-DTL-QE-RATE-X REDEFINES RR-DTL-QE-RATE
                                        PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RR-DTL-FLAGS             PIC X(3).

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.
       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-SALES
           PERFORM 3000-ACCUMULATE-RETURNS
           MOVE 'P'                         TO WS-PRINT-KIND
           PERFORM 5000-PRINT-SECTION
           MOVE 'S'                         TO WS-PRINT-KIND
           PERFORM 5000-PRINT-SECTION
           MOVE 'C'                         TO WS-PRINT-KIND
           PERFORM 5000-PRINT-SECTION
           PERFORM 6000-PRINT-DISTRIBUTION
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE RANGE, THE THRESHOLDS, THE NAME TABLES,   *
      * THEN THE REPORT HEADING                                        *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           MOVE SPACES                      TO WS-PARM-TOKEN (1)
           MOVE SPACES                      TO WS-PARM-TOKEN (2)
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                    INTO WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
           SET WS-TOKEN-IDX                 TO 1
           PERFORM 1020-PARSE-ONE-TOKEN 2 TIMES

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
           IF WS-TO-DATE = SPACES
               MOVE WS-BUSINESS-DATE        TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = SPACES
               MOVE WS-TO-DATE(1:4)         TO WS-FROM-DATE(1:4)
               MOVE '-01-01'                TO WS-FROM-DATE(5:6)
           END-IF

           MOVE WS-FROM-DATE                TO WS-WORK-DATE
           PERFORM 1900-DATE-TO-DAYNO
           IF NOT ROW-DATE-OK
               PERFORM 1030-BAD-PARM
           END-IF
           MOVE WS-WORK-DAYNO               TO WS-FROM-DAYNO
           MOVE WS-TO-DATE                  TO WS-WORK-DATE
           PERFORM 1900-DATE-TO-DAYNO
           IF NOT ROW-DATE-OK
               PERFORM 1030-BAD-PARM
           END-IF
           MOVE WS-WORK-DAYNO               TO WS-TO-DAYNO
           IF WS-FROM-DAYNO > WS-TO-DAYNO
               PERFORM 1030-BAD-PARM
           END-IF

           PERFORM 1400-LOAD-CONTROL-CARD
           COMPUTE WS-WINDOW-DAYNO = WS-FROM-DAYNO - WS-LOOKBACK-DAYS

           PERFORM 1100-LOAD-PRODUCT-TABLE
           PERFORM 1200-LOAD-NAME-TABLE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           STRING 'RETURN-RATE ANALYSIS - SALES DATED '
                  WS-FROM-DATE ' THROUGH ' WS-TO-DATE
                  ' - BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-RATE-LIMIT-PCT           TO WS-PCT-DISPLAY
           MOVE WS-LATE-DAYS                TO WS-DAYS-DISPLAY
           STRING 'FLAGS: R = RETURN RATE OVER ' WS-PCT-DISPLAY
                  '%   L = RETURNED OVER ' WS-DAYS-DISPLAY
                  ' DAYS AFTER SALE'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-QTR-RATE-PCT             TO WS-PCT-DISPLAY
           MOVE WS-QTR-END-DAYS             TO WS-DAYS-DISPLAY
           STRING '       Q = OVER ' WS-PCT-DISPLAY
                  '% OF SALES IN THE LAST ' WS-DAYS-DISPLAY
                  ' DAYS OF A QUARTER RETURNED AFTER IT CLOSED'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-MIN-GROSS-SALES > ZERO
               MOVE WS-MIN-GROSS-SALES      TO WS-AMT-DISPLAY
               STRING '       (R AND Q NEED GROSS SALES OF AT LEAST '
                      WS-AMT-DISPLAY ')'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * ONE KEYWORD=VALUE TOKEN. AN UNKNOWN KEYWORD IS FATAL, AS IN    *
      * ARCHQRY.                                                       *
      *---------------------------------------------------------------*
       1020-PARSE-ONE-TOKEN.
           IF WS-PARM-TOKEN (WS-TOKEN-IDX) NOT = SPACES
               MOVE SPACES                  TO WS-PARM-KEYWORD
               MOVE SPACES                  TO WS-PARM-VALUE
               UNSTRING WS-PARM-TOKEN (WS-TOKEN-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE WS-PARM-KEYWORD
                   WHEN 'FROM'
                       MOVE WS-PARM-VALUE   TO WS-FROM-DATE
                   WHEN 'TO'
                       MOVE WS-PARM-VALUE   TO WS-TO-DATE
                   WHEN OTHER
                       DISPLAY 'RTNRATE: UNKNOWN PARM KEYWORD '
                               WS-PARM-KEYWORD
                       PERFORM 1030-BAD-PARM
               END-EVALUATE
           END-IF
           SET WS-TOKEN-IDX UP BY 1.

       1030-BAD-PARM.
           DISPLAY 'USAGE: RTNRATE [FROM=YYYY-MM-DD] [TO=YYYY-MM-DD]'
           MOVE 16                          TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * LOAD THE THRESHOLDS - A MISSING CARD IS NOT AN ERROR, AND A    *
      * ZERO OR BLANK FIELD LEAVES ITS DEFAULT STANDING, AS DATAVAL    *
      * TREATS DVCTLCRD                                                *
      *---------------------------------------------------------------*
       1400-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-CARD-FOUND-SW
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               IF WS-CONTROL-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CONTROL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           IF CONTROL-CARD-FOUND
               IF RTC-RATE-LIMIT-PCT NUMERIC
               AND RTC-RATE-LIMIT-PCT > ZERO
                   MOVE RTC-RATE-LIMIT-PCT  TO WS-RATE-LIMIT-PCT
               END-IF
               IF RTC-MIN-GROSS-SALES NUMERIC
               AND RTC-MIN-GROSS-SALES > ZERO
                   MOVE RTC-MIN-GROSS-SALES TO WS-MIN-GROSS-SALES
               END-IF
               IF RTC-LATE-DAYS NUMERIC
               AND RTC-LATE-DAYS > ZERO
                   MOVE RTC-LATE-DAYS       TO WS-LATE-DAYS
               END-IF
               IF RTC-QTR-END-DAYS NUMERIC
               AND RTC-QTR-END-DAYS > ZERO
                   MOVE RTC-QTR-END-DAYS    TO WS-QTR-END-DAYS
               END-IF
               IF RTC-QTR-RATE-PCT NUMERIC
               AND RTC-QTR-RATE-PCT > ZERO
                   MOVE RTC-QTR-RATE-PCT    TO WS-QTR-RATE-PCT
               END-IF
               IF RTC-LOOKBACK-DAYS NUMERIC
               AND RTC-LOOKBACK-DAYS > ZERO
                   MOVE RTC-LOOKBACK-DAYS   TO WS-LOOKBACK-DAYS
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE PRODUCT DESCRIPTIONS. THE MASTER IS REQUIRED.         *
      *---------------------------------------------------------------*
       1100-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-READ-PRODUCT
           PERFORM 1120-ADD-PRODUCT-ENTRY UNTIL PROD-EOF
           CLOSE PRODUCT-FILE.

       1120-ADD-PRODUCT-ENTRY.
           IF WS-PROD-TABLE-COUNT < WS-PROD-TABLE-MAX
               ADD 1                        TO WS-PROD-TABLE-COUNT
               SET WS-PROD-IDX              TO WS-PROD-TABLE-COUNT
               MOVE PROD-CODE   TO WS-PROD-CODE-TBL (WS-PROD-IDX)
               MOVE PROD-DESCRIPTION
                                TO WS-PROD-DESC-TBL (WS-PROD-IDX)
           END-IF
           PERFORM 1150-READ-PRODUCT.

       1150-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   MOVE 'Y'                 TO WS-PROD-EOF-SW
           END-READ
           IF NOT PROD-EOF AND WS-PROD-STATUS NOT = '00'
               MOVE 'READ FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE CUSTOMER NAMES OFF THE EXTRACT (THE TRAILER IS ITS    *
      * LOGICAL END)                                                   *
      *---------------------------------------------------------------*
       1200-LOAD-NAME-TABLE.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1250-READ-CUST-RECORD
           PERFORM 1220-ADD-NAME-ENTRY UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1220-ADD-NAME-ENTRY.
           IF WS-NAME-TABLE-COUNT < WS-NAME-TABLE-MAX
               ADD 1                        TO WS-NAME-TABLE-COUNT
               SET WS-NAME-IDX              TO WS-NAME-TABLE-COUNT
               MOVE CUST-ID OF CUSTOMER-RECORD
                                TO WS-NAME-CUST-TBL (WS-NAME-IDX)
               MOVE CUST-NAME OF CUSTOMER-RECORD
                                TO WS-NAME-NAME-TBL (WS-NAME-IDX)
           END-IF
           PERFORM 1250-READ-CUST-RECORD.

       1250-READ-CUST-RECORD.
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

      *---------------------------------------------------------------*
      * TURN THE YYYY-MM-DD IN WS-WORK-DATE INTO A DAY NUMBER IN       *
      * WS-WORK-DAYNO. ROW-DATE-OK IS LEFT OFF FOR A DATE THAT WILL    *
      * NOT CONVERT.                                                   *
      *---------------------------------------------------------------*
       1900-DATE-TO-DAYNO.
           MOVE 'N'                         TO WS-DATE-OK-SW
           MOVE ZERO                        TO WS-WORK-DAYNO
           MOVE WS-WORK-DATE(1:4)           TO WS-WORK-YYYYMMDD-X(1:4)
           MOVE WS-WORK-DATE(6:2)           TO WS-WORK-YYYYMMDD-X(5:2)
           MOVE WS-WORK-DATE(9:2)           TO WS-WORK-YYYYMMDD-X(7:2)
           IF WS-WORK-YYYYMMDD-X IS NUMERIC
          AND WS-WORK-DATE(5:1) = '-'
          AND WS-WORK-DATE(8:1) = '-'
          AND WS-WORK-YYYY > 1600
          AND WS-WORK-MM >= 1 AND WS-WORK-MM <= 12
          AND WS-WORK-DD >= 1 AND WS-WORK-DD <= 31
               MOVE 'Y'                     TO WS-DATE-OK-SW
               COMPUTE WS-WORK-DAYNO =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)
           END-IF.

      *---------------------------------------------------------------*
      * FIRST PASS - GROSS SALES BY PRODUCT, SALESPERSON AND CUSTOMER  *
      * FOR SALES DATED IN THE RANGE, AND THE SALE-DATE TABLE FOR THE  *
      * RANGE AND THE LOOKBACK WINDOW AHEAD OF IT                      *
      *---------------------------------------------------------------*
       2000-ACCUMULATE-SALES.
           PERFORM 2010-OPEN-ARCHIVE
           PERFORM 2050-READ-ARCHIVE
           PERFORM 2100-FOLD-SALE UNTIL ARCH-EOF
           CLOSE ARCHIVE-FILE.

       2010-OPEN-ARCHIVE.
           MOVE 'N'                         TO WS-ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2050-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT ARCH-EOF
               MOVE SR-SALE-DATE OF ARCH-SALES-DATA TO WS-WORK-DATE
               PERFORM 1900-DATE-TO-DAYNO
               MOVE WS-WORK-DAYNO           TO WS-ROW-DAYNO
           END-IF.

       2100-FOLD-SALE.
           ADD 1                            TO WS-ARCH-READ
           IF NOT ROW-DATE-OK
               ADD 1                        TO WS-BAD-DATE-COUNT
           ELSE
               IF NOT SR-TRANS-RETURN OF ARCH-SALES-DATA
              AND WS-ROW-DAYNO NOT < WS-WINDOW-DAYNO
              AND WS-ROW-DAYNO NOT > WS-TO-DAYNO
                   PERFORM 2200-ADD-SALE-DATE
                   IF WS-ROW-DAYNO NOT < WS-FROM-DAYNO
                       ADD 1                TO WS-SALES-COUNTED
                       ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                            TO WS-TOT-GROSS
                       MOVE WS-ROW-DAYNO    TO WS-SALE-DAYNO
                       PERFORM 2400-TEST-QUARTER-END
                       MOVE 'P'             TO WS-THIS-KIND
                       PERFORM 2150-ADD-SALE-TO-LINE
                       MOVE 'S'             TO WS-THIS-KIND
                       PERFORM 2150-ADD-SALE-TO-LINE
                       MOVE 'C'             TO WS-THIS-KIND
                       PERFORM 2150-ADD-SALE-TO-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-READ-ARCHIVE.

       2150-ADD-SALE-TO-LINE.
           PERFORM 2500-FIND-OR-ADD-LINE
           ADD 1                  TO WS-RA-SALE-CNT-TBL (WS-RA-IDX)
           ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                  TO WS-RA-GROSS-TBL (WS-RA-IDX)
           IF QTR-END-SALE
               ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                  TO WS-RA-QE-GROSS-TBL (WS-RA-IDX)
           END-IF.

      *    ONE ENTRY PER SALESPERSON/PRODUCT/DATE - A SECOND SALE THE
      *    SAME DAY ADDS NOTHING TO THE MATCH
       2200-ADD-SALE-DATE.
           MOVE 'N'                         TO WS-SM-FOUND-SW
           SET WS-SM-IDX                    TO 1
           PERFORM 2250-SEARCH-SALE-DATE
               UNTIL WS-SM-IDX > WS-SM-TABLE-COUNT
                  OR SM-FOUND
           IF NOT SM-FOUND
               IF WS-SM-TABLE-COUNT >= WS-SM-TABLE-MAX
                   MOVE 'SALE DATE TABLE FULL'
                                            TO WS-ABEND-MSG(1:20)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-SM-TABLE-COUNT
               SET WS-SM-IDX                TO WS-SM-TABLE-COUNT
               MOVE SR-SALESPERSON-ID OF ARCH-SALES-DATA
                                    TO WS-SM-SLSP-TBL (WS-SM-IDX)
               MOVE SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                    TO WS-SM-PROD-TBL (WS-SM-IDX)
               MOVE WS-ROW-DAYNO    TO WS-SM-DAYNO-TBL (WS-SM-IDX)
           END-IF.

       2250-SEARCH-SALE-DATE.
           IF WS-SM-SLSP-TBL (WS-SM-IDX)
                  = SR-SALESPERSON-ID OF ARCH-SALES-DATA
          AND WS-SM-PROD-TBL (WS-SM-IDX)
                  = SR-PRODUCT-CODE OF ARCH-SALES-DATA
          AND WS-SM-DAYNO-TBL (WS-SM-IDX) = WS-ROW-DAYNO
               MOVE 'Y'                     TO WS-SM-FOUND-SW
           ELSE
               SET WS-SM-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * IS THE SALE ON DAY WS-SALE-DAYNO A QUARTER-END SALE? LEAVES    *
      * THE LAST DAY OF ITS QUARTER IN WS-QTR-END-DAYNO EITHER WAY.    *
      *---------------------------------------------------------------*
       2400-TEST-QUARTER-END.
           MOVE 'N'                         TO WS-QTR-END-SALE-SW
           COMPUTE WS-WORK-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-SALE-DAYNO)
           COMPUTE WS-QTR-NO = (WS-WORK-MM - 1) / 3
           COMPUTE WS-WORK-MM = WS-QTR-NO * 3 + 4
           IF WS-WORK-MM > 12
               MOVE 1                       TO WS-WORK-MM
               ADD 1                        TO WS-WORK-YYYY
           END-IF
           MOVE 1                           TO WS-WORK-DD
           COMPUTE WS-QTR-END-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD) - 1
           IF WS-SALE-DAYNO > WS-QTR-END-DAYNO - WS-QTR-END-DAYS
               MOVE 'Y'                     TO WS-QTR-END-SALE-SW
           END-IF.

      *---------------------------------------------------------------*
      * FIND THE ANALYSIS LINE FOR WS-THIS-KIND AND THE CURRENT        *
      * ARCHIVE RECORD, ADDING IT WHEN NEW. LEFT UNDER WS-RA-IDX.      *
      *---------------------------------------------------------------*
       2500-FIND-OR-ADD-LINE.
           EVALUATE WS-THIS-KIND
               WHEN 'P'
                   MOVE SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                            TO WS-THIS-KEY
               WHEN 'S'
                   MOVE SR-SALESPERSON-ID OF ARCH-SALES-DATA
                                            TO WS-THIS-ID
                   MOVE WS-THIS-ID-X        TO WS-THIS-KEY
               WHEN OTHER
                   MOVE SR-CUST-ID OF ARCH-SALES-DATA
                                            TO WS-THIS-ID
                   MOVE WS-THIS-ID-X        TO WS-THIS-KEY
           END-EVALUATE
           MOVE 'N'                         TO WS-RA-FOUND-SW
           SET WS-RA-IDX                    TO 1
           PERFORM 2550-SEARCH-LINE-TABLE
               UNTIL WS-RA-IDX > WS-RA-TABLE-COUNT
                  OR RA-FOUND
           IF NOT RA-FOUND
               IF WS-RA-TABLE-COUNT >= WS-RA-TABLE-MAX
                   MOVE 'ANALYSIS TABLE FULL'
                                            TO WS-ABEND-MSG(1:19)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-RA-TABLE-COUNT
               SET WS-RA-IDX                TO WS-RA-TABLE-COUNT
               MOVE WS-THIS-KIND    TO WS-RA-KIND-TBL (WS-RA-IDX)
               MOVE WS-THIS-KEY     TO WS-RA-KEY-TBL (WS-RA-IDX)
               PERFORM 2600-NAME-NEW-LINE
           END-IF.

       2550-SEARCH-LINE-TABLE.
           IF WS-RA-KIND-TBL (WS-RA-IDX) = WS-THIS-KIND
          AND WS-RA-KEY-TBL (WS-RA-IDX) = WS-THIS-KEY
               MOVE 'Y'                     TO WS-RA-FOUND-SW
           ELSE
               SET WS-RA-IDX UP BY 1
           END-IF.

      *    THE SALESPERSON'S NAME TRAVELS ON THE SALE ITSELF; THE
      *    OTHER TWO COME OFF THEIR MASTERS
       2600-NAME-NEW-LINE.
           EVALUATE WS-THIS-KIND
               WHEN 'P'
                   MOVE '(NOT ON MASTER)'   TO WS-LOOKUP-NAME
                   MOVE 'N'                 TO WS-NAME-FOUND-SW
                   SET WS-PROD-IDX          TO 1
                   PERFORM 2650-SEARCH-PRODUCT-TABLE
                       UNTIL WS-PROD-IDX > WS-PROD-TABLE-COUNT
                          OR NAME-FOUND
               WHEN 'S'
                   MOVE SR-SALESPERSON-NAME OF ARCH-SALES-DATA
                                            TO WS-LOOKUP-NAME
               WHEN OTHER
                   IF WS-THIS-ID = ZERO
                       MOVE '(NO CUSTOMER)' TO WS-LOOKUP-NAME
                   ELSE
                       MOVE '(NOT ON MASTER)'
                                            TO WS-LOOKUP-NAME
                       MOVE 'N'             TO WS-NAME-FOUND-SW
                       SET WS-NAME-IDX      TO 1
                       PERFORM 2660-SEARCH-NAME-TABLE
                           UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
                              OR NAME-FOUND
                   END-IF
           END-EVALUATE
           MOVE WS-LOOKUP-NAME      TO WS-RA-NAME-TBL (WS-RA-IDX).

       2650-SEARCH-PRODUCT-TABLE.
           IF WS-PROD-CODE-TBL (WS-PROD-IDX) = WS-THIS-KEY
               MOVE 'Y'                     TO WS-NAME-FOUND-SW
               MOVE WS-PROD-DESC-TBL (WS-PROD-IDX)
                                            TO WS-LOOKUP-NAME
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

       2660-SEARCH-NAME-TABLE.
           IF WS-NAME-CUST-TBL (WS-NAME-IDX) = WS-THIS-ID
               MOVE 'Y'                     TO WS-NAME-FOUND-SW
               MOVE WS-NAME-NAME-TBL (WS-NAME-IDX)
                                            TO WS-LOOKUP-NAME
           ELSE
               SET WS-NAME-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * SECOND PASS - EVERY RETURN DATED IN THE RANGE, TIED BACK TO    *
      * ITS SALE FOR THE DAYS-TO-RETURN AND THE QUARTER-END TEST       *
      *---------------------------------------------------------------*
       3000-ACCUMULATE-RETURNS.
           PERFORM 2010-OPEN-ARCHIVE
           PERFORM 2050-READ-ARCHIVE
           PERFORM 3100-FOLD-RETURN UNTIL ARCH-EOF
           CLOSE ARCHIVE-FILE.

       3100-FOLD-RETURN.
           IF ROW-DATE-OK
          AND SR-TRANS-RETURN OF ARCH-SALES-DATA
          AND WS-ROW-DAYNO NOT < WS-FROM-DAYNO
          AND WS-ROW-DAYNO NOT > WS-TO-DAYNO
               ADD 1                        TO WS-RETURNS-COUNTED
               ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                            TO WS-TOT-RTN-AMT
               PERFORM 3200-MATCH-RETURN-TO-SALE
               PERFORM 3300-BUCKET-RETURN
               MOVE 'P'                     TO WS-THIS-KIND
               PERFORM 3150-ADD-RETURN-TO-LINE
               MOVE 'S'                     TO WS-THIS-KIND
               PERFORM 3150-ADD-RETURN-TO-LINE
               MOVE 'C'                     TO WS-THIS-KIND
               PERFORM 3150-ADD-RETURN-TO-LINE
           END-IF
           PERFORM 2050-READ-ARCHIVE.

       3150-ADD-RETURN-TO-LINE.
           PERFORM 2500-FIND-OR-ADD-LINE
           ADD 1                  TO WS-RA-RTN-CNT-TBL (WS-RA-IDX)
           ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                  TO WS-RA-RTN-AMT-TBL (WS-RA-IDX)
           IF SM-FOUND
               ADD 1              TO WS-RA-MATCHED-TBL (WS-RA-IDX)
               ADD WS-DAYS-TO-RETURN
                                  TO WS-RA-DAYS-TOT-TBL (WS-RA-IDX)
               IF WS-DAYS-TO-RETURN > WS-LATE-DAYS
                   ADD 1          TO WS-RA-LATE-CNT-TBL (WS-RA-IDX)
               END-IF
               IF MATCHED-QTR-END-SALE
                   ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                  TO WS-RA-QE-RTN-TBL (WS-RA-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * THE LATEST SALE OF THE SAME PRODUCT BY THE SAME SALESPERSON ON *
      * OR BEFORE THE RETURN AND INSIDE THE LOOKBACK - DATAVAL'S MATCH *
      * RULE. SM-FOUND IS LEFT ON WHEN ONE WAS FOUND, WITH THE DAYS TO *
      * RETURN AND WHETHER IT WAS A QUARTER-END SALE RETURNED AFTER    *
      * ITS QUARTER CLOSED (THE SALE ITSELF MUST BE IN THE RANGE).     *
      *---------------------------------------------------------------*
       3200-MATCH-RETURN-TO-SALE.
           MOVE 'N'                         TO WS-SM-FOUND-SW
           MOVE 'N'                         TO WS-SALE-QTR-END-SW
           MOVE ZERO                        TO WS-BEST-SALE-DAYNO
           MOVE ZERO                        TO WS-DAYS-TO-RETURN
           SET WS-SM-IDX                    TO 1
           PERFORM 3250-SCAN-SALE-DATES
               UNTIL WS-SM-IDX > WS-SM-TABLE-COUNT
           IF SM-FOUND
               COMPUTE WS-DAYS-TO-RETURN =
                       WS-ROW-DAYNO - WS-BEST-SALE-DAYNO
               IF WS-DAYS-TO-RETURN > WS-LATE-DAYS
                   ADD 1                    TO WS-LATE-RETURNS
                   ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                            TO WS-TOT-LATE-AMT
               END-IF
               IF WS-BEST-SALE-DAYNO NOT < WS-FROM-DAYNO
                   MOVE WS-BEST-SALE-DAYNO  TO WS-SALE-DAYNO
                   PERFORM 2400-TEST-QUARTER-END
                   IF QTR-END-SALE
                  AND WS-ROW-DAYNO > WS-QTR-END-DAYNO
                       MOVE 'Y'             TO WS-SALE-QTR-END-SW
                   END-IF
               END-IF
           END-IF.

       3250-SCAN-SALE-DATES.
           IF WS-SM-SLSP-TBL (WS-SM-IDX)
                  = SR-SALESPERSON-ID OF ARCH-SALES-DATA
          AND WS-SM-PROD-TBL (WS-SM-IDX)
                  = SR-PRODUCT-CODE OF ARCH-SALES-DATA
          AND WS-SM-DAYNO-TBL (WS-SM-IDX) NOT > WS-ROW-DAYNO
          AND WS-SM-DAYNO-TBL (WS-SM-IDX) + WS-LOOKBACK-DAYS
                  NOT < WS-ROW-DAYNO
          AND WS-SM-DAYNO-TBL (WS-SM-IDX) > WS-BEST-SALE-DAYNO
               MOVE 'Y'                     TO WS-SM-FOUND-SW
               MOVE WS-SM-DAYNO-TBL (WS-SM-IDX)
                                            TO WS-BEST-SALE-DAYNO
           END-IF
           SET WS-SM-IDX UP BY 1.

       3300-BUCKET-RETURN.
           IF SM-FOUND
               SET WS-BKT-IDX               TO 1
               PERFORM 3350-NEXT-BUCKET
                   UNTIL WS-DAYS-TO-RETURN
                         NOT > WS-BKT-MAX-DAYS (WS-BKT-IDX)
           ELSE
               SET WS-BKT-IDX               TO 6
           END-IF
           ADD 1                  TO WS-BKT-COUNT (WS-BKT-IDX)
           ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                                  TO WS-BKT-AMOUNT (WS-BKT-IDX).

       3350-NEXT-BUCKET.
           SET WS-BKT-IDX UP BY 1.

      *---------------------------------------------------------------*
      * ONE SECTION - THE LINES OF WS-PRINT-KIND THAT HAD RETURNS,     *
      * RANKED BY RETURN DOLLARS, ONE SELECTION PASS PER RANK AS IN    *
      * CUSTRANK. LINES WITH SALES BUT NO RETURNS ARE ONLY COUNTED.    *
      *---------------------------------------------------------------*
       5000-PRINT-SECTION.
           PERFORM 9100-WRITE-REPORT-LINE
           EVALUATE WS-PRINT-KIND
               WHEN 'P'
                   MOVE 'RETURNS BY PRODUCT - RANKED BY RETURN DOLLARS'
                                            TO WS-REPORT-LINE
               WHEN 'S'
                   MOVE 'RETURNS BY SALESPERSON - RANKED BY RETURN'
                                            TO WS-REPORT-LINE(1:41)
                   MOVE ' DOLLARS'              TO WS-REPORT-LINE(42:8)
               WHEN OTHER
                   MOVE 'RETURNS BY CUSTOMER - RANKED BY RETURN DOLLARS'
                                            TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE RR-HEADING-1                TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ZERO                        TO WS-RANK-NO
           MOVE ZERO                        TO WS-NO-RETURN-LINES
           MOVE ZERO                        TO WS-KIND-FLAGGED
           MOVE 'N'                         TO WS-DONE-SW
           PERFORM 5100-RANK-ONE-LINE
               UNTIL RANKING-DONE
           MOVE 1                           TO WS-SCAN-SUB
           PERFORM 5150-COUNT-NO-RETURN
               UNTIL WS-SCAN-SUB > WS-RA-TABLE-COUNT
           IF WS-RANK-NO = ZERO
               MOVE '  NO RETURNS IN THE RANGE'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE WS-KIND-FLAGGED             TO WS-CNT-DISPLAY
           STRING '  FLAGGED:' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           MOVE WS-NO-RETURN-LINES          TO WS-CNT-DISPLAY
           STRING '    WITH SALES BUT NO RETURNS:' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE(18:)
           PERFORM 9100-WRITE-REPORT-LINE.

       5100-RANK-ONE-LINE.
           MOVE ZERO                        TO WS-BEST-SUB
           MOVE ZERO                        TO WS-BEST-AMT
           MOVE 1                           TO WS-SCAN-SUB
           PERFORM 5120-SCAN-FOR-LARGEST
               UNTIL WS-SCAN-SUB > WS-RA-TABLE-COUNT
           IF WS-BEST-SUB = ZERO
               MOVE 'Y'                     TO WS-DONE-SW
           ELSE
               ADD 1                        TO WS-RANK-NO
               SET WS-RA-IDX                TO WS-BEST-SUB
               MOVE 'Y'           TO WS-RA-PRINTED-TBL (WS-RA-IDX)
               PERFORM 5200-PRINT-LINE
           END-IF.

      *    A LINE WITH ANY RETURN COUNT QUALIFIES, EVEN ONE WHOSE
      *    RETURNS NET TO NOTHING
       5120-SCAN-FOR-LARGEST.
           SET WS-RA-IDX                    TO WS-SCAN-SUB
           IF WS-RA-KIND-TBL (WS-RA-IDX) = WS-PRINT-KIND
          AND WS-RA-PRINTED-TBL (WS-RA-IDX) = 'N'
          AND WS-RA-RTN-CNT-TBL (WS-RA-IDX) > ZERO
               IF WS-BEST-SUB = ZERO
               OR WS-RA-RTN-AMT-TBL (WS-RA-IDX) > WS-BEST-AMT
                   MOVE WS-RA-RTN-AMT-TBL (WS-RA-IDX)
                                            TO WS-BEST-AMT
                   MOVE WS-SCAN-SUB         TO WS-BEST-SUB
               END-IF
           END-IF
           ADD 1                            TO WS-SCAN-SUB.

       5150-COUNT-NO-RETURN.
           SET WS-RA-IDX                    TO WS-SCAN-SUB
           IF WS-RA-KIND-TBL (WS-RA-IDX) = WS-PRINT-KIND
          AND WS-RA-RTN-CNT-TBL (WS-RA-IDX) = ZERO
               ADD 1                        TO WS-NO-RETURN-LINES
           END-IF
           ADD 1                            TO WS-SCAN-SUB.

      *---------------------------------------------------------------*
      * FORMAT AND FLAG THE LINE UNDER WS-RA-IDX. A RATE WITH NO GROSS *
      * SALES IN THE RANGE BEHIND IT (THE SALE WAS EARLIER) SHOWS AS   *
      * THE CEILING 999.99.                                            *
      *---------------------------------------------------------------*
       5200-PRINT-LINE.
           MOVE SPACES                      TO RR-DETAIL-LINE
           MOVE SPACES                      TO WS-LINE-FLAGS
           MOVE 1                           TO WS-FLAG-POS
           IF WS-RA-GROSS-TBL (WS-RA-IDX) > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                       WS-RA-RTN-AMT-TBL (WS-RA-IDX) * 100
                     / WS-RA-GROSS-TBL (WS-RA-IDX)
                   ON SIZE ERROR
                       MOVE 999.99          TO WS-RATE-PCT
               END-COMPUTE
           ELSE
               MOVE 999.99                  TO WS-RATE-PCT
           END-IF
           IF WS-RATE-PCT > 999.99
               MOVE 999.99                  TO WS-RATE-PCT
           END-IF
           IF WS-RATE-PCT > WS-RATE-LIMIT-PCT
          AND WS-RA-GROSS-TBL (WS-RA-IDX) NOT < WS-MIN-GROSS-SALES
               MOVE 'R'           TO WS-LINE-FLAGS(WS-FLAG-POS:1)
               ADD 1                        TO WS-FLAG-POS
           END-IF
           IF WS-RA-LATE-CNT-TBL (WS-RA-IDX) > ZERO
               MOVE 'L'           TO WS-LINE-FLAGS(WS-FLAG-POS:1)
               ADD 1                        TO WS-FLAG-POS
           END-IF

           IF WS-RA-QE-GROSS-TBL (WS-RA-IDX) > ZERO
               COMPUTE WS-QE-RATE-PCT ROUNDED =
                       WS-RA-QE-RTN-TBL (WS-RA-IDX) * 100
                     / WS-RA-QE-GROSS-TBL (WS-RA-IDX)
                   ON SIZE ERROR
                       MOVE 999.99          TO WS-QE-RATE-PCT
               END-COMPUTE
               IF WS-QE-RATE-PCT > 999.99
                   MOVE 999.99              TO WS-QE-RATE-PCT
               END-IF
               MOVE WS-QE-RATE-PCT          TO RR-DTL-QE-RATE
               IF WS-QE-RATE-PCT > WS-QTR-RATE-PCT
              AND WS-RA-GROSS-TBL (WS-RA-IDX)
                      NOT < WS-MIN-GROSS-SALES
                   MOVE 'Q'       TO WS-LINE-FLAGS(WS-FLAG-POS:1)
                   ADD 1                    TO WS-FLAG-POS
               END-IF
           ELSE
               MOVE '    - '                TO RR-DTL-QE-RATE-X
           END-IF
           IF WS-LINE-FLAGS NOT = SPACES
               ADD 1                        TO WS-KIND-FLAGGED
               ADD 1                        TO WS-FLAGGED-LINES
           END-IF

           IF WS-RA-MATCHED-TBL (WS-RA-IDX) > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-RA-DAYS-TOT-TBL (WS-RA-IDX)
                     / WS-RA-MATCHED-TBL (WS-RA-IDX)
           ELSE
               MOVE ZERO                    TO WS-AVG-DAYS
           END-IF

           MOVE WS-RANK-NO                  TO RR-DTL-RANK
           MOVE WS-RA-KEY-TBL (WS-RA-IDX)   TO RR-DTL-KEY
           MOVE WS-RA-NAME-TBL (WS-RA-IDX)  TO RR-DTL-NAME
           MOVE WS-RA-SALE-CNT-TBL (WS-RA-IDX) TO RR-DTL-SALE-CNT
           MOVE WS-RA-GROSS-TBL (WS-RA-IDX) TO RR-DTL-GROSS
           MOVE WS-RA-RTN-CNT-TBL (WS-RA-IDX) TO RR-DTL-RTN-CNT
           MOVE WS-RA-RTN-AMT-TBL (WS-RA-IDX) TO RR-DTL-RTN-AMT
           MOVE WS-RATE-PCT                 TO RR-DTL-RATE
           MOVE WS-AVG-DAYS                 TO RR-DTL-AVG-DAYS
           MOVE WS-RA-LATE-CNT-TBL (WS-RA-IDX) TO RR-DTL-LATE-CNT
           MOVE WS-LINE-FLAGS               TO RR-DTL-FLAGS
           MOVE RR-DETAIL-LINE              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * DAYS-FROM-SALE-TO-RETURN DISTRIBUTION OVER EVERY RETURN IN THE *
      * RANGE                                                          *
      *---------------------------------------------------------------*
       6000-PRINT-DISTRIBUTION.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'DAYS FROM SALE TO RETURN'  TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE '                 RETURNS    % OF RETURNS'
                                            TO WS-REPORT-LINE(1:41)
           MOVE '        RETURN AMOUNT'     TO WS-REPORT-LINE(42:21)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:62)
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-BKT-IDX                   TO 1
           PERFORM 6100-PRINT-BUCKET 6 TIMES
           MOVE WS-LATE-RETURNS             TO WS-CNT-DISPLAY
           MOVE WS-LATE-DAYS                TO WS-DAYS-DISPLAY
           STRING 'RETURNED OVER ' WS-DAYS-DISPLAY ' DAYS AFTER SALE: '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           MOVE WS-TOT-LATE-AMT             TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY              TO WS-REPORT-LINE(45:18)
           PERFORM 9100-WRITE-REPORT-LINE.

       6100-PRINT-BUCKET.
           MOVE WS-BKT-LABEL (WS-BKT-IDX)   TO WS-REPORT-LINE(1:14)
           MOVE WS-BKT-COUNT (WS-BKT-IDX)   TO WS-CNT-DISPLAY
           MOVE WS-CNT-DISPLAY              TO WS-REPORT-LINE(18:7)
           IF WS-RETURNS-COUNTED > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                       WS-BKT-COUNT (WS-BKT-IDX) * 100
                     / WS-RETURNS-COUNTED
           ELSE
               MOVE ZERO                    TO WS-RATE-PCT
           END-IF
           MOVE WS-RATE-PCT                 TO WS-PCT-DISPLAY
           MOVE WS-PCT-DISPLAY              TO WS-REPORT-LINE(36:6)
           MOVE WS-BKT-AMOUNT (WS-BKT-IDX)  TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY              TO WS-REPORT-LINE(45:18)
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-BKT-IDX UP BY 1.

      *---------------------------------------------------------------*
      * FINALIZATION - THE OVERALL TOTALS, THE RUN SUMMARY AND THE     *
      * RETURN CODE                                                    *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-GROSS                TO WS-AMT-DISPLAY
           STRING 'GROSS SALES IN RANGE      ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-RTN-AMT              TO WS-AMT-DISPLAY
           STRING 'RETURNS IN RANGE          ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-TOT-GROSS > ZERO
               COMPUTE WS-RATE-PCT ROUNDED =
                       WS-TOT-RTN-AMT * 100 / WS-TOT-GROSS
                   ON SIZE ERROR
                       MOVE 999.99          TO WS-RATE-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO                    TO WS-RATE-PCT
           END-IF
           IF WS-RATE-PCT > 999.99
               MOVE 999.99                  TO WS-RATE-PCT
           END-IF
           MOVE WS-RATE-PCT                 TO WS-PCT-DISPLAY
           STRING 'OVERALL RETURN RATE       ' '           '
                  WS-PCT-DISPLAY '%'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SALES-COUNTED            TO WS-CNT-DISPLAY
           STRING 'SALES LINES               ' '           '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-RETURNS-COUNTED          TO WS-CNT-DISPLAY
           STRING 'RETURN LINES              ' '           '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-FLAGGED-LINES            TO WS-CNT-DISPLAY
           STRING 'LINES FLAGGED             ' '           '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-BAD-DATE-COUNT > ZERO
               MOVE WS-BAD-DATE-COUNT       TO WS-CNT-DISPLAY
               STRING 'HISTORY RECORDS WITH AN UNREADABLE SALE DATE: '
                      WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'RTNRATE - RETURN-RATE ANALYSIS SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'RANGE:                 ' WS-FROM-DATE
                   ' - ' WS-TO-DATE
           DISPLAY 'HISTORY RECORDS READ:  ' WS-ARCH-READ
           DISPLAY 'SALES LINES COUNTED:   ' WS-SALES-COUNTED
           DISPLAY 'RETURN LINES COUNTED:  ' WS-RETURNS-COUNTED
           DISPLAY 'RETURNS WITH NO SALE:  ' WS-BKT-COUNT (6)
           DISPLAY 'LINES FLAGGED:         ' WS-FLAGGED-LINES
           DISPLAY '============================================='
           IF WS-FLAGGED-LINES > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE REPORT                                   *
      *---------------------------------------------------------------*
       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE              TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE.

      *---------------------------------------------------------------*
      * BUSINESS DATE - READ ONCE; A MISSING OR UNREADABLE CONTROL     *
      * FILE LEAVES BUSDATE-FOUND OFF AND THE CALLER USES THE CLOCK    *
      *---------------------------------------------------------------*
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
           DISPLAY '*** RTNRATE FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
