      *****************************************************************
      * PROGRAM NAME: SLSFCST                                         *
      * DESCRIPTION:  SALES FORECAST AND PROPOSED QUOTAS              *
      *               QUOTAS USED TO BE WORKED OUT IN A SPREADSHEET   *
      *               FROM LAST YEAR'S NUMBERS AND KEYED INTO         *
      *               QUOTAMNT BY HAND. THIS PROGRAM PROJECTS EACH    *
      *               REGION/SALESPERSON ON THE ARCHMTD MONTHLY       *
      *               ROLLUP FORWARD 3 TO 12 MONTHS FROM THE BUSINESS *
      *               DATE'S MONTH WITH A SEASONAL TREND, PRINTS THE  *
      *               FORECAST BESIDE THE SAME MONTHS' ACTUALS FOR    *
      *               THE LAST TWO YEARS, AND WRITES A PROPOSED QUOTA *
      *               PER SALESPERSON PER MONTH IN QUOTAMNT'S         *
      *               TRANSACTION LAYOUT, SO SALES OPS STARTS FROM A  *
      *               DEFENSIBLE NUMBER AND ONLY KEYS THE OVERRIDES.  *
      *                                                               *
      * THE TREND:    ONLY COMPLETE MONTHS - THOSE BEFORE THE         *
      *               BUSINESS DATE'S MONTH - ARE USED AS HISTORY.    *
      *               RECENT GROWTH IS THE LAST THREE COMPLETE MONTHS *
      *               AGAINST THE SAME THREE MONTHS A YEAR EARLIER,   *
      *               HELD BETWEEN 50 AND 200 PERCENT SO ONE ODD      *
      *               QUARTER CANNOT RUN AWAY WITH THE NUMBER. EACH   *
      *               MONTH IS THEN FORECAST AS:                      *
      *                 LY - THE SAME MONTH LAST YEAR, GROWN ONCE     *
      *                 2Y - THE SAME MONTH TWO YEARS BACK, GROWN     *
      *                      TWICE (WHEN LAST YEAR'S IS NOT YET       *
      *                      COMPLETE)                                *
      *                 RR - THE LAST THREE MONTHS' AVERAGE RUN RATE, *
      *                      FOR BUSINESS WITH NO SALES IN THE YEAR   *
      *                      BEFORE THOSE, WHOSE SEASON IS UNKNOWN    *
      *               A FORECAST NEVER GOES BELOW ZERO.               *
      *                                                               *
      * INPUTS:       MONTHLY ROLLUP FILE    (ARCHMTD, INDEXED)       *
      *               SALESPERSON MASTER     (SLSPMAST) - NAMES, AND  *
      *               NO QUOTA IS PROPOSED FOR A TERMINATED ONE       *
      *               QUOTA MASTER           (QUOTAMST - OPTIONAL) -  *
      *               A MONTH ALREADY ON IT IS PROPOSED AS A CHANGE,  *
      *               OTHERWISE AS AN ADD                             *
      *               BUSINESS DATE CONTROL  (BUSDATE - OPTIONAL)     *
      *               COMMAND-LINE PARM: MONTHS TO FORECAST, 3 TO 12  *
      *               (DEFAULT 12)                                    *
      * OUTPUTS:      FORECAST REPORT        (FCSTRPT), 132-BYTE      *
      *               PRINT LINES                                     *
      *               PROPOSED QUOTAS        (QTAPROP) - QUOTAMNT     *
      *               TRANSACTIONS, ONE PER SALESPERSON PER MONTH,    *
      *               THE REGIONS SUMMED AND ROUNDED TO WHOLE DOLLARS *
      *                                                               *
      * RETURN CODES: 0  RUN COMPLETE                                 *
      *               16 FATAL ERROR OR BAD PARM                      *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   ARCHROLL - MONTHLY SALES ROLLUP RECORD (69 BYTES)           *
      *   SLSPMAST - SALESPERSON MASTER RECORD (70 BYTES)             *
      *   QUOTAMST - SALESPERSON QUOTA MASTER RECORD (50 BYTES)       *
      *   QTATRANS - QUOTA MAINTENANCE TRANSACTION (80 BYTES)         *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSFCST.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE ROLLUP IS INDEXED ON YEAR/MONTH/REGION/SALESPERSON SO
      *    ARCHIVE CAN UPDATE THE CURRENT MONTH IN PLACE - READ HERE
      *    SEQUENTIALLY, AS YOYRPT READS IT
           SELECT ROLLUP-FILE     ASSIGN TO ARCHMTD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ARCH-ROLL-KEY
                  FILE STATUS  IS WS-ROLLUP-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT QUOTA-FILE      ASSIGN TO QUOTAMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-QUOTA-STATUS.

           SELECT PROPOSAL-FILE   ASSIGN TO QTAPROP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROPOSAL-STATUS.

           SELECT REPORT-FILE     ASSIGN TO FCSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - THE FORECAST STARTS THE MONTH AFTER
      *    ITS MONTH. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ROLLUP-FILE
           RECORDING MODE IS F.
       COPY ARCHROLL.

       FD  SALESPERSON-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

       FD  QUOTA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY QUOTAMST.

       FD  PROPOSAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY QTATRANS.

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
           05  WS-ROLLUP-STATUS         PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-QUOTA-STATUS          PIC XX VALUE SPACES.
           05  WS-PROPOSAL-STATUS       PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ROLLUP-EOF-SW         PIC X VALUE 'N'.
               88  ROLLUP-EOF                   VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-QUOTA-EOF-SW          PIC X VALUE 'N'.
               88  QUOTA-EOF                    VALUE 'Y'.
           05  WS-COMBO-FOUND-SW        PIC X VALUE 'N'.
               88  COMBO-FOUND                  VALUE 'Y'.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-FOUND                   VALUE 'Y'.
           05  WS-QUOTA-FOUND-SW        PIC X VALUE 'N'.
               88  QUOTA-FOUND                  VALUE 'Y'.
           05  WS-REGION-FOUND-SW       PIC X VALUE 'N'.
               88  REGION-FOUND                 VALUE 'Y'.

      *---------------------------------------------------------------*
      * PERIOD CONTROL. A MONTH IS HANDLED AS AN ORDINAL (YEAR * 12 +  *
      * MONTH - 1) SO MONTHS CAN BE COUNTED ACROSS A YEAR END. THE     *
      * HISTORY WINDOW IS THE 36 MONTHS ENDING WITH THE BUSINESS       *
      * MONTH, WHICH IS SLOT 36; SLOT 35 IS THE LAST COMPLETE MONTH.   *
      *---------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-MONTHS-PARM           PIC X(10) VALUE SPACES.
           05  WS-HORIZON               PIC 9(2)  VALUE 12.
           05  WS-BUS-YEAR              PIC 9(4)  VALUE ZERO.
           05  WS-BUS-MONTH             PIC 9(2)  VALUE ZERO.
           05  WS-BUS-ORDINAL           PIC 9(6)  VALUE ZERO.
           05  WS-FIRST-ORDINAL         PIC 9(6)  VALUE ZERO.
           05  WS-WORK-ORDINAL          PIC 9(6)  VALUE ZERO.
           05  WS-WORK-YEAR             PIC 9(4)  VALUE ZERO.
           05  WS-WORK-MONTH            PIC 9(2)  VALUE ZERO.
           05  WS-WORK-REMAINDER        PIC 9(2)  VALUE ZERO.
           05  WS-SLOT                  PIC 9(3)  VALUE ZERO.
           05  WS-FCST-SUB              PIC 9(2)  VALUE ZERO.
           05  WS-LY-SLOT               PIC 9(2)  VALUE ZERO.
           05  WS-2Y-SLOT               PIC 9(2)  VALUE ZERO.
           05  WS-MONTH-LABEL           PIC X(7)  VALUE SPACES.

      *---------------------------------------------------------------*
      * SALESPERSON NAMES AND STATUS OFF THE MASTER                    *
      *---------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SLSP-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SLSP-IDX.
               10  WS-SLSP-ID-TBL       PIC 9(6)  VALUE ZERO.
               10  WS-SLSP-NAME-TBL     PIC X(20) VALUE SPACES.
               10  WS-SLSP-STATUS-TBL   PIC X(1)  VALUE SPACES.
               10  WS-SLSP-FCST-TBL     PIC S9(11)V99 VALUE ZERO
                                        OCCURS 12 TIMES.

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE QUOTA MASTER'S SALESPERSON/YEAR/MONTH KEYS AND AMOUNTS     *
      *---------------------------------------------------------------*
       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-QUOTA-IDX.
               10  WS-QUOTA-SPID-TBL    PIC 9(6)  VALUE ZERO.
               10  WS-QUOTA-YEAR-TBL    PIC 9(4)  VALUE ZERO.
               10  WS-QUOTA-MONTH-TBL   PIC 9(2)  VALUE ZERO.
               10  WS-QUOTA-AMT-TBL     PIC S9(9)V99 VALUE ZERO.

       01  WS-QUOTA-TABLE-FIELDS.
           05  WS-QUOTA-TABLE-MAX       PIC 9(05) VALUE 5000.
           05  WS-QUOTA-TABLE-COUNT     PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE ENTRY PER REGION/SALESPERSON WITH ANY ROLLUP ACTIVITY IN   *
      * THE HISTORY WINDOW - ITS 36 MONTHS OF ACTUALS, ITS GROWTH AND  *
      * ITS FORECAST MONTHS WITH THE BASIS EACH WAS BUILT ON           *
      *---------------------------------------------------------------*
       01  WS-COMBO-TABLE.
           05  WS-COMBO-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-COMBO-IDX.
               10  WS-COMBO-REGION-TBL  PIC X(10) VALUE SPACES.
               10  WS-COMBO-SLSP-TBL    PIC 9(6)  VALUE ZERO.
               10  WS-COMBO-NAME-TBL    PIC X(20) VALUE SPACES.
               10  WS-COMBO-GROWTH-TBL  PIC 9V9999 VALUE ZERO.
               10  WS-COMBO-ACT-TBL     PIC S9(9)V99 VALUE ZERO
                                        OCCURS 36 TIMES.
               10  WS-COMBO-FCST-TBL    PIC S9(9)V99 VALUE ZERO
                                        OCCURS 12 TIMES.
               10  WS-COMBO-BASIS-TBL   PIC X(2)  VALUE SPACES
                                        OCCURS 12 TIMES.

       01  WS-COMBO-TABLE-FIELDS.
           05  WS-COMBO-TABLE-MAX       PIC 9(05) VALUE 2000.
           05  WS-COMBO-TABLE-COUNT     PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * REGION TOTALS FOR THE SUMMARY - THE HORIZON'S FORECAST AGAINST *
      * THE SAME MONTHS' ACTUALS LAST YEAR AND TWO YEARS BACK          *
      *---------------------------------------------------------------*
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-REGION-IDX.
               10  WS-REGION-CODE-TBL   PIC X(10) VALUE SPACES.
               10  WS-REGION-2Y-TBL     PIC S9(11)V99 VALUE ZERO.
               10  WS-REGION-LY-TBL     PIC S9(11)V99 VALUE ZERO.
               10  WS-REGION-FCST-TBL   PIC S9(11)V99 VALUE ZERO.

       01  WS-REGION-TABLE-FIELDS.
           05  WS-REGION-TABLE-MAX      PIC 9(05) VALUE 200.
           05  WS-REGION-TABLE-COUNT    PIC 9(05) VALUE ZERO.

       01  WS-TREND-FIELDS.
           05  WS-GROWTH-MIN            PIC 9V9999 VALUE 0.5000.
           05  WS-GROWTH-MAX            PIC 9V9999 VALUE 2.0000.
           05  WS-RECENT-SALES          PIC S9(11)V99 VALUE ZERO.
           05  WS-PRIOR-RECENT-SALES    PIC S9(11)V99 VALUE ZERO.
           05  WS-PRIOR-YEAR-SALES      PIC S9(11)V99 VALUE ZERO.
           05  WS-GROWTH-WORK           PIC S9(5)V9999 VALUE ZERO.
           05  WS-FORECAST-WORK         PIC S9(11)V99 VALUE ZERO.
           05  WS-QUOTA-WHOLE           PIC S9(9)     VALUE ZERO.

       01  WS-COMBO-TOTALS.
           05  WS-COMBO-2Y-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-COMBO-LY-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  WS-COMBO-FCST-TOTAL      PIC S9(11)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-2Y              PIC S9(13)V99 VALUE ZERO.
           05  WS-GRAND-LY              PIC S9(13)V99 VALUE ZERO.
           05  WS-GRAND-FCST            PIC S9(13)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ROLLUP-READ           PIC 9(7) VALUE ZERO.
           05  WS-ROLLUP-USED           PIC 9(7) VALUE ZERO.
           05  WS-PROPOSED-ADDS         PIC 9(7) VALUE ZERO.
           05  WS-PROPOSED-CHANGES      PIC 9(7) VALUE ZERO.
           05  WS-ZERO-SKIPPED          PIC 9(7) VALUE ZERO.
           05  WS-TERMINATED-SKIPPED    PIC 9(7) VALUE ZERO.
           05  WS-NOT-ON-MASTER         PIC 9(7) VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-PCT-DISPLAY           PIC ZZZ9.99-.
           05  WS-PCT-WORK              PIC S9(5)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * REPORT LINES                                                   *
      *---------------------------------------------------------------*
       01  FC-COLUMN-LINE.
           05  FILLER                   PIC X(11) VALUE '  MONTH'.
           05  FILLER                   PIC X(16)
                                    VALUE '   TWO YEARS AGO'.
           05  FILLER                   PIC X(16)
                                    VALUE '       LAST YEAR'.
           05  FILLER                   PIC X(16)
                                    VALUE '        FORECAST'.
           05  FILLER                   PIC X(8)  VALUE '  BASIS'.
           05  FILLER                   PIC X(10) VALUE '  VS LY %'.

       01  FC-DETAIL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-DTL-MONTH             PIC X(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-DTL-2Y                PIC ---,---,--9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-DTL-LY                PIC ---,---,--9.99.
           05  FC-DTL-LY-FLAG           PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FC-DTL-FCST              PIC ---,---,--9.99.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FC-DTL-BASIS             PIC X(2).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FC-DTL-PCT               PIC ZZZ9.99-.

       01  FC-QUOTA-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-QTA-SLSP              PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-QTA-NAME              PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-QTA-MONTH             PIC X(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-QTA-PROPOSED          PIC ---,---,--9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FC-QTA-CURRENT           PIC ---,---,--9.99.
           05  FC-QTA-CURRENT-X REDEFINES FC-QTA-CURRENT
                                        PIC X(14).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FC-QTA-ACTION            PIC X(20).

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.
       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ROLLUP
           PERFORM 3000-BUILD-FORECASTS
           PERFORM 4000-PRINT-FORECASTS
           PERFORM 5000-PRINT-REGION-SUMMARY
           PERFORM 6000-WRITE-PROPOSALS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE HORIZON AND THE BUSINESS MONTH, THE       *
      * SALESPERSON AND QUOTA MASTERS, AND THE OUTPUT FILES            *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-MONTHS-PARM            FROM COMMAND-LINE
           IF WS-MONTHS-PARM NOT = SPACES
               IF FUNCTION TRIM(WS-MONTHS-PARM) IS NUMERIC
                   COMPUTE WS-HORIZON =
                           FUNCTION NUMVAL(WS-MONTHS-PARM)
               ELSE
                   MOVE ZERO                TO WS-HORIZON
               END-IF
               IF WS-HORIZON < 3 OR WS-HORIZON > 12
                   DISPLAY 'USAGE: SLSFCST [MONTHS 3-12]'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD(1:4) TO WS-BUS-YEAR
               MOVE WS-BUSDATE-YYYYMMDD(5:2) TO WS-BUS-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BUS-YEAR
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BUS-MONTH
           END-IF
           COMPUTE WS-BUS-ORDINAL = WS-BUS-YEAR * 12 + WS-BUS-MONTH - 1
           COMPUTE WS-FIRST-ORDINAL = WS-BUS-ORDINAL - 35

           PERFORM 1100-LOAD-SLSP-TABLE
           PERFORM 1200-LOAD-QUOTA-TABLE

           OPEN OUTPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PROPOSAL-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROPOSAL-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 1                           TO WS-FCST-SUB
           PERFORM 1900-LABEL-FORECAST-MONTH
           STRING 'SALES FORECAST BY REGION AND SALESPERSON - '
                  WS-MONTH-LABEL ' THROUGH '
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           MOVE WS-HORIZON                  TO WS-FCST-SUB
           PERFORM 1900-LABEL-FORECAST-MONTH
           MOVE WS-MONTH-LABEL              TO WS-REPORT-LINE(60:7)
           MOVE ' - BUSINESS MONTH '        TO WS-REPORT-LINE(67:18)
           MOVE WS-BUS-YEAR                 TO WS-REPORT-LINE(85:4)
           MOVE '-'                         TO WS-REPORT-LINE(89:1)
           MOVE WS-BUS-MONTH                TO WS-REPORT-LINE(90:2)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'BASIS: LY = SAME MONTH LAST YEAR X GROWTH   2Y = SAME'
                                            TO WS-REPORT-LINE(1:53)
           MOVE ' MONTH TWO YEARS AGO X GROWTH X GROWTH   RR = RECENT'
                                            TO WS-REPORT-LINE(54:52)
           MOVE ' RUN RATE'                 TO WS-REPORT-LINE(106:9)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE '       * = THE BUSINESS MONTH, STILL IN PROGRESS'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER - REQUIRED, AS IN QUOTAMNT         *
      *---------------------------------------------------------------*
       1100-LOAD-SLSP-TABLE.
           OPEN INPUT SALESPERSON-FILE
           IF WS-SLSP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-READ-SLSP-RECORD
           PERFORM 1120-ADD-SLSP-ENTRY UNTIL SLSP-EOF
           CLOSE SALESPERSON-FILE.

       1120-ADD-SLSP-ENTRY.
           IF WS-SLSP-TABLE-COUNT < WS-SLSP-TABLE-MAX
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SLSP-IDX              TO WS-SLSP-TABLE-COUNT
               MOVE SLSP-ID         TO WS-SLSP-ID-TBL (WS-SLSP-IDX)
               MOVE SLSP-NAME       TO WS-SLSP-NAME-TBL (WS-SLSP-IDX)
               MOVE SLSP-STATUS     TO WS-SLSP-STATUS-TBL (WS-SLSP-IDX)
           END-IF
           PERFORM 1150-READ-SLSP-RECORD.

       1150-READ-SLSP-RECORD.
           READ SALESPERSON-FILE
               AT END
                   MOVE 'Y'                 TO WS-SLSP-EOF-SW
           END-READ
           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE QUOTA MASTER - A MISSING FILE MEANS NO QUOTAS YET,    *
      * SO EVERY PROPOSAL IS AN ADD                                    *
      *---------------------------------------------------------------*
       1200-LOAD-QUOTA-TABLE.
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS = '00'
               PERFORM 1250-READ-QUOTA-RECORD
               PERFORM 1220-ADD-QUOTA-ENTRY UNTIL QUOTA-EOF
               CLOSE QUOTA-FILE
           ELSE
               IF WS-QUOTA-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: QUOTA-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-QUOTA-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1220-ADD-QUOTA-ENTRY.
           IF WS-QUOTA-TABLE-COUNT < WS-QUOTA-TABLE-MAX
               ADD 1                        TO WS-QUOTA-TABLE-COUNT
               SET WS-QUOTA-IDX             TO WS-QUOTA-TABLE-COUNT
               MOVE QUOTA-SALESPERSON-ID
                                TO WS-QUOTA-SPID-TBL (WS-QUOTA-IDX)
               MOVE QUOTA-YEAR  TO WS-QUOTA-YEAR-TBL (WS-QUOTA-IDX)
               MOVE QUOTA-MONTH TO WS-QUOTA-MONTH-TBL (WS-QUOTA-IDX)
               MOVE QUOTA-AMOUNT
                                TO WS-QUOTA-AMT-TBL (WS-QUOTA-IDX)
           END-IF
           PERFORM 1250-READ-QUOTA-RECORD.

       1250-READ-QUOTA-RECORD.
           READ QUOTA-FILE
               AT END
                   MOVE 'Y'                 TO WS-QUOTA-EOF-SW
           END-READ
           IF NOT QUOTA-EOF AND WS-QUOTA-STATUS NOT = '00'
               MOVE 'READ FAILED: QUOTA-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-QUOTA-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * YEAR AND MONTH OF FORECAST MONTH WS-FCST-SUB (1 = THE MONTH    *
      * AFTER THE BUSINESS MONTH), AS WS-WORK-YEAR/WS-WORK-MONTH AND   *
      * THE YYYY-MM LABEL                                              *
      *---------------------------------------------------------------*
       1900-LABEL-FORECAST-MONTH.
           COMPUTE WS-WORK-ORDINAL = WS-BUS-ORDINAL + WS-FCST-SUB
           DIVIDE WS-WORK-ORDINAL BY 12 GIVING WS-WORK-YEAR
                  REMAINDER WS-WORK-REMAINDER
           COMPUTE WS-WORK-MONTH = WS-WORK-REMAINDER + 1
           MOVE WS-WORK-YEAR                TO WS-MONTH-LABEL(1:4)
           MOVE '-'                         TO WS-MONTH-LABEL(5:1)
           MOVE WS-WORK-MONTH               TO WS-MONTH-LABEL(6:2).

      *---------------------------------------------------------------*
      * LOAD EVERY ROLLUP ENTRY INSIDE THE 36-MONTH WINDOW INTO ITS    *
      * REGION/SALESPERSON'S MONTH SLOT                                *
      *---------------------------------------------------------------*
       2000-LOAD-ROLLUP.
           OPEN INPUT ROLLUP-FILE
           IF WS-ROLLUP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ROLLUP-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ROLLUP-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2050-READ-ROLLUP-RECORD
           PERFORM 2100-FOLD-ROLLUP-RECORD UNTIL ROLLUP-EOF
           CLOSE ROLLUP-FILE.

       2050-READ-ROLLUP-RECORD.
           READ ROLLUP-FILE
               AT END
                   MOVE 'Y'                 TO WS-ROLLUP-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-ROLLUP-READ
           END-READ
           IF NOT ROLLUP-EOF AND WS-ROLLUP-STATUS NOT = '00'
               MOVE 'READ FAILED: ROLLUP-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ROLLUP-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2100-FOLD-ROLLUP-RECORD.
           IF ARCH-ROLL-YEAR NUMERIC AND ARCH-ROLL-MONTH NUMERIC
          AND ARCH-ROLL-MONTH >= 1 AND ARCH-ROLL-MONTH <= 12
               COMPUTE WS-WORK-ORDINAL =
                       ARCH-ROLL-YEAR * 12 + ARCH-ROLL-MONTH - 1
               IF WS-WORK-ORDINAL NOT < WS-FIRST-ORDINAL
              AND WS-WORK-ORDINAL NOT > WS-BUS-ORDINAL
                   COMPUTE WS-SLOT =
                           WS-WORK-ORDINAL - WS-FIRST-ORDINAL + 1
                   PERFORM 2200-FIND-OR-ADD-COMBO
                   ADD ARCH-ROLL-SALES-TOTAL
                       TO WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-SLOT)
                   ADD 1                    TO WS-ROLLUP-USED
               END-IF
           END-IF
           PERFORM 2050-READ-ROLLUP-RECORD.

       2200-FIND-OR-ADD-COMBO.
           MOVE 'N'                         TO WS-COMBO-FOUND-SW
           SET WS-COMBO-IDX                 TO 1
           PERFORM 2250-SEARCH-COMBO-TABLE
               UNTIL WS-COMBO-IDX > WS-COMBO-TABLE-COUNT
                  OR COMBO-FOUND
           IF NOT COMBO-FOUND
               IF WS-COMBO-TABLE-COUNT >= WS-COMBO-TABLE-MAX
                   MOVE 'REGION/SALESPERSON TABLE FULL'
                                            TO WS-ABEND-MSG(1:29)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-COMBO-TABLE-COUNT
               SET WS-COMBO-IDX             TO WS-COMBO-TABLE-COUNT
               MOVE ARCH-ROLL-REGION
                            TO WS-COMBO-REGION-TBL (WS-COMBO-IDX)
               MOVE ARCH-ROLL-SALESPERSON-ID
                            TO WS-COMBO-SLSP-TBL (WS-COMBO-IDX)
               MOVE ARCH-ROLL-SALESPERSON-NM
                            TO WS-COMBO-NAME-TBL (WS-COMBO-IDX)
           END-IF.

       2250-SEARCH-COMBO-TABLE.
           IF WS-COMBO-REGION-TBL (WS-COMBO-IDX) = ARCH-ROLL-REGION
          AND WS-COMBO-SLSP-TBL (WS-COMBO-IDX)
                  = ARCH-ROLL-SALESPERSON-ID
               MOVE 'Y'                     TO WS-COMBO-FOUND-SW
           ELSE
               SET WS-COMBO-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * THE GROWTH AND THE FORECAST MONTHS FOR EVERY COMBINATION, AND  *
      * THE SALESPERSON TOTALS THE QUOTAS ARE PROPOSED FROM            *
      *---------------------------------------------------------------*
       3000-BUILD-FORECASTS.
           SET WS-COMBO-IDX                 TO 1
           PERFORM 3100-FORECAST-ONE-COMBO
               UNTIL WS-COMBO-IDX > WS-COMBO-TABLE-COUNT.

       3100-FORECAST-ONE-COMBO.
      *    RECENT GROWTH - SLOTS 33-35 AGAINST 21-23. NO BUSINESS A
      *    YEAR EARLIER MEANS NO TREND TO READ, SO NONE IS APPLIED.
           COMPUTE WS-RECENT-SALES =
                   WS-COMBO-ACT-TBL (WS-COMBO-IDX 33)
                 + WS-COMBO-ACT-TBL (WS-COMBO-IDX 34)
                 + WS-COMBO-ACT-TBL (WS-COMBO-IDX 35)
           COMPUTE WS-PRIOR-RECENT-SALES =
                   WS-COMBO-ACT-TBL (WS-COMBO-IDX 21)
                 + WS-COMBO-ACT-TBL (WS-COMBO-IDX 22)
                 + WS-COMBO-ACT-TBL (WS-COMBO-IDX 23)
           IF WS-PRIOR-RECENT-SALES > ZERO
               COMPUTE WS-GROWTH-WORK ROUNDED =
                       WS-RECENT-SALES / WS-PRIOR-RECENT-SALES
                   ON SIZE ERROR
                       MOVE WS-GROWTH-MAX   TO WS-GROWTH-WORK
               END-COMPUTE
           ELSE
               MOVE 1                       TO WS-GROWTH-WORK
           END-IF
           IF WS-GROWTH-WORK < WS-GROWTH-MIN
               MOVE WS-GROWTH-MIN           TO WS-GROWTH-WORK
           END-IF
           IF WS-GROWTH-WORK > WS-GROWTH-MAX
               MOVE WS-GROWTH-MAX           TO WS-GROWTH-WORK
           END-IF
           MOVE WS-GROWTH-WORK TO WS-COMBO-GROWTH-TBL (WS-COMBO-IDX)

      *    THE YEAR BEFORE THE LAST TWELVE COMPLETE MONTHS - SLOTS
      *    12-23. NOTHING THERE AND THE SEASON CANNOT BE READ.
           MOVE ZERO                        TO WS-PRIOR-YEAR-SALES
           MOVE 12                          TO WS-SLOT
           PERFORM 3150-ADD-PRIOR-YEAR-MONTH
               UNTIL WS-SLOT > 23

           MOVE 1                           TO WS-FCST-SUB
           PERFORM 3200-FORECAST-ONE-MONTH
               UNTIL WS-FCST-SUB > WS-HORIZON
           SET WS-COMBO-IDX UP BY 1.

       3150-ADD-PRIOR-YEAR-MONTH.
           ADD WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-SLOT)
                                            TO WS-PRIOR-YEAR-SALES
           ADD 1                            TO WS-SLOT.

      *    FORECAST MONTH K SITS AT SLOT 36 + K; THE SAME MONTH LAST
      *    YEAR AT 24 + K AND TWO YEARS BACK AT 12 + K. SLOT 36 IS THE
      *    BUSINESS MONTH ITSELF, NOT YET COMPLETE.
       3200-FORECAST-ONE-MONTH.
           COMPUTE WS-LY-SLOT = 24 + WS-FCST-SUB
           COMPUTE WS-2Y-SLOT = 12 + WS-FCST-SUB
           EVALUATE TRUE
               WHEN WS-PRIOR-YEAR-SALES NOT > ZERO
                   COMPUTE WS-FORECAST-WORK ROUNDED =
                           WS-RECENT-SALES / 3
                   MOVE 'RR'        TO WS-COMBO-BASIS-TBL
                                       (WS-COMBO-IDX WS-FCST-SUB)
               WHEN WS-LY-SLOT < 36
                   COMPUTE WS-FORECAST-WORK ROUNDED =
                           WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-LY-SLOT)
                         * WS-GROWTH-WORK
                   MOVE 'LY'        TO WS-COMBO-BASIS-TBL
                                       (WS-COMBO-IDX WS-FCST-SUB)
               WHEN OTHER
                   COMPUTE WS-FORECAST-WORK ROUNDED =
                           WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-2Y-SLOT)
                         * WS-GROWTH-WORK * WS-GROWTH-WORK
                   MOVE '2Y'        TO WS-COMBO-BASIS-TBL
                                       (WS-COMBO-IDX WS-FCST-SUB)
           END-EVALUATE
           IF WS-FORECAST-WORK < ZERO
               MOVE ZERO                    TO WS-FORECAST-WORK
           END-IF
           MOVE WS-FORECAST-WORK            TO WS-COMBO-FCST-TBL
                                       (WS-COMBO-IDX WS-FCST-SUB)
           PERFORM 3300-FIND-SALESPERSON
           IF SLSP-FOUND
               ADD WS-FORECAST-WORK TO WS-SLSP-FCST-TBL
                                       (WS-SLSP-IDX WS-FCST-SUB)
           END-IF
           ADD 1                            TO WS-FCST-SUB.

       3300-FIND-SALESPERSON.
           MOVE 'N'                         TO WS-SLSP-FOUND-SW
           SET WS-SLSP-IDX                  TO 1
           PERFORM 3350-SEARCH-SLSP-TABLE
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
                  OR SLSP-FOUND.

       3350-SEARCH-SLSP-TABLE.
           IF WS-SLSP-ID-TBL (WS-SLSP-IDX)
                  = WS-COMBO-SLSP-TBL (WS-COMBO-IDX)
               MOVE 'Y'                     TO WS-SLSP-FOUND-SW
           ELSE
               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * ONE BLOCK PER REGION/SALESPERSON, IN THE ORDER THE ROLLUP      *
      * FIRST SHOWED THEM - A MONTH PER LINE WITH THE TWO PRIOR YEARS' *
      * SAME-MONTH ACTUALS, THEN THE COMBINATION'S TOTALS              *
      *---------------------------------------------------------------*
       4000-PRINT-FORECASTS.
           SET WS-COMBO-IDX                 TO 1
           PERFORM 4100-PRINT-ONE-COMBO
               UNTIL WS-COMBO-IDX > WS-COMBO-TABLE-COUNT
           IF WS-COMBO-TABLE-COUNT = ZERO
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE '  NO ROLLUP HISTORY IN THE LAST 36 MONTHS'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       4100-PRINT-ONE-COMBO.
           PERFORM 3300-FIND-SALESPERSON
           IF SLSP-FOUND
               MOVE WS-SLSP-NAME-TBL (WS-SLSP-IDX)
                            TO WS-COMBO-NAME-TBL (WS-COMBO-IDX)
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           COMPUTE WS-PCT-WORK ROUNDED =
                   WS-COMBO-GROWTH-TBL (WS-COMBO-IDX) * 100
           MOVE WS-PCT-WORK                 TO WS-PCT-DISPLAY
           STRING 'REGION ' WS-COMBO-REGION-TBL (WS-COMBO-IDX)
                  '  SALESPERSON ' WS-COMBO-SLSP-TBL (WS-COMBO-IDX)
                  ' ' WS-COMBO-NAME-TBL (WS-COMBO-IDX)
                  '  RECENT GROWTH ' WS-PCT-DISPLAY '%'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           IF NOT SLSP-FOUND
               MOVE '(NOT ON SALESPERSON MASTER)'
                                            TO WS-REPORT-LINE(90:27)
           ELSE
               IF WS-SLSP-STATUS-TBL (WS-SLSP-IDX) = 'T'
                   MOVE '(TERMINATED - NO QUOTA PROPOSED)'
                                            TO WS-REPORT-LINE(90:32)
               END-IF
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE FC-COLUMN-LINE              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ZERO                        TO WS-COMBO-2Y-TOTAL
           MOVE ZERO                        TO WS-COMBO-LY-TOTAL
           MOVE ZERO                        TO WS-COMBO-FCST-TOTAL
           MOVE 1                           TO WS-FCST-SUB
           PERFORM 4200-PRINT-ONE-MONTH
               UNTIL WS-FCST-SUB > WS-HORIZON

           MOVE SPACES                      TO FC-DETAIL-LINE
           MOVE 'TOTAL'                     TO FC-DTL-MONTH
           MOVE WS-COMBO-2Y-TOTAL           TO FC-DTL-2Y
           MOVE WS-COMBO-LY-TOTAL           TO FC-DTL-LY
           MOVE WS-COMBO-FCST-TOTAL         TO FC-DTL-FCST
           MOVE WS-COMBO-LY-TOTAL           TO WS-FORECAST-WORK
           PERFORM 4300-PCT-OF-LAST-YEAR
           MOVE FC-DETAIL-LINE              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 4400-ADD-TO-REGION
           ADD WS-COMBO-2Y-TOTAL            TO WS-GRAND-2Y
           ADD WS-COMBO-LY-TOTAL            TO WS-GRAND-LY
           ADD WS-COMBO-FCST-TOTAL          TO WS-GRAND-FCST
           SET WS-COMBO-IDX UP BY 1.

       4200-PRINT-ONE-MONTH.
           COMPUTE WS-LY-SLOT = 24 + WS-FCST-SUB
           COMPUTE WS-2Y-SLOT = 12 + WS-FCST-SUB
           PERFORM 1900-LABEL-FORECAST-MONTH
           MOVE SPACES                      TO FC-DETAIL-LINE
           MOVE WS-MONTH-LABEL              TO FC-DTL-MONTH
           MOVE WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-2Y-SLOT)
                                            TO FC-DTL-2Y
           MOVE WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-LY-SLOT)
                                            TO FC-DTL-LY
           IF WS-LY-SLOT = 36
               MOVE '*'                     TO FC-DTL-LY-FLAG
           END-IF
           MOVE WS-COMBO-FCST-TBL (WS-COMBO-IDX WS-FCST-SUB)
                                            TO FC-DTL-FCST
           MOVE WS-COMBO-BASIS-TBL (WS-COMBO-IDX WS-FCST-SUB)
                                            TO FC-DTL-BASIS
           ADD WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-2Y-SLOT)
                                            TO WS-COMBO-2Y-TOTAL
           ADD WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-LY-SLOT)
                                            TO WS-COMBO-LY-TOTAL
           ADD WS-COMBO-FCST-TBL (WS-COMBO-IDX WS-FCST-SUB)
                                            TO WS-COMBO-FCST-TOTAL
           MOVE WS-COMBO-ACT-TBL (WS-COMBO-IDX WS-LY-SLOT)
                                            TO WS-FORECAST-WORK
           MOVE WS-COMBO-FCST-TBL (WS-COMBO-IDX WS-FCST-SUB)
                                            TO WS-RECENT-SALES
           PERFORM 4300-PCT-OF-LAST-YEAR
           MOVE FC-DETAIL-LINE              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-FCST-SUB.

      *    FORECAST IN FC-DTL-FCST AS A PERCENT CHANGE ON THE LAST-YEAR
      *    AMOUNT IN WS-FORECAST-WORK - BLANK WHEN THERE WAS NONE
       4300-PCT-OF-LAST-YEAR.
           IF WS-FORECAST-WORK > ZERO
               IF FC-DTL-MONTH = 'TOTAL'
                   MOVE WS-COMBO-FCST-TOTAL TO WS-RECENT-SALES
               END-IF
               COMPUTE WS-PCT-WORK ROUNDED =
                       (WS-RECENT-SALES - WS-FORECAST-WORK) * 100
                     / WS-FORECAST-WORK
                   ON SIZE ERROR
                       MOVE 9999.99         TO WS-PCT-WORK
               END-COMPUTE
               MOVE WS-PCT-WORK             TO FC-DTL-PCT
           END-IF.

       4400-ADD-TO-REGION.
           MOVE 'N'                         TO WS-REGION-FOUND-SW
           SET WS-REGION-IDX                TO 1
           PERFORM 4450-SEARCH-REGION-TABLE
               UNTIL WS-REGION-IDX > WS-REGION-TABLE-COUNT
                  OR REGION-FOUND
           IF NOT REGION-FOUND
               IF WS-REGION-TABLE-COUNT >= WS-REGION-TABLE-MAX
                   MOVE 'REGION TABLE FULL'  TO WS-ABEND-MSG(1:17)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-REGION-TABLE-COUNT
               SET WS-REGION-IDX            TO WS-REGION-TABLE-COUNT
               MOVE WS-COMBO-REGION-TBL (WS-COMBO-IDX)
                            TO WS-REGION-CODE-TBL (WS-REGION-IDX)
           END-IF
           ADD WS-COMBO-2Y-TOTAL  TO WS-REGION-2Y-TBL (WS-REGION-IDX)
           ADD WS-COMBO-LY-TOTAL  TO WS-REGION-LY-TBL (WS-REGION-IDX)
           ADD WS-COMBO-FCST-TOTAL
                                  TO WS-REGION-FCST-TBL (WS-REGION-IDX).

       4450-SEARCH-REGION-TABLE.
           IF WS-REGION-CODE-TBL (WS-REGION-IDX)
                  = WS-COMBO-REGION-TBL (WS-COMBO-IDX)
               MOVE 'Y'                     TO WS-REGION-FOUND-SW
           ELSE
               SET WS-REGION-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * REGION SUMMARY - THE WHOLE HORIZON PER REGION                  *
      *---------------------------------------------------------------*
       5000-PRINT-REGION-SUMMARY.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'REGION TOTALS FOR THE FORECAST MONTHS'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE FC-COLUMN-LINE              TO WS-REPORT-LINE
           MOVE 'REGION   '                 TO WS-REPORT-LINE(1:9)
           MOVE SPACES                      TO WS-REPORT-LINE(60:8)
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-REGION-IDX                TO 1
           PERFORM 5100-PRINT-ONE-REGION
               UNTIL WS-REGION-IDX > WS-REGION-TABLE-COUNT
           MOVE SPACES                      TO FC-DETAIL-LINE
           MOVE WS-GRAND-2Y                 TO FC-DTL-2Y
           MOVE WS-GRAND-LY                 TO FC-DTL-LY
           MOVE WS-GRAND-FCST               TO FC-DTL-FCST
           MOVE WS-GRAND-LY                 TO WS-FORECAST-WORK
           MOVE WS-GRAND-FCST               TO WS-RECENT-SALES
           PERFORM 4300-PCT-OF-LAST-YEAR
           MOVE FC-DETAIL-LINE              TO WS-REPORT-LINE
           MOVE 'ALL'                       TO WS-REPORT-LINE(1:10)
           PERFORM 9100-WRITE-REPORT-LINE.

       5100-PRINT-ONE-REGION.
           MOVE SPACES                      TO FC-DETAIL-LINE
           MOVE WS-REGION-CODE-TBL (WS-REGION-IDX)
                                            TO WS-REPORT-LINE(1:10)
           MOVE WS-REGION-2Y-TBL (WS-REGION-IDX)   TO FC-DTL-2Y
           MOVE WS-REGION-LY-TBL (WS-REGION-IDX)   TO FC-DTL-LY
           MOVE WS-REGION-FCST-TBL (WS-REGION-IDX) TO FC-DTL-FCST
           MOVE WS-REGION-LY-TBL (WS-REGION-IDX)   TO WS-FORECAST-WORK
           MOVE WS-REGION-FCST-TBL (WS-REGION-IDX) TO WS-RECENT-SALES
           PERFORM 4300-PCT-OF-LAST-YEAR
           MOVE FC-DETAIL-LINE(12:)         TO WS-REPORT-LINE(12:)
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-REGION-IDX UP BY 1.

      *---------------------------------------------------------------*
      * ONE QUOTAMNT TRANSACTION PER ACTIVE SALESPERSON PER FORECAST   *
      * MONTH - A CHANGE WHERE QUOTAMST ALREADY HAS THE MONTH, AN ADD  *
      * WHERE IT DOES NOT. A MONTH FORECAST AT NOTHING IS LEFT FOR     *
      * SALES OPS TO KEY.                                              *
      *---------------------------------------------------------------*
       6000-WRITE-PROPOSALS.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'PROPOSED QUOTAS (QTAPROP) - WHOLE DOLLARS, ALL REGIONS'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE '  SLSP    NAME                  MONTH         PROPOSED'
                                            TO WS-REPORT-LINE(1:56)
           MOVE '   CURRENT QUOTA   ACTION'
                                            TO WS-REPORT-LINE(57:25)
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-SLSP-IDX                  TO 1
           PERFORM 6100-PROPOSE-FOR-SLSP
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
           CLOSE PROPOSAL-FILE.

       6100-PROPOSE-FOR-SLSP.
           MOVE 1                           TO WS-FCST-SUB
           PERFORM 6200-PROPOSE-ONE-MONTH
               UNTIL WS-FCST-SUB > WS-HORIZON
           SET WS-SLSP-IDX UP BY 1.

       6200-PROPOSE-ONE-MONTH.
           IF WS-SLSP-STATUS-TBL (WS-SLSP-IDX) = 'T'
               IF WS-SLSP-FCST-TBL (WS-SLSP-IDX WS-FCST-SUB) > ZERO
                   ADD 1                    TO WS-TERMINATED-SKIPPED
               END-IF
               ADD 1                        TO WS-FCST-SUB
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUOTA-WHOLE ROUNDED =
                   WS-SLSP-FCST-TBL (WS-SLSP-IDX WS-FCST-SUB)
           IF WS-QUOTA-WHOLE NOT > ZERO
               ADD 1                        TO WS-ZERO-SKIPPED
               ADD 1                        TO WS-FCST-SUB
               EXIT PARAGRAPH
           END-IF

           PERFORM 1900-LABEL-FORECAST-MONTH
           PERFORM 6300-FIND-QUOTA
           MOVE SPACES                      TO QUOTA-TRANS-REC
           IF QUOTA-FOUND
               MOVE 'C'                     TO QTRN-TYPE
               ADD 1                        TO WS-PROPOSED-CHANGES
           ELSE
               MOVE 'A'                     TO QTRN-TYPE
               ADD 1                        TO WS-PROPOSED-ADDS
           END-IF
           MOVE WS-SLSP-ID-TBL (WS-SLSP-IDX) TO QTRN-SALESPERSON-ID
           MOVE WS-WORK-YEAR                TO QTRN-YEAR
           MOVE WS-WORK-MONTH               TO QTRN-MONTH
           MOVE WS-QUOTA-WHOLE              TO QTRN-AMOUNT
           WRITE QUOTA-TRANS-REC
           IF WS-PROPOSAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: PROPOSAL-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROPOSAL-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO FC-QUOTA-LINE
           MOVE WS-SLSP-ID-TBL (WS-SLSP-IDX)   TO FC-QTA-SLSP
           MOVE WS-SLSP-NAME-TBL (WS-SLSP-IDX) TO FC-QTA-NAME
           MOVE WS-MONTH-LABEL              TO FC-QTA-MONTH
           MOVE WS-QUOTA-WHOLE              TO FC-QTA-PROPOSED
           IF QUOTA-FOUND
               MOVE WS-QUOTA-AMT-TBL (WS-QUOTA-IDX) TO FC-QTA-CURRENT
               MOVE 'C - CHANGE'            TO FC-QTA-ACTION
           ELSE
               MOVE '          NONE'        TO FC-QTA-CURRENT-X
               MOVE 'A - ADD'               TO FC-QTA-ACTION
           END-IF
           MOVE FC-QUOTA-LINE               TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-FCST-SUB.

       6300-FIND-QUOTA.
           MOVE 'N'                         TO WS-QUOTA-FOUND-SW
           SET WS-QUOTA-IDX                 TO 1
           PERFORM 6350-SEARCH-QUOTA-TABLE
               UNTIL WS-QUOTA-IDX > WS-QUOTA-TABLE-COUNT
                  OR QUOTA-FOUND.

       6350-SEARCH-QUOTA-TABLE.
           IF WS-QUOTA-SPID-TBL (WS-QUOTA-IDX)
                  = WS-SLSP-ID-TBL (WS-SLSP-IDX)
          AND WS-QUOTA-YEAR-TBL (WS-QUOTA-IDX) = WS-WORK-YEAR
          AND WS-QUOTA-MONTH-TBL (WS-QUOTA-IDX) = WS-WORK-MONTH
               MOVE 'Y'                     TO WS-QUOTA-FOUND-SW
           ELSE
               SET WS-QUOTA-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - THE RUN SUMMARY                                 *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'PROPOSED: ' WS-PROPOSED-ADDS ' ADDS, '
                  WS-PROPOSED-CHANGES ' CHANGES.  NOT PROPOSED: '
                  WS-ZERO-SKIPPED ' MONTHS FORECAST AT ZERO, '
                  WS-TERMINATED-SKIPPED ' FOR TERMINATED SALESPEOPLE'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'SLSFCST - SALES FORECAST SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'MONTHS FORECAST:       ' WS-HORIZON
           DISPLAY 'ROLLUP RECORDS READ:   ' WS-ROLLUP-READ
           DISPLAY 'ROLLUP RECORDS USED:   ' WS-ROLLUP-USED
           DISPLAY 'REGION/SALESPERSONS:   ' WS-COMBO-TABLE-COUNT
           DISPLAY 'QUOTA ADDS PROPOSED:   ' WS-PROPOSED-ADDS
           DISPLAY 'QUOTA CHANGES PROPOSED:' WS-PROPOSED-CHANGES
           DISPLAY '============================================='
           MOVE ZERO                        TO RETURN-CODE.

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
           DISPLAY '*** SLSFCST FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
