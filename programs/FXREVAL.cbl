      *****************************************************************
      * PROGRAM NAME: FXREVAL                                         *
      * DESCRIPTION:  MONTH-END FOREIGN-EXCHANGE REVALUATION REPORT   *
      *               VALUES EVERY STILL-OPEN ITEM ON THE OPEN-ITEM   *
      *               LEDGER OWED BY A CUSTOMER BILLED IN A CURRENCY  *
      *               OTHER THAN USD TWICE:                           *
      *                 - BOOKED, AT THE RATE IN FORCE ON THE ITEM    *
      *                   DATE (THE RATE IT WAS BOOKED AT)            *
      *                 - REVALUED, AT THE RATE IN FORCE ON THE       *
      *                   BUSINESS DATE                               *
      *               THE DIFFERENCE IS THE UNREALIZED GAIN (ABOVE    *
      *               ZERO) OR LOSS STANDING ON THE ITEM. EACH ITEM   *
      *               IS LISTED IN LEDGER ORDER, THEN THE FIGURES ARE *
      *               SUMMARIZED BY CURRENCY AND DIVISION, BY         *
      *               DIVISION IN USD, AND IN TOTAL. RATES ARE LOOKED *
      *               UP THE WAY GLEXTRAC LOOKS THEM UP - THE LATEST  *
      *               ROW NOT DATED AFTER THE DATE WANTED - AND A     *
      *               CURRENCY WITH NO SUCH ROW IS VALUED AT 1.000000 *
      *               AND FLAGGED, AS ARPROOF DOES.                   *
      *               NOTHING IS POSTED: THE REALIZED SIDE REACHES    *
      *               THE LEDGER THROUGH CASHAPP AND GLEXTRAC WHEN    *
      *               THE CASH COMES IN. RUNS IN THE NIGHTLY CHAIN ON *
      *               THE LAST BUSINESS NIGHT OF THE MONTH, AND MAY   *
      *               BE RUN ON DEMAND FOR ANY BUSINESS DATE.         *
      *                                                                *
      * INPUTS:       OPEN-ITEM LEDGER      (OPENITEM, INDEXED)       *
      *               CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               EXCHANGE RATE MASTER  (FXRATE - OPTIONAL)       *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      REVALUATION REPORT    (FXREVRPT)                *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                                *
      * RETURN CODES: 0  EVERY ITEM VALUED AT A RATE ON FILE          *
      *               4  AN ITEM HAD NO RATE FOR ITS ITEM DATE OR THE *
      *                  BUSINESS DATE AND WAS VALUED AT 1.000000     *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   FXRATE   - EXCHANGE RATE MASTER RECORD (30 BYTES)           *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    CUSTOMER EXTRACT - ONLY THE CURRENCY AND DIVISION OF EACH
      *    FOREIGN-CURRENCY ACCOUNT ARE KEPT
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

      *    EXCHANGE RATE MASTER - A MISSING FILE VALUES EVERY ITEM AT
      *    1.000000, FLAGGED
           SELECT FX-FILE         ASSIGN TO FXRATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FX-STATUS.

           SELECT REPORT-FILE     ASSIGN TO FXREVRPT
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

      *    BUSINESS DATE CONTROL - DATES THE REPORT AND SELECTS THE
      *    RATE ITEMS ARE REVALUED AT. A MISSING FILE FALLS BACK TO
      *    THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  FX-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY FXRATE.

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
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
           05  WS-CURR-FOUND-SW         PIC X VALUE 'N'.
               88  CURR-FOUND                   VALUE 'Y'.
               88  CURR-SLOT-FOUND              VALUE 'S'.
           05  WS-ITEM-UNPRICED-SW      PIC X VALUE 'N'.
               88  ITEM-UNPRICED                VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE TWO BOOKS, THE SAME WAY GLEXTRAC POSTS THEM (1 = '01' HOME *
      * BOOK, 2 = '02' ACQUIRED BOOK). ANY DIVISION OTHER THAN '02'    *
      * IS CARRIED WITH THE HOME BOOK, AS IT BOOKS THERE.              *
      *---------------------------------------------------------------*
       01  WS-DIVISION-FIELDS.
           05  WS-DIV-CODES             PIC X(4) VALUE '0102'.
           05  WS-DIV-CODE-TBL REDEFINES WS-DIV-CODES
                                        PIC X(2) OCCURS 2 TIMES.
           05  WS-DIV-SUB               PIC 9(1) VALUE ZERO.

       01  WS-DIVISION-TOTALS.
           05  WS-DIV-TOTAL OCCURS 2 TIMES.
               10  WS-DIV-ITEMS         PIC 9(7) VALUE ZERO.
               10  WS-DIV-BOOKED-USD    PIC S9(12)V99 VALUE ZERO.
               10  WS-DIV-REVALUED-USD  PIC S9(12)V99 VALUE ZERO.
               10  WS-DIV-UNREALIZED    PIC S9(12)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-ITEMS             PIC 9(7) VALUE ZERO.
           05  WS-TOT-BOOKED-USD        PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-REVALUED-USD      PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-UNREALIZED        PIC S9(12)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY CUSTOMER ON THE EXTRACT BILLED IN A CURRENCY OTHER THAN  *
      * USD. AN ITEM WHOSE CUSTOMER IS NOT HERE IS A USD ITEM (OR AN   *
      * ORPHAN, WHICH ARPROOF REPORTS) AND IS NOT REVALUED.            *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(6).
               10  WS-CUST-CURR-TBL     PIC X(3).
               10  WS-CUST-DIV-TBL      PIC 9(1).

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CUST-FOUND-SUB        PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * SUMMARY BY CURRENCY, KEPT IN CURRENCY-CODE ORDER AS ENTRIES    *
      * ARE ADDED, WITH ONE SET OF FIGURES PER DIVISION. THE NATIVE    *
      * OPEN AMOUNT ADDS ONLY WITHIN ONE CURRENCY.                     *
      *---------------------------------------------------------------*
       01  WS-CURR-TABLE.
           05  WS-CURR-ENTRY OCCURS 50 TIMES.
               10  WS-CURR-CODE-TBL     PIC X(3).
               10  WS-CURR-DIV-FIGURES OCCURS 2 TIMES.
                   15  WS-CURR-ITEMS-TBL    PIC 9(7).
                   15  WS-CURR-OPEN-TBL     PIC S9(12)V99.
                   15  WS-CURR-BOOKED-TBL   PIC S9(12)V99.
                   15  WS-CURR-REVALUED-TBL PIC S9(12)V99.
                   15  WS-CURR-UNREAL-TBL   PIC S9(12)V99.

       01  WS-CURR-TABLE-FIELDS.
           05  WS-CURR-TABLE-MAX        PIC 9(03) VALUE 50.
           05  WS-CURR-TABLE-COUNT      PIC 9(03) VALUE ZERO.
           05  WS-CURR-SUB              PIC 9(03) VALUE ZERO.
           05  WS-CURR-SHIFT-SUB        PIC 9(03) VALUE ZERO.
           05  WS-CURR-PRINT-SUB        PIC 9(03) VALUE ZERO.

       01  WS-CURR-TOTALS.
           05  WS-CTOT-ITEMS            PIC 9(7) VALUE ZERO.
           05  WS-CTOT-OPEN             PIC S9(12)V99 VALUE ZERO.
           05  WS-CTOT-BOOKED           PIC S9(12)V99 VALUE ZERO.
           05  WS-CTOT-REVALUED         PIC S9(12)V99 VALUE ZERO.
           05  WS-CTOT-UNREAL           PIC S9(12)V99 VALUE ZERO.

       01  WS-FX-FIELDS.
           05  WS-FX-STATUS             PIC XX VALUE SPACES.
           05  WS-FX-EOF-SW             PIC X VALUE 'N'.
               88  FX-EOF                       VALUE 'Y'.
           05  WS-FX-FOUND-SW           PIC X VALUE 'N'.
               88  FX-RATE-FOUND                VALUE 'Y'.
           05  WS-FX-TABLE-MAX          PIC 9(05) VALUE 200.
           05  WS-FX-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-FX-AS-OF-DATE         PIC X(10) VALUE SPACES.
           05  WS-CHOSEN-FX-EFF-DATE    PIC X(10) VALUE SPACES.
           05  WS-LOOKUP-CURRENCY       PIC X(3)  VALUE SPACES.
           05  WS-FX-RATE               PIC 9(3)V9(6) VALUE 1.

       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-FX-IDX.
               10  WS-FX-CURR-TBL       PIC X(3)  VALUE SPACES.
               10  WS-FX-EFF-DATE-TBL   PIC X(10) VALUE SPACES.
               10  WS-FX-RATE-TBL       PIC 9(3)V9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(7) VALUE ZERO.
           05  WS-FOREIGN-CUSTOMERS     PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-READ            PIC 9(8) VALUE ZERO.
           05  WS-ITEMS-REVALUED        PIC 9(8) VALUE ZERO.
           05  WS-ITEMS-UNPRICED        PIC 9(7) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-BOOK-RATE             PIC 9(3)V9(6) VALUE ZERO.
           05  WS-NOW-RATE              PIC 9(3)V9(6) VALUE ZERO.
           05  WS-BOOKED-USD            PIC S9(12)V99 VALUE ZERO.
           05  WS-REVALUED-USD          PIC S9(12)V99 VALUE ZERO.
           05  WS-UNREALIZED            PIC S9(12)V99 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * REVALUATION REPORT LINES                                       *
      *---------------------------------------------------------------*
       01  WS-ITEM-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUST    DV CUR ITEM SEQ ITEM DATE   OPEN'.
           05  FILLER                   PIC X(40) VALUE
               ' (NATIVE)  BOOK RATE     BOOKED USD   RA'.
           05  FILLER                   PIC X(40) VALUE
               'TE NOW   REVALUED USD     UNREALIZED  NO'.
           05  FILLER                   PIC X(02) VALUE
               'TE'.

       01  WS-ITEM-DETAIL.
           05  ITD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ITD-DIVISION             PIC X(2).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-CURRENCY             PIC X(3).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-ITEM-SEQ             PIC 9(8).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-ITEM-DATE            PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-OPEN-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-BOOK-RATE            PIC ZZ9.999999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-BOOKED-USD           PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-NOW-RATE             PIC ZZ9.999999.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-REVALUED-USD         PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  ITD-UNREALIZED           PIC $$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ITD-NOTE                 PIC X(10).

       01  WS-SUMMARY-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUR  DIV     ITEMS      OPEN (NATIVE)   '.
           05  FILLER                   PIC X(40) VALUE
               '      BOOKED USD       REVALUED USD     '.
           05  FILLER                   PIC X(14) VALUE
               'UNREALIZED USD'.

      *    THE OPEN (NATIVE) COLUMN BLANKS ON THE USD-ONLY TOTAL LINES
       01  WS-SUMMARY-DETAIL.
           05  SMD-CURRENCY             PIC X(3).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMD-DIVISION             PIC X(5).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SMD-ITEMS                PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SMD-OPEN-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SMD-BOOKED-USD           PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SMD-REVALUED-USD         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SMD-UNREALIZED           PIC $$,$$$,$$$,$$9.99-.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALUE-ITEMS
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE RATES AND THE FOREIGN-CURRENCY CUSTOMERS  *
      * ARE LOADED BEFORE THE REPORT IS OPENED                         *
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

           PERFORM 1100-LOAD-FX-TABLE
           PERFORM 1200-LOAD-CUSTOMERS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'FOREIGN-EXCHANGE REVALUATION OF OPEN RECEIVABLES '
                  '- UNREALIZED GAIN/LOSS  AS OF BUSINESS DATE '
                  WS-BUSINESS-DATE '  CYCLE ' WS-BUSDATE-CYCLE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOAD THE EXCHANGE RATE MASTER. STATUS 35 LEAVES THE TABLE      *
      * EMPTY AND EVERY ITEM VALUED AT 1.000000, FLAGGED.              *
      *---------------------------------------------------------------*
       1100-LOAD-FX-TABLE.
           OPEN INPUT FX-FILE
           IF WS-FX-STATUS = '00'
               PERFORM 1150-READ-FX-RECORD
               PERFORM 1120-ADD-FX-TO-TABLE UNTIL FX-EOF
               CLOSE FX-FILE
           ELSE
               IF WS-FX-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: FX-FILE         FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-FX-STATUS        TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1120-ADD-FX-TO-TABLE.
           IF WS-FX-TABLE-COUNT < WS-FX-TABLE-MAX
               ADD 1                        TO WS-FX-TABLE-COUNT
               SET WS-FX-IDX                TO WS-FX-TABLE-COUNT
               MOVE FX-CURRENCY     TO WS-FX-CURR-TBL (WS-FX-IDX)
               MOVE FX-EFFECTIVE-DATE
                                    TO WS-FX-EFF-DATE-TBL (WS-FX-IDX)
               MOVE FX-RATE-TO-USD  TO WS-FX-RATE-TBL (WS-FX-IDX)
           END-IF
           PERFORM 1150-READ-FX-RECORD.

       1150-READ-FX-RECORD.
           READ FX-FILE
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
           END-READ
           IF NOT FX-EOF AND WS-FX-STATUS NOT = '00'
               MOVE 'READ FAILED: FX-FILE         FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FX-STATUS            TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE TABLE ENTRY PER CUSTOMER BILLED IN A CURRENCY OTHER THAN   *
      * USD (SPACES ARE USD), WHATEVER ITS STATUS - A MERGED OR        *
      * INACTIVE ACCOUNT CAN STILL OWE OPEN ITEMS                      *
      *---------------------------------------------------------------*
       1200-LOAD-CUSTOMERS.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1250-READ-CUST-RECORD
           PERFORM 1220-LOAD-ONE-CUSTOMER UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1220-LOAD-ONE-CUSTOMER.
           ADD 1                            TO WS-CUSTOMERS-READ
           IF CUST-CURRENCY-CODE OF CUST-IN-REC NOT = 'USD'
          AND CUST-CURRENCY-CODE OF CUST-IN-REC NOT = SPACES
               IF WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX
                   MOVE 'CUSTOMER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CUST-TABLE-COUNT
               ADD 1                        TO WS-FOREIGN-CUSTOMERS
               SET WS-CUST-IDX              TO WS-CUST-TABLE-COUNT
               MOVE CUST-ID OF CUST-IN-REC
                                  TO WS-CUST-ID-TBL (WS-CUST-IDX)
               MOVE CUST-CURRENCY-CODE OF CUST-IN-REC
                                  TO WS-CUST-CURR-TBL (WS-CUST-IDX)
               IF CUST-DIVISION OF CUST-IN-REC = '02'
                   MOVE 2         TO WS-CUST-DIV-TBL (WS-CUST-IDX)
               ELSE
                   MOVE 1         TO WS-CUST-DIV-TBL (WS-CUST-IDX)
               END-IF
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
      * SECTION 1 - EVERY STILL-OPEN FOREIGN-CURRENCY ITEM, IN LEDGER  *
      * ORDER. A MISSING LEDGER (STATUS 35) MEANS NOTHING IS OPEN,     *
      * THE SAME TOLERANCE ARPROOF EXTENDS.                            *
      *---------------------------------------------------------------*
       2000-REVALUE-ITEMS.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'OPEN FOREIGN-CURRENCY ITEMS'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-ITEM-HEADER              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = '35'
               MOVE 'Y'                     TO WS-ITEM-SCAN-EOF-SW
           ELSE
               IF WS-OPENITEM-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: OPENITEM-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OPENITEM-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE ZERO                    TO OI-ITEM-SEQ
               START OPENITEM-FILE KEY NOT < OI-ITEM-SEQ
                   INVALID KEY
                       MOVE 'Y'             TO WS-ITEM-SCAN-EOF-SW
               END-START
               IF NOT ITEM-SCAN-EOF
                   PERFORM 2050-READ-ITEM-NEXT
                   PERFORM 2100-REVALUE-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF

           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-ITEMS-REVALUED = ZERO
               MOVE 'NO OPEN FOREIGN-CURRENCY ITEMS'
                                            TO WS-REPORT-LINE
           ELSE
               MOVE WS-ITEMS-REVALUED       TO WS-COUNT-DISPLAY
               STRING 'OPEN FOREIGN-CURRENCY ITEMS REVALUED: '
                      WS-COUNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

       2050-READ-ITEM-NEXT.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-ITEM-SCAN-EOF-SW
           END-READ
           IF WS-OPENITEM-STATUS NOT = '00'
          AND WS-OPENITEM-STATUS NOT = '10'
               MOVE 'READ ERROR: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * VALUE ONE OPEN ITEM AT ITS BOOKING-DATE RATE AND AT TODAY'S    *
      * RATE, LIST IT, AND ROLL IT INTO ITS CURRENCY AND DIVISION      *
      *---------------------------------------------------------------*
       2100-REVALUE-ONE-ITEM.
           ADD 1                            TO WS-ITEMS-READ
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               MOVE OI-CUST-ID              TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               IF CUST-FOUND
                   PERFORM 2200-VALUE-ONE-ITEM
               END-IF
           END-IF
           PERFORM 2050-READ-ITEM-NEXT.

       2200-VALUE-ONE-ITEM.
           ADD 1                            TO WS-ITEMS-REVALUED
           MOVE 'N'                         TO WS-ITEM-UNPRICED-SW
           MOVE WS-CUST-CURR-TBL (WS-CUST-FOUND-SUB)
                                            TO WS-LOOKUP-CURRENCY
           MOVE WS-CUST-DIV-TBL (WS-CUST-FOUND-SUB) TO WS-DIV-SUB

           MOVE OI-ITEM-DATE                TO WS-FX-AS-OF-DATE
           PERFORM 5200-FIND-FX-RATE
           MOVE WS-FX-RATE                  TO WS-BOOK-RATE
           MOVE WS-BUSINESS-DATE            TO WS-FX-AS-OF-DATE
           PERFORM 5200-FIND-FX-RATE
           MOVE WS-FX-RATE                  TO WS-NOW-RATE
           IF ITEM-UNPRICED
               ADD 1                        TO WS-ITEMS-UNPRICED
           END-IF

           COMPUTE WS-BOOKED-USD ROUNDED =
                   OI-OPEN-AMOUNT * WS-BOOK-RATE
           COMPUTE WS-REVALUED-USD ROUNDED =
                   OI-OPEN-AMOUNT * WS-NOW-RATE
           COMPUTE WS-UNREALIZED = WS-REVALUED-USD - WS-BOOKED-USD

           MOVE OI-CUST-ID                  TO ITD-CUST-ID
           MOVE WS-DIV-CODE-TBL (WS-DIV-SUB) TO ITD-DIVISION
           MOVE WS-LOOKUP-CURRENCY          TO ITD-CURRENCY
           MOVE OI-ITEM-SEQ                 TO ITD-ITEM-SEQ
           MOVE OI-ITEM-DATE                TO ITD-ITEM-DATE
           MOVE OI-OPEN-AMOUNT              TO ITD-OPEN-AMOUNT
           MOVE WS-BOOK-RATE                TO ITD-BOOK-RATE
           MOVE WS-BOOKED-USD               TO ITD-BOOKED-USD
           MOVE WS-NOW-RATE                 TO ITD-NOW-RATE
           MOVE WS-REVALUED-USD             TO ITD-REVALUED-USD
           MOVE WS-UNREALIZED               TO ITD-UNREALIZED
           IF ITEM-UNPRICED
               MOVE '* NO RATE'             TO ITD-NOTE
           ELSE
               MOVE SPACES                  TO ITD-NOTE
           END-IF
           MOVE WS-ITEM-DETAIL              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 5400-FIND-CURRENCY-ENTRY
           ADD 1         TO WS-CURR-ITEMS-TBL (WS-CURR-SUB WS-DIV-SUB)
           ADD OI-OPEN-AMOUNT
                         TO WS-CURR-OPEN-TBL (WS-CURR-SUB WS-DIV-SUB)
           ADD WS-BOOKED-USD
                         TO WS-CURR-BOOKED-TBL (WS-CURR-SUB WS-DIV-SUB)
           ADD WS-REVALUED-USD
                       TO WS-CURR-REVALUED-TBL (WS-CURR-SUB WS-DIV-SUB)
           ADD WS-UNREALIZED
                         TO WS-CURR-UNREAL-TBL (WS-CURR-SUB WS-DIV-SUB)

           ADD 1                    TO WS-DIV-ITEMS (WS-DIV-SUB)
           ADD WS-BOOKED-USD        TO WS-DIV-BOOKED-USD (WS-DIV-SUB)
           ADD WS-REVALUED-USD      TO WS-DIV-REVALUED-USD (WS-DIV-SUB)
           ADD WS-UNREALIZED        TO WS-DIV-UNREALIZED (WS-DIV-SUB).

      *---------------------------------------------------------------*
      * SECTION 2 - BY CURRENCY AND DIVISION, EACH CURRENCY WITH A     *
      * TOTAL LINE, THEN THE DIVISIONS IN USD AND THE GRAND TOTAL      *
      *---------------------------------------------------------------*
       3000-PRINT-SUMMARY.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'UNREALIZED GAIN/LOSS BY CURRENCY AND DIVISION'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SUMMARY-HEADER           TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-CURR-PRINT-SUB
           PERFORM 3100-PRINT-ONE-CURRENCY
               UNTIL WS-CURR-PRINT-SUB > WS-CURR-TABLE-COUNT

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'UNREALIZED GAIN/LOSS BY DIVISION (USD)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SUMMARY-HEADER           TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-DIV-SUB
           PERFORM 3300-PRINT-ONE-DIVISION 2 TIMES

           MOVE SPACES                      TO SMD-CURRENCY
           MOVE 'TOTAL'                     TO SMD-DIVISION
           MOVE WS-TOT-ITEMS                TO SMD-ITEMS
           MOVE ZERO                        TO SMD-OPEN-AMOUNT
           MOVE WS-TOT-BOOKED-USD           TO SMD-BOOKED-USD
           MOVE WS-TOT-REVALUED-USD         TO SMD-REVALUED-USD
           MOVE WS-TOT-UNREALIZED           TO SMD-UNREALIZED
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SUMMARY-DETAIL           TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-ITEMS-UNPRICED > ZERO
               MOVE WS-ITEMS-UNPRICED       TO WS-COUNT-DISPLAY
               STRING '*** ITEMS WITH NO RATE ON FILE FOR THE ITEM '
                      'DATE OR THE BUSINESS DATE (VALUED AT '
                      '1.000000): ' WS-COUNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           STRING 'UNREALIZED = REVALUED AT TODAY''S RATE LESS '
                  'BOOKED AT THE ITEM-DATE RATE; INFORMATIONAL, '
                  'NOTHING IS POSTED'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       3100-PRINT-ONE-CURRENCY.
           INITIALIZE WS-CURR-TOTALS
           MOVE 1                           TO WS-DIV-SUB
           PERFORM 3200-PRINT-CURRENCY-DIVISION 2 TIMES

           MOVE WS-CURR-CODE-TBL (WS-CURR-PRINT-SUB) TO SMD-CURRENCY
           MOVE 'TOTAL'                     TO SMD-DIVISION
           MOVE WS-CTOT-ITEMS               TO SMD-ITEMS
           MOVE WS-CTOT-OPEN                TO SMD-OPEN-AMOUNT
           MOVE WS-CTOT-BOOKED              TO SMD-BOOKED-USD
           MOVE WS-CTOT-REVALUED            TO SMD-REVALUED-USD
           MOVE WS-CTOT-UNREAL              TO SMD-UNREALIZED
           MOVE WS-SUMMARY-DETAIL           TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-CURR-PRINT-SUB.

       3200-PRINT-CURRENCY-DIVISION.
           IF WS-CURR-ITEMS-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB) > ZERO
               MOVE WS-CURR-CODE-TBL (WS-CURR-PRINT-SUB)
                                            TO SMD-CURRENCY
               MOVE WS-DIV-CODE-TBL (WS-DIV-SUB) TO SMD-DIVISION
               MOVE WS-CURR-ITEMS-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO SMD-ITEMS
               MOVE WS-CURR-OPEN-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO SMD-OPEN-AMOUNT
               MOVE WS-CURR-BOOKED-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO SMD-BOOKED-USD
               MOVE WS-CURR-REVALUED-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO SMD-REVALUED-USD
               MOVE WS-CURR-UNREAL-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO SMD-UNREALIZED
               MOVE WS-SUMMARY-DETAIL       TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               ADD WS-CURR-ITEMS-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO WS-CTOT-ITEMS
               ADD WS-CURR-OPEN-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO WS-CTOT-OPEN
               ADD WS-CURR-BOOKED-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO WS-CTOT-BOOKED
               ADD WS-CURR-REVALUED-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO WS-CTOT-REVALUED
               ADD WS-CURR-UNREAL-TBL (WS-CURR-PRINT-SUB WS-DIV-SUB)
                                            TO WS-CTOT-UNREAL
           END-IF
           ADD 1                            TO WS-DIV-SUB.

       3300-PRINT-ONE-DIVISION.
           ADD WS-DIV-ITEMS (WS-DIV-SUB)        TO WS-TOT-ITEMS
           ADD WS-DIV-BOOKED-USD (WS-DIV-SUB)   TO WS-TOT-BOOKED-USD
           ADD WS-DIV-REVALUED-USD (WS-DIV-SUB) TO WS-TOT-REVALUED-USD
           ADD WS-DIV-UNREALIZED (WS-DIV-SUB)   TO WS-TOT-UNREALIZED

           MOVE SPACES                          TO SMD-CURRENCY
           MOVE WS-DIV-CODE-TBL (WS-DIV-SUB)    TO SMD-DIVISION
           MOVE WS-DIV-ITEMS (WS-DIV-SUB)       TO SMD-ITEMS
           MOVE ZERO                            TO SMD-OPEN-AMOUNT
           MOVE WS-DIV-BOOKED-USD (WS-DIV-SUB)  TO SMD-BOOKED-USD
           MOVE WS-DIV-REVALUED-USD (WS-DIV-SUB) TO SMD-REVALUED-USD
           MOVE WS-DIV-UNREALIZED (WS-DIV-SUB)  TO SMD-UNREALIZED
           MOVE WS-SUMMARY-DETAIL               TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                                TO WS-DIV-SUB.

      *---------------------------------------------------------------*
      * LOOK A CUSTOMER UP IN THE TABLE - THE LAST ONE FOUND IS TRIED  *
      * FIRST, SINCE ONE CUSTOMER'S ITEMS TEND TO FOLLOW ONE ANOTHER   *
      *---------------------------------------------------------------*
       5000-FIND-CUSTOMER.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF WS-CUST-FOUND-SUB > ZERO
               IF WS-CUST-ID-TBL (WS-CUST-FOUND-SUB)
                      = WS-SEARCH-CUST-ID
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF
           IF NOT CUST-FOUND
               SET WS-CUST-IDX              TO 1
               PERFORM 5010-COMPARE-ONE-CUSTOMER
                   UNTIL CUST-FOUND
                      OR WS-CUST-IDX > WS-CUST-TABLE-COUNT
           END-IF.

       5010-COMPARE-ONE-CUSTOMER.
           IF WS-CUST-ID-TBL (WS-CUST-IDX) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-CUST-FOUND-SW
               SET WS-CUST-FOUND-SUB        TO WS-CUST-IDX
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * THE RATE IN FORCE ON WS-FX-AS-OF-DATE FOR WS-LOOKUP-CURRENCY - *
      * THE LATEST ROW NOT DATED AFTER IT. A CURRENCY WITH NO SUCH ROW *
      * VALUES AT 1.000000 AND MARKS THE ITEM UNPRICED.                *
      *---------------------------------------------------------------*
       5200-FIND-FX-RATE.
           MOVE 1                           TO WS-FX-RATE
           MOVE 'N'                         TO WS-FX-FOUND-SW
           MOVE SPACES                      TO WS-CHOSEN-FX-EFF-DATE
           SET WS-FX-IDX                    TO 1
           PERFORM 5210-CHECK-ONE-FX-ROW
               UNTIL WS-FX-IDX > WS-FX-TABLE-COUNT
           IF NOT FX-RATE-FOUND
               MOVE 'Y'                     TO WS-ITEM-UNPRICED-SW
           END-IF.

       5210-CHECK-ONE-FX-ROW.
           IF WS-FX-CURR-TBL (WS-FX-IDX) = WS-LOOKUP-CURRENCY
          AND WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                  NOT > WS-FX-AS-OF-DATE
          AND WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                  > WS-CHOSEN-FX-EFF-DATE
               MOVE 'Y'                     TO WS-FX-FOUND-SW
               MOVE WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                                            TO WS-CHOSEN-FX-EFF-DATE
               MOVE WS-FX-RATE-TBL (WS-FX-IDX)
                                            TO WS-FX-RATE
           END-IF
           SET WS-FX-IDX UP BY 1.

      *---------------------------------------------------------------*
      * FIND WS-LOOKUP-CURRENCY IN THE SUMMARY TABLE, LEAVING          *
      * WS-CURR-SUB ON IT. A NEW CURRENCY IS SLOTTED IN AT ITS PLACE   *
      * IN CODE ORDER, THE ENTRIES ABOVE IT MOVED UP ONE.              *
      *---------------------------------------------------------------*
       5400-FIND-CURRENCY-ENTRY.
           MOVE 'N'                         TO WS-CURR-FOUND-SW
           MOVE 1                           TO WS-CURR-SUB
           PERFORM 5410-COMPARE-ONE-CURRENCY
               UNTIL CURR-FOUND
                  OR CURR-SLOT-FOUND
                  OR WS-CURR-SUB > WS-CURR-TABLE-COUNT
           IF NOT CURR-FOUND
               IF WS-CURR-TABLE-COUNT >= WS-CURR-TABLE-MAX
                   MOVE 'CURRENCY TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CURR-TABLE-COUNT
               MOVE WS-CURR-TABLE-COUNT     TO WS-CURR-SHIFT-SUB
               PERFORM 5420-SHIFT-ONE-CURRENCY
                   UNTIL WS-CURR-SHIFT-SUB NOT > WS-CURR-SUB
               INITIALIZE WS-CURR-ENTRY (WS-CURR-SUB)
               MOVE WS-LOOKUP-CURRENCY TO WS-CURR-CODE-TBL (WS-CURR-SUB)
           END-IF.

      *    STOPS ON THE CURRENCY, OR ON THE FIRST ONE THAT SORTS AFTER
      *    IT - WHERE A NEW ENTRY BELONGS
       5410-COMPARE-ONE-CURRENCY.
           IF WS-CURR-CODE-TBL (WS-CURR-SUB) = WS-LOOKUP-CURRENCY
               MOVE 'Y'                     TO WS-CURR-FOUND-SW
           ELSE
               IF WS-CURR-CODE-TBL (WS-CURR-SUB) > WS-LOOKUP-CURRENCY
                   MOVE 'S'                 TO WS-CURR-FOUND-SW
               ELSE
                   ADD 1                    TO WS-CURR-SUB
               END-IF
           END-IF.

       5420-SHIFT-ONE-CURRENCY.
           MOVE WS-CURR-ENTRY (WS-CURR-SHIFT-SUB - 1)
                                TO WS-CURR-ENTRY (WS-CURR-SHIFT-SUB)
           SUBTRACT 1                       FROM WS-CURR-SHIFT-SUB.

       8000-FINALIZE.
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'FXREVAL - FX REVALUATION SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CUSTOMERS ON EXTRACT:   ' WS-CUSTOMERS-READ
           DISPLAY 'FOREIGN-CURRENCY ACCTS: ' WS-FOREIGN-CUSTOMERS
           DISPLAY 'LEDGER ITEMS READ:      ' WS-ITEMS-READ
           DISPLAY 'ITEMS REVALUED:         ' WS-ITEMS-REVALUED
           MOVE WS-TOT-UNREALIZED           TO WS-AMT-DISPLAY
           DISPLAY 'UNREALIZED (USD):       ' WS-AMT-DISPLAY
           IF WS-ITEMS-UNPRICED > ZERO
               DISPLAY 'ITEMS WITH NO RATE:     ' WS-ITEMS-UNPRICED
           END-IF
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-ITEMS-UNPRICED > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

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
               DISPLAY 'FXREVAL: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'FXREVAL' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               COMPUTE RL-RECORDS-IN =
                       WS-CUSTOMERS-READ + WS-ITEMS-READ
               MOVE WS-ITEMS-REVALUED TO RL-RECORDS-OUT
               MOVE WS-ITEMS-UNPRICED TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'FXREVAL: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE REVALUATION REPORT                       *
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
           DISPLAY '*** FXREVAL FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
