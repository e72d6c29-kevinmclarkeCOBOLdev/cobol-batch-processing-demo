      *****************************************************************
      * PROGRAM NAME: ARPROOF                                         *
      * DESCRIPTION:  A/R SUBLEDGER PROOF                             *
      *               RUNS AFTER GLEXTRAC AT THE END OF THE NIGHTLY   *
      *               CHAIN AND PROVES THE THREE PLACES RECEIVABLES   *
      *               ARE CARRIED AGAINST ONE ANOTHER:                *
      *                 - EVERY CUSTOMER'S STILL-OPEN ITEMS ON THE    *
      *                   OPEN-ITEM LEDGER ARE TOTALLED AND COMPARED  *
      *                   TO THEIR CUST-BALANCE ON THE EXTRACT. EACH  *
      *                   CUSTOMER OUT OF BALANCE IS LISTED WITH THE  *
      *                   DIFFERENCE, AS IS ANY OPEN ITEM WHOSE       *
      *                   CUSTOMER IS NO LONGER ON THE MASTER.        *
      *                 - THE GRAND TOTALS, CONVERTED TO USD AT THE   *
      *                   RATE IN FORCE ON THE BUSINESS DATE THE SAME *
      *                   WAY GLEXTRAC CONVERTS, ARE PROVED BY        *
      *                   DIVISION AGAINST THE CUMULATIVE ACCOUNTS    *
      *                   RECEIVABLE POSTINGS GLEXTRAC HAS RELEASED.  *
      *               THE JOURNAL INTERFACE IS REWRITTEN EVERY NIGHT, *
      *               SO TONIGHT'S RECEIVABLES LINES ARE CARRIED INTO *
      *               THE GL RECEIVABLES CONTROL HISTORY (GLARCTL)    *
      *               HERE, ONCE PER BUSINESS DATE AND CYCLE. THE     *
      *               FIRST RUN OPENS THE CONTROL AT THE SUBLEDGER    *
      *               BALANCE STANDING BEFORE TONIGHT'S JOURNAL.      *
      *               A NON-USD ACCOUNT IS PROVED AT TODAY'S RATE     *
      *               WHILE THE GL CARRIES IT AT THE RATES IT WAS     *
      *               POSTED AT, SO A DIVISION WITH NON-USD ACCOUNTS  *
      *               CAN SHOW A REVALUATION DIFFERENCE - THE COUNT   *
      *               OF SUCH ACCOUNTS PRINTS WITH THE PROOF.         *
      *                                                                *
      * INPUTS:       OPEN-ITEM LEDGER      (OPENITEM, INDEXED)       *
      *               CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               GL JOURNAL INTERFACE  (GLJRNL - TONIGHT'S)      *
      *               GL A/R CONTROL        (GLARCTL - ABSENT ON THE  *
      *                                      FIRST RUN)               *
      *               EXCHANGE RATE MASTER  (FXRATE - OPTIONAL)       *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      SUBLEDGER PROOF       (ARPRFRPT)                *
      *               GL A/R CONTROL        (GLARCTL, EXTENDED)       *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                                *
      * RETURN CODES: 0  SUBLEDGER, BALANCES, AND GL ALL AGREE        *
      *               4  A CUSTOMER OR A DIVISION IS OUT OF BALANCE,  *
      *                  OR TONIGHT'S JOURNAL WAS MISSING OR DATED    *
      *                  FOR ANOTHER BUSINESS DATE                    *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   GLARCTL  - GL RECEIVABLES CONTROL HISTORY (80 BYTES)        *
      *   FXRATE   - EXCHANGE RATE MASTER RECORD (30 BYTES)           *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROOF.
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

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

      *    TONIGHT'S JOURNAL INTERFACE AS GLEXTRAC RELEASED IT - ONLY
      *    THE ACCOUNTS RECEIVABLE LINES ARE TAKEN
           SELECT JOURNAL-FILE    ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-JOURNAL-STATUS.

      *    GL RECEIVABLES CONTROL - READ IN FULL AT STARTUP, THEN
      *    EXTENDED WITH TONIGHT'S RECEIVABLES POSTINGS
           SELECT CONTROL-FILE    ASSIGN TO GLARCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.

      *    EXCHANGE RATE MASTER - A MISSING FILE CONVERTS AT 1.000000,
      *    THE SAME TOLERANCE GLEXTRAC EXTENDS
           SELECT FX-FILE         ASSIGN TO FXRATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FX-STATUS.

           SELECT REPORT-FILE     ASSIGN TO ARPRFRPT
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

      *    BUSINESS DATE CONTROL - DATES THE PROOF, SELECTS THE RATE
      *    IN FORCE, AND NAMES THE CONTROL POSTING. A MISSING FILE
      *    FALLS BACK TO THE SYSTEM CLOCK.
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

      *---------------------------------------------------------------*
      * JOURNAL INTERFACE RECORD - GLEXTRAC'S LAYOUT, ONE PER LINE     *
      *---------------------------------------------------------------*
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-RECORD.
           05  GLJ-RUN-DATE             PIC X(10).
           05  GLJ-ACCOUNT              PIC X(20).
           05  GLJ-DEBIT                PIC 9(11)V99.
           05  GLJ-CREDIT               PIC 9(11)V99.
           05  GLJ-SOURCE               PIC X(8).
           05  GLJ-DIVISION             PIC X(2).
           05  GLJ-REFERENCE            PIC X(10).
           05  FILLER                   PIC X(4).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY GLARCTL.

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
           05  WS-JOURNAL-STATUS        PIC XX VALUE SPACES.
           05  WS-CONTROL-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-JOURNAL-EOF-SW        PIC X VALUE 'N'.
               88  JOURNAL-EOF                  VALUE 'Y'.
           05  WS-CONTROL-EOF-SW        PIC X VALUE 'N'.
               88  CONTROL-EOF                  VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
      *    TONIGHT'S JOURNAL - 'C' CURRENT (DATED TONIGHT), 'M' NOT
      *    FOUND, 'S' STALE (A LINE DATED FOR ANOTHER BUSINESS DATE)
           05  WS-JOURNAL-STATE-SW      PIC X VALUE 'C'.
               88  JOURNAL-CURRENT              VALUE 'C'.
               88  JOURNAL-MISSING              VALUE 'M'.
               88  JOURNAL-STALE                VALUE 'S'.
           05  WS-CONTROL-NEW-SW        PIC X VALUE 'N'.
               88  CONTROL-NEW                  VALUE 'Y'.
           05  WS-ALREADY-POSTED-SW     PIC X VALUE 'N'.
               88  ALREADY-POSTED               VALUE 'Y'.
           05  WS-JOURNAL-POSTED-SW     PIC X VALUE 'N'.
               88  JOURNAL-POSTED               VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE TWO BOOKS, THE SAME WAY GLEXTRAC POSTS THEM (1 = '01' HOME *
      * BOOK, 2 = '02' ACQUIRED BOOK). ANY DIVISION OTHER THAN '02'    *
      * PROVES WITH THE HOME BOOK, AS IT BOOKS THERE.                  *
      *---------------------------------------------------------------*
       01  WS-DIVISION-FIELDS.
           05  WS-DIV-CODES             PIC X(4) VALUE '0102'.
           05  WS-DIV-CODE-TBL REDEFINES WS-DIV-CODES
                                        PIC X(2) OCCURS 2 TIMES.
           05  WS-DIV-SUB               PIC 9(1) VALUE ZERO.
           05  WS-WORK-DIVISION         PIC X(2) VALUE SPACES.

       01  WS-DIVISION-TOTALS.
           05  WS-DIV-TOTAL OCCURS 2 TIMES.
               10  WS-DIV-OPEN-USD      PIC S9(12)V99 VALUE ZERO.
               10  WS-DIV-BAL-USD       PIC S9(12)V99 VALUE ZERO.
               10  WS-DIV-GL-CONTROL    PIC S9(12)V99 VALUE ZERO.
               10  WS-DIV-JRNL-DEBIT    PIC 9(12)V99 VALUE ZERO.
               10  WS-DIV-JRNL-CREDIT   PIC 9(12)V99 VALUE ZERO.
               10  WS-DIV-JRNL-LINES    PIC 9(5) VALUE ZERO.
               10  WS-DIV-NON-USD       PIC 9(7) VALUE ZERO.
               10  WS-DIV-BAL-DIFF      PIC S9(12)V99 VALUE ZERO.
               10  WS-DIV-OPEN-DIFF     PIC S9(12)V99 VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-OPEN-USD          PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-BAL-USD           PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-GL-CONTROL        PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-BAL-DIFF          PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-OPEN-DIFF         PIC S9(12)V99 VALUE ZERO.
           05  WS-TOT-NON-USD           PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY CUSTOMER ON THE EXTRACT, PLUS ONE ENTRY FOR EACH         *
      * CUSTOMER THAT HAS OPEN ITEMS BUT IS NO LONGER ON THE MASTER,   *
      * WITH ITS OPEN ITEMS TOTALLED IN THE CUSTOMER'S OWN CURRENCY    *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(6).
               10  WS-CUST-NAME-TBL     PIC X(30).
               10  WS-CUST-CURR-TBL     PIC X(3).
               10  WS-CUST-DIV-TBL      PIC 9(1).
               10  WS-CUST-RATE-TBL     PIC 9(3)V9(6).
               10  WS-CUST-BAL-TBL      PIC S9(8)V99.
               10  WS-CUST-OPEN-TBL     PIC 9(9)V99.
               10  WS-CUST-ITEMS-TBL    PIC 9(5).
               10  WS-CUST-MASTER-TBL   PIC X(1).
                   88  CUST-ON-MASTER           VALUE 'Y'.

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CUST-FOUND-SUB        PIC 9(05) VALUE ZERO.
           05  WS-CUST-SUB              PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

       01  WS-FX-FIELDS.
           05  WS-FX-STATUS             PIC XX VALUE SPACES.
           05  WS-FX-EOF-SW             PIC X VALUE 'N'.
               88  FX-EOF                       VALUE 'Y'.
           05  WS-FX-FOUND-SW           PIC X VALUE 'N'.
               88  FX-RATE-FOUND                VALUE 'Y'.
           05  WS-FX-TABLE-MAX          PIC 9(05) VALUE 200.
           05  WS-FX-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-FX-UNPRICED-COUNT     PIC 9(07) VALUE ZERO.
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
           05  WS-ITEMS-READ            PIC 9(8) VALUE ZERO.
           05  WS-ITEMS-OPEN            PIC 9(8) VALUE ZERO.
           05  WS-ORPHAN-CUSTOMERS      PIC 9(7) VALUE ZERO.
           05  WS-JOURNAL-READ          PIC 9(7) VALUE ZERO.
           05  WS-JOURNAL-AR-LINES      PIC 9(7) VALUE ZERO.
           05  WS-CONTROL-READ          PIC 9(7) VALUE ZERO.
           05  WS-CONTROL-WRITTEN       PIC 9(5) VALUE ZERO.
           05  WS-CUST-OUT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-DIV-OUT-COUNT         PIC 9(1) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-STALE-JOURNAL-DATE    PIC X(10) VALUE SPACES.
           05  WS-CUST-DIFF             PIC S9(9)V99 VALUE ZERO.
           05  WS-CUST-DIFF-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  WS-USD-AMOUNT            PIC S9(12)V99 VALUE ZERO.
           05  WS-JRNL-NET              PIC S9(12)V99 VALUE ZERO.
           05  WS-OPENING-AMOUNT        PIC S9(12)V99 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * PROOF REPORT LINES                                             *
      *---------------------------------------------------------------*
       01  WS-CUST-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUST    NAME                            '.
           05  FILLER                   PIC X(40) VALUE
               'DV CUR  ITEMS      OPEN ITEMS    CUST-BA'.
           05  FILLER                   PIC X(40) VALUE
               'LANCE     DIFFERENCE  NOTE              '.

       01  WS-CUST-DETAIL.
           05  CPD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CPD-CUST-NAME            PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CPD-DIVISION             PIC X(2).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CPD-CURRENCY             PIC X(3).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CPD-ITEMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CPD-OPEN-AMOUNT          PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CPD-BALANCE              PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  CPD-DIFFERENCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CPD-NOTE                 PIC X(24).

       01  WS-DIV-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'DIV      OPEN ITEMS USD   CUST-BALANCE U'.
           05  FILLER                   PIC X(40) VALUE
               'SD     GL CONTROL USD     BALANCE VS GL '.
           05  FILLER                   PIC X(40) VALUE
               '      ITEMS VS GL  NON-USD ACCTS        '.

       01  WS-DIV-DETAIL.
           05  DVD-DIVISION             PIC X(5).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DVD-OPEN-USD             PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DVD-BAL-USD              PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DVD-GL-CONTROL           PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DVD-BAL-DIFF             PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DVD-OPEN-DIFF            PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DVD-NON-USD              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DVD-STATUS               PIC X(14).

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROVE-CUSTOMERS
           PERFORM 3000-POST-CONTROL
           PERFORM 4000-PROVE-DIVISIONS
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE RATES, THE CUSTOMERS, THE OPEN ITEMS,     *
      * TONIGHT'S JOURNAL, AND THE CONTROL HISTORY ARE ALL LOADED      *
      * BEFORE ANY OUTPUT IS OPENED                                    *
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
           PERFORM 1300-LOAD-OPEN-ITEMS
           PERFORM 1400-LOAD-JOURNAL
           PERFORM 1500-LOAD-CONTROL

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'A/R SUBLEDGER PROOF - OPEN ITEMS VS CUST-BALANCE '
                  'VS GL RECEIVABLES CONTROL  BUSINESS DATE '
                  WS-BUSINESS-DATE '  CYCLE ' WS-BUSDATE-CYCLE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOAD THE EXCHANGE RATE MASTER. STATUS 35 LEAVES THE TABLE      *
      * EMPTY AND EVERYTHING CONVERTS AT 1.000000.                     *
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
      * ONE TABLE ENTRY PER CUSTOMER ON THE EXTRACT, WHATEVER ITS      *
      * STATUS - A MERGED OR INACTIVE ACCOUNT STILL CARRYING A BALANCE *
      * OR AN OPEN ITEM IS EXACTLY WHAT THE PROOF IS FOR               *
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
           PERFORM 5100-ADD-CUSTOMER-ENTRY
           MOVE CUST-ID OF CUST-IN-REC
                                  TO WS-CUST-ID-TBL (WS-CUST-IDX)
           MOVE CUST-NAME OF CUST-IN-REC
                                  TO WS-CUST-NAME-TBL (WS-CUST-IDX)
           MOVE CUST-BALANCE OF CUST-IN-REC
                                  TO WS-CUST-BAL-TBL (WS-CUST-IDX)
           MOVE 'Y'               TO WS-CUST-MASTER-TBL (WS-CUST-IDX)
           IF CUST-DIVISION OF CUST-IN-REC = '02'
               MOVE 2             TO WS-CUST-DIV-TBL (WS-CUST-IDX)
           END-IF

           MOVE CUST-CURRENCY-CODE OF CUST-IN-REC
                                            TO WS-LOOKUP-CURRENCY
           IF WS-LOOKUP-CURRENCY = SPACES
               MOVE 'USD'                   TO WS-LOOKUP-CURRENCY
           END-IF
           MOVE WS-LOOKUP-CURRENCY TO WS-CUST-CURR-TBL (WS-CUST-IDX)
           PERFORM 5200-FIND-FX-RATE
           MOVE WS-FX-RATE        TO WS-CUST-RATE-TBL (WS-CUST-IDX)
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
      * TOTAL EVERY STILL-OPEN ITEM AGAINST ITS CUSTOMER. AN ITEM      *
      * WHOSE CUSTOMER IS NOT ON THE EXTRACT GETS AN ENTRY OF ITS OWN  *
      * SO IT SHOWS ON THE PROOF. A MISSING LEDGER (STATUS 35) LEAVES  *
      * EVERY CUSTOMER WITH NO OPEN ITEMS, THE SAME TOLERANCE ARAGING  *
      * EXTENDS.                                                       *
      *---------------------------------------------------------------*
       1300-LOAD-OPEN-ITEMS.
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
                   PERFORM 1350-READ-ITEM-NEXT
                   PERFORM 1320-ADD-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF.

       1320-ADD-ONE-ITEM.
           ADD 1                            TO WS-ITEMS-READ
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               ADD 1                        TO WS-ITEMS-OPEN
               MOVE OI-CUST-ID              TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               IF NOT CUST-FOUND
                   PERFORM 5100-ADD-CUSTOMER-ENTRY
                   MOVE OI-CUST-ID  TO WS-CUST-ID-TBL (WS-CUST-IDX)
                   MOVE '*** NOT ON CUSTOMER MASTER'
                                    TO WS-CUST-NAME-TBL (WS-CUST-IDX)
                   MOVE 'USD'       TO WS-CUST-CURR-TBL (WS-CUST-IDX)
                   MOVE 'N'         TO WS-CUST-MASTER-TBL (WS-CUST-IDX)
                   SET WS-CUST-FOUND-SUB    TO WS-CUST-IDX
                   ADD 1                    TO WS-ORPHAN-CUSTOMERS
               END-IF
               ADD OI-OPEN-AMOUNT
                          TO WS-CUST-OPEN-TBL (WS-CUST-FOUND-SUB)
               ADD 1      TO WS-CUST-ITEMS-TBL (WS-CUST-FOUND-SUB)
           END-IF
           PERFORM 1350-READ-ITEM-NEXT.

       1350-READ-ITEM-NEXT.
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
      * TONIGHT'S ACCOUNTS RECEIVABLE LINES BY DIVISION. NO FILE       *
      * (STATUS 35) MEANS GLEXTRAC RELEASED NOTHING; A LINE DATED FOR  *
      * ANOTHER BUSINESS DATE MEANS THE FILE IS LEFT OVER FROM AN      *
      * EARLIER NIGHT. EITHER WAY NOTHING IS CARRIED TO THE CONTROL.   *
      *---------------------------------------------------------------*
       1400-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               PERFORM 1450-READ-JOURNAL
               PERFORM 1420-TAKE-ONE-JOURNAL-LINE UNTIL JOURNAL-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JOURNAL-STATUS = '35'
                   MOVE 'M'                 TO WS-JOURNAL-STATE-SW
               ELSE
                   MOVE 'OPEN FAILED: JOURNAL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-JOURNAL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1420-TAKE-ONE-JOURNAL-LINE.
           IF GLJ-RUN-DATE NOT = WS-BUSINESS-DATE
               MOVE 'S'                     TO WS-JOURNAL-STATE-SW
               MOVE GLJ-RUN-DATE            TO WS-STALE-JOURNAL-DATE
           END-IF
           IF GLJ-ACCOUNT = 'ACCOUNTS RECEIVABLE'
               ADD 1                        TO WS-JOURNAL-AR-LINES
               MOVE GLJ-DIVISION            TO WS-WORK-DIVISION
               PERFORM 5300-MAP-DIVISION
               ADD GLJ-DEBIT        TO WS-DIV-JRNL-DEBIT (WS-DIV-SUB)
               ADD GLJ-CREDIT       TO WS-DIV-JRNL-CREDIT (WS-DIV-SUB)
               ADD 1                TO WS-DIV-JRNL-LINES (WS-DIV-SUB)
           END-IF
           PERFORM 1450-READ-JOURNAL.

       1450-READ-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-JOURNAL-EOF-SW
               NOT AT END
                   ADD 1    TO WS-JOURNAL-READ
           END-READ
           IF NOT JOURNAL-EOF AND WS-JOURNAL-STATUS NOT = '00'
               MOVE 'READ FAILED: JOURNAL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-JOURNAL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE CONTROL HISTORY SUMS TO THE GL RECEIVABLES BALANCE BY      *
      * DIVISION. A POSTING FOR TONIGHT'S DATE AND CYCLE MEANS THIS IS *
      * A RERUN AND TONIGHT'S JOURNAL IS ALREADY IN THAT BALANCE -     *
      * UNLESS NIGHTBKO HAS SINCE REVERSED IT ('V') FOR A BACKED-OUT   *
      * NIGHT. NO FILE (STATUS 35) IS THE FIRST RUN.                   *
      *---------------------------------------------------------------*
       1500-LOAD-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM 1550-READ-CONTROL
               PERFORM 1520-TAKE-ONE-CONTROL UNTIL CONTROL-EOF
               CLOSE CONTROL-FILE
           ELSE
               IF WS-CONTROL-STATUS = '35'
                   MOVE 'Y'                 TO WS-CONTROL-NEW-SW
               ELSE
                   MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CONTROL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1520-TAKE-ONE-CONTROL.
           MOVE GLA-DIVISION                TO WS-WORK-DIVISION
           PERFORM 5300-MAP-DIVISION
           COMPUTE WS-DIV-GL-CONTROL (WS-DIV-SUB) =
                   WS-DIV-GL-CONTROL (WS-DIV-SUB)
                 + GLA-DEBIT - GLA-CREDIT
           IF GLA-RUN-DATE = WS-BUSINESS-DATE
          AND GLA-CYCLE-NO = WS-BUSDATE-CYCLE
               IF GLA-JOURNAL-POSTING
                   MOVE 'Y'                 TO WS-ALREADY-POSTED-SW
               END-IF
               IF GLA-JOURNAL-VOIDED
                   MOVE 'N'                 TO WS-ALREADY-POSTED-SW
               END-IF
           END-IF
           PERFORM 1550-READ-CONTROL.

       1550-READ-CONTROL.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SW
               NOT AT END
                   ADD 1    TO WS-CONTROL-READ
           END-READ
           IF NOT CONTROL-EOF AND WS-CONTROL-STATUS NOT = '00'
               MOVE 'READ FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * SECTION 1 - EVERY CUSTOMER WHOSE OPEN ITEMS DO NOT ADD UP TO   *
      * THEIR CUST-BALANCE, IN EXTRACT ORDER WITH THE ORPHANS LAST.    *
      * EVERY CUSTOMER'S FIGURES ARE ALSO CONVERTED TO USD AND ROLLED  *
      * INTO ITS DIVISION FOR THE CONTROL PROOF.                       *
      *---------------------------------------------------------------*
       2000-PROVE-CUSTOMERS.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'CUSTOMERS OUT OF BALANCE - OPEN ITEMS VS CUST-BALANCE'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CUST-HEADER              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-CUST-SUB
           PERFORM 2100-PROVE-ONE-CUSTOMER
               UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT

           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-CUST-OUT-COUNT = ZERO
               MOVE 'ALL CUSTOMERS IN BALANCE'
                                            TO WS-REPORT-LINE
           ELSE
               MOVE WS-CUST-OUT-COUNT       TO WS-COUNT-DISPLAY
               MOVE WS-CUST-DIFF-TOTAL      TO WS-AMT-DISPLAY
               STRING 'CUSTOMERS OUT OF BALANCE: ' WS-COUNT-DISPLAY
                      '   NET DIFFERENCE (NATIVE CURRENCY): '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

       2100-PROVE-ONE-CUSTOMER.
           COMPUTE WS-CUST-DIFF =
                   WS-CUST-BAL-TBL (WS-CUST-SUB)
                 - WS-CUST-OPEN-TBL (WS-CUST-SUB)
           IF WS-CUST-DIFF NOT = ZERO
               ADD 1                        TO WS-CUST-OUT-COUNT
               ADD WS-CUST-DIFF             TO WS-CUST-DIFF-TOTAL
               PERFORM 2200-LIST-ONE-CUSTOMER
           END-IF

           MOVE WS-CUST-DIV-TBL (WS-CUST-SUB) TO WS-DIV-SUB
           COMPUTE WS-USD-AMOUNT ROUNDED =
                   WS-CUST-BAL-TBL (WS-CUST-SUB)
                 * WS-CUST-RATE-TBL (WS-CUST-SUB)
           ADD WS-USD-AMOUNT         TO WS-DIV-BAL-USD (WS-DIV-SUB)
           COMPUTE WS-USD-AMOUNT ROUNDED =
                   WS-CUST-OPEN-TBL (WS-CUST-SUB)
                 * WS-CUST-RATE-TBL (WS-CUST-SUB)
           ADD WS-USD-AMOUNT         TO WS-DIV-OPEN-USD (WS-DIV-SUB)
           IF WS-CUST-CURR-TBL (WS-CUST-SUB) NOT = 'USD'
               ADD 1                 TO WS-DIV-NON-USD (WS-DIV-SUB)
           END-IF
           ADD 1                            TO WS-CUST-SUB.

       2200-LIST-ONE-CUSTOMER.
           MOVE WS-CUST-ID-TBL (WS-CUST-SUB)   TO CPD-CUST-ID
           MOVE WS-CUST-NAME-TBL (WS-CUST-SUB) TO CPD-CUST-NAME
           MOVE WS-DIV-CODE-TBL (WS-CUST-DIV-TBL (WS-CUST-SUB))
                                               TO CPD-DIVISION
           MOVE WS-CUST-CURR-TBL (WS-CUST-SUB) TO CPD-CURRENCY
           MOVE WS-CUST-ITEMS-TBL (WS-CUST-SUB) TO CPD-ITEMS
           MOVE WS-CUST-OPEN-TBL (WS-CUST-SUB) TO CPD-OPEN-AMOUNT
           MOVE WS-CUST-BAL-TBL (WS-CUST-SUB)  TO CPD-BALANCE
           MOVE WS-CUST-DIFF                   TO CPD-DIFFERENCE
           EVALUATE TRUE
               WHEN NOT CUST-ON-MASTER (WS-CUST-SUB)
                   MOVE 'ITEMS WITH NO CUSTOMER'  TO CPD-NOTE
               WHEN WS-CUST-ITEMS-TBL (WS-CUST-SUB) = ZERO
                   MOVE 'BALANCE WITH NO ITEMS'   TO CPD-NOTE
               WHEN WS-CUST-DIFF > ZERO
                   MOVE 'BALANCE ABOVE ITEMS'     TO CPD-NOTE
               WHEN OTHER
                   MOVE 'BALANCE BELOW ITEMS'     TO CPD-NOTE
           END-EVALUATE
           MOVE WS-CUST-DETAIL                 TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * CARRY TONIGHT'S RECEIVABLES LINES INTO THE CONTROL - ONCE PER  *
      * BUSINESS DATE AND CYCLE, AND ONLY FROM A JOURNAL DATED         *
      * TONIGHT. ON THE FIRST RUN THE CONTROL IS OPENED PER DIVISION   *
      * AT THE USD CUST-BALANCE TOTAL LESS TONIGHT'S NET RECEIVABLES   *
      * POSTING, WHICH IS THE BALANCE THE GL STOOD AT BEFORE TONIGHT.  *
      *---------------------------------------------------------------*
       3000-POST-CONTROL.
           IF JOURNAL-CURRENT AND NOT ALREADY-POSTED
               MOVE 'Y'                     TO WS-JOURNAL-POSTED-SW
           END-IF
           IF CONTROL-NEW OR JOURNAL-POSTED
               PERFORM 3050-WRITE-CONTROL
           END-IF.

       3050-WRITE-CONTROL.
           IF CONTROL-NEW
               OPEN OUTPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CONTROL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 1                       TO WS-DIV-SUB
               PERFORM 3100-OPEN-ONE-DIVISION 2 TIMES
           ELSE
               OPEN EXTEND CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = '00'
              AND WS-CONTROL-STATUS NOT = '05'
                   MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CONTROL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           IF JOURNAL-POSTED
               MOVE 1                       TO WS-DIV-SUB
               PERFORM 3200-POST-ONE-DIVISION 2 TIMES
           END-IF
           CLOSE CONTROL-FILE.

       3100-OPEN-ONE-DIVISION.
           MOVE WS-DIV-BAL-USD (WS-DIV-SUB) TO WS-OPENING-AMOUNT
           IF JOURNAL-POSTED
               COMPUTE WS-OPENING-AMOUNT = WS-OPENING-AMOUNT
                     - WS-DIV-JRNL-DEBIT (WS-DIV-SUB)
                     + WS-DIV-JRNL-CREDIT (WS-DIV-SUB)
           END-IF
           MOVE SPACES                      TO GL-AR-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE            TO GLA-RUN-DATE
           MOVE WS-BUSDATE-CYCLE            TO GLA-CYCLE-NO
           MOVE WS-DIV-CODE-TBL (WS-DIV-SUB) TO GLA-DIVISION
           MOVE 'O'                         TO GLA-ENTRY-TYPE
           IF WS-OPENING-AMOUNT < ZERO
               MOVE ZERO                    TO GLA-DEBIT
               COMPUTE GLA-CREDIT = 0 - WS-OPENING-AMOUNT
           ELSE
               MOVE WS-OPENING-AMOUNT       TO GLA-DEBIT
               MOVE ZERO                    TO GLA-CREDIT
           END-IF
           MOVE ZERO                        TO GLA-LINE-COUNT
           PERFORM 9200-WRITE-CONTROL
           ADD WS-OPENING-AMOUNT   TO WS-DIV-GL-CONTROL (WS-DIV-SUB)
           ADD 1                            TO WS-DIV-SUB.

       3200-POST-ONE-DIVISION.
           IF WS-DIV-JRNL-LINES (WS-DIV-SUB) > ZERO
               MOVE SPACES                  TO GL-AR-CONTROL-RECORD
               MOVE WS-BUSINESS-DATE        TO GLA-RUN-DATE
               MOVE WS-BUSDATE-CYCLE        TO GLA-CYCLE-NO
               MOVE WS-DIV-CODE-TBL (WS-DIV-SUB) TO GLA-DIVISION
               MOVE 'J'                     TO GLA-ENTRY-TYPE
               MOVE WS-DIV-JRNL-DEBIT (WS-DIV-SUB)  TO GLA-DEBIT
               MOVE WS-DIV-JRNL-CREDIT (WS-DIV-SUB) TO GLA-CREDIT
               MOVE WS-DIV-JRNL-LINES (WS-DIV-SUB)  TO GLA-LINE-COUNT
               PERFORM 9200-WRITE-CONTROL
               COMPUTE WS-DIV-GL-CONTROL (WS-DIV-SUB) =
                       WS-DIV-GL-CONTROL (WS-DIV-SUB)
                     + WS-DIV-JRNL-DEBIT (WS-DIV-SUB)
                     - WS-DIV-JRNL-CREDIT (WS-DIV-SUB)
           END-IF
           ADD 1                            TO WS-DIV-SUB.

      *---------------------------------------------------------------*
      * SECTION 2 - THE USD SUBLEDGER AND CUST-BALANCE TOTALS OF EACH  *
      * DIVISION AGAINST ITS GL RECEIVABLES CONTROL, THEN THE GRAND    *
      * TOTAL, THEN HOW TONIGHT'S JOURNAL WAS TREATED                  *
      *---------------------------------------------------------------*
       4000-PROVE-DIVISIONS.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'GL RECEIVABLES CONTROL PROOF BY DIVISION (USD)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-DIV-HEADER               TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-DIV-SUB
           PERFORM 4100-PROVE-ONE-DIVISION 2 TIMES

           MOVE 'TOTAL'                     TO DVD-DIVISION
           MOVE WS-TOT-OPEN-USD             TO DVD-OPEN-USD
           MOVE WS-TOT-BAL-USD              TO DVD-BAL-USD
           MOVE WS-TOT-GL-CONTROL           TO DVD-GL-CONTROL
           MOVE WS-TOT-BAL-DIFF             TO DVD-BAL-DIFF
           MOVE WS-TOT-OPEN-DIFF            TO DVD-OPEN-DIFF
           MOVE WS-TOT-NON-USD              TO DVD-NON-USD
           IF WS-DIV-OUT-COUNT = ZERO
               MOVE 'IN BALANCE'            TO DVD-STATUS
           ELSE
               MOVE '*** OUT ***'           TO DVD-STATUS
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-DIV-DETAIL               TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-TOT-NON-USD > ZERO
               STRING 'NON-USD ACCOUNTS ARE PROVED AT THE RATE IN '
                      'FORCE TODAY; THE GL CARRIES THEM AT THE RATES '
                      'THEY WERE POSTED AT'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF WS-FX-UNPRICED-COUNT > ZERO
               MOVE WS-FX-UNPRICED-COUNT    TO WS-COUNT-DISPLAY
               STRING 'ACCOUNTS WITH NO RATE ON FILE (CONVERTED AT '
                      '1.000000): ' WS-COUNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF CONTROL-NEW
               MOVE 'GL RECEIVABLES CONTROL OPENED THIS RUN AT THE SUBLE
      -             'DGER BALANCE STANDING BEFORE TONIGHT''S JOURNAL'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           EVALUATE TRUE
               WHEN JOURNAL-MISSING
                   MOVE '*** NO GL JOURNAL FOUND - NOTHING CARRIED TO TH
      -                 'E CONTROL TONIGHT'
                                            TO WS-REPORT-LINE
               WHEN JOURNAL-STALE
                   STRING '*** GL JOURNAL IS DATED '
                          WS-STALE-JOURNAL-DATE
                          ' - NOT CARRIED TO THE CONTROL'
                          DELIMITED SIZE    INTO WS-REPORT-LINE
               WHEN ALREADY-POSTED
                   MOVE 'TONIGHT''S GL JOURNAL WAS ALREADY ON THE CONTRO
      -                 'L - RERUN, NOTHING APPENDED'
                                            TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE WS-JOURNAL-AR-LINES TO WS-COUNT-DISPLAY
                   STRING 'TONIGHT''S GL JOURNAL CARRIED TO THE CONTROL'
                          ' - RECEIVABLES LINES: ' WS-COUNT-DISPLAY
                          DELIMITED SIZE    INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE.

       4100-PROVE-ONE-DIVISION.
           COMPUTE WS-DIV-BAL-DIFF (WS-DIV-SUB) =
                   WS-DIV-BAL-USD (WS-DIV-SUB)
                 - WS-DIV-GL-CONTROL (WS-DIV-SUB)
           COMPUTE WS-DIV-OPEN-DIFF (WS-DIV-SUB) =
                   WS-DIV-OPEN-USD (WS-DIV-SUB)
                 - WS-DIV-GL-CONTROL (WS-DIV-SUB)
           ADD WS-DIV-OPEN-USD (WS-DIV-SUB)    TO WS-TOT-OPEN-USD
           ADD WS-DIV-BAL-USD (WS-DIV-SUB)     TO WS-TOT-BAL-USD
           ADD WS-DIV-GL-CONTROL (WS-DIV-SUB)  TO WS-TOT-GL-CONTROL
           ADD WS-DIV-BAL-DIFF (WS-DIV-SUB)    TO WS-TOT-BAL-DIFF
           ADD WS-DIV-OPEN-DIFF (WS-DIV-SUB)   TO WS-TOT-OPEN-DIFF
           ADD WS-DIV-NON-USD (WS-DIV-SUB)     TO WS-TOT-NON-USD

           MOVE WS-DIV-CODE-TBL (WS-DIV-SUB)   TO DVD-DIVISION
           MOVE WS-DIV-OPEN-USD (WS-DIV-SUB)   TO DVD-OPEN-USD
           MOVE WS-DIV-BAL-USD (WS-DIV-SUB)    TO DVD-BAL-USD
           MOVE WS-DIV-GL-CONTROL (WS-DIV-SUB) TO DVD-GL-CONTROL
           MOVE WS-DIV-BAL-DIFF (WS-DIV-SUB)   TO DVD-BAL-DIFF
           MOVE WS-DIV-OPEN-DIFF (WS-DIV-SUB)  TO DVD-OPEN-DIFF
           MOVE WS-DIV-NON-USD (WS-DIV-SUB)    TO DVD-NON-USD
           IF WS-DIV-BAL-DIFF (WS-DIV-SUB) = ZERO
          AND WS-DIV-OPEN-DIFF (WS-DIV-SUB) = ZERO
               MOVE 'IN BALANCE'               TO DVD-STATUS
           ELSE
               ADD 1                           TO WS-DIV-OUT-COUNT
               MOVE '*** OUT ***'              TO DVD-STATUS
           END-IF
           MOVE WS-DIV-DETAIL                  TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                               TO WS-DIV-SUB.

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
      * OPEN A NEW CUSTOMER ENTRY, ZEROED AND IN THE HOME BOOK AT      *
      * 1.000000 UNTIL THE CALLER SAYS OTHERWISE                       *
      *---------------------------------------------------------------*
       5100-ADD-CUSTOMER-ENTRY.
           IF WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX
               MOVE 'CUSTOMER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CUST-TABLE-COUNT
           SET WS-CUST-IDX                  TO WS-CUST-TABLE-COUNT
           MOVE SPACES                  TO WS-CUST-ENTRY (WS-CUST-IDX)
           MOVE 1                   TO WS-CUST-DIV-TBL (WS-CUST-IDX)
                                       WS-CUST-RATE-TBL (WS-CUST-IDX)
           MOVE ZERO                TO WS-CUST-BAL-TBL (WS-CUST-IDX)
                                       WS-CUST-OPEN-TBL (WS-CUST-IDX)
                                       WS-CUST-ITEMS-TBL (WS-CUST-IDX).

      *---------------------------------------------------------------*
      * THE RATE IN FORCE ON THE BUSINESS DATE FOR WS-LOOKUP-CURRENCY. *
      * USD CONVERTS AT 1.000000; A CURRENCY WITH NO USABLE RATE ROW   *
      * CONVERTS AT 1.000000 AND IS COUNTED, THE SAME AS GLEXTRAC.     *
      *---------------------------------------------------------------*
       5200-FIND-FX-RATE.
           MOVE 1                           TO WS-FX-RATE
           IF WS-LOOKUP-CURRENCY NOT = 'USD'
               MOVE 'N'                     TO WS-FX-FOUND-SW
               MOVE SPACES                  TO WS-CHOSEN-FX-EFF-DATE
               SET WS-FX-IDX                TO 1
               PERFORM 5210-CHECK-ONE-FX-ROW
                   UNTIL WS-FX-IDX > WS-FX-TABLE-COUNT
               IF NOT FX-RATE-FOUND
                   ADD 1                    TO WS-FX-UNPRICED-COUNT
               END-IF
           END-IF.

       5210-CHECK-ONE-FX-ROW.
           IF WS-FX-CURR-TBL (WS-FX-IDX) = WS-LOOKUP-CURRENCY
          AND WS-FX-EFF-DATE-TBL (WS-FX-IDX)
                  NOT > WS-BUSINESS-DATE
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
      * MAP A DIVISION CODE TO ITS BOOK SUBSCRIPT - ONLY '02' IS       *
      * CARRIED SEPARATELY, AS IN GLEXTRAC                             *
      *---------------------------------------------------------------*
       5300-MAP-DIVISION.
           IF WS-WORK-DIVISION = '02'
               MOVE 2                       TO WS-DIV-SUB
           ELSE
               MOVE 1                       TO WS-DIV-SUB
           END-IF.

       8000-FINALIZE.
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'ARPROOF - A/R SUBLEDGER PROOF SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CUSTOMERS ON EXTRACT:   ' WS-CUSTOMERS-READ
           DISPLAY 'OPEN ITEMS TOTALLED:    ' WS-ITEMS-OPEN
           DISPLAY 'ITEMS WITH NO CUSTOMER: ' WS-ORPHAN-CUSTOMERS
           DISPLAY 'CUSTOMERS OUT:          ' WS-CUST-OUT-COUNT
           DISPLAY 'DIVISIONS OUT:          ' WS-DIV-OUT-COUNT
           DISPLAY 'JOURNAL AR LINES:       ' WS-JOURNAL-AR-LINES
           DISPLAY 'CONTROL RECORDS ADDED:  ' WS-CONTROL-WRITTEN
           MOVE WS-TOT-GL-CONTROL           TO WS-AMT-DISPLAY
           DISPLAY 'GL CONTROL (USD):       ' WS-AMT-DISPLAY
           MOVE WS-TOT-BAL-DIFF             TO WS-AMT-DISPLAY
           DISPLAY 'BALANCES VS GL (USD):   ' WS-AMT-DISPLAY
           IF WS-FX-UNPRICED-COUNT > ZERO
               DISPLAY 'UNPRICED ACCOUNTS:      '
                       WS-FX-UNPRICED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN JOURNAL-MISSING
                   DISPLAY 'NO GL JOURNAL FOUND - NOTHING CARRIED'
               WHEN JOURNAL-STALE
                   DISPLAY 'GL JOURNAL DATED ' WS-STALE-JOURNAL-DATE
                           ' - NOT CARRIED'
               WHEN ALREADY-POSTED
                   DISPLAY 'JOURNAL ALREADY ON CONTROL - NOT APPENDED'
           END-EVALUATE
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-CUST-OUT-COUNT > ZERO
           OR WS-DIV-OUT-COUNT > ZERO
           OR JOURNAL-MISSING
           OR JOURNAL-STALE
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
               DISPLAY 'ARPROOF: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'ARPROOF' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               COMPUTE RL-RECORDS-IN =
                       WS-CUSTOMERS-READ + WS-ITEMS-READ
                     + WS-JOURNAL-READ
               MOVE WS-CONTROL-WRITTEN TO RL-RECORDS-OUT
               COMPUTE RL-RECORDS-ERR =
                       WS-CUST-OUT-COUNT + WS-DIV-OUT-COUNT
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'ARPROOF: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE PROOF REPORT                             *
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

       9200-WRITE-CONTROL.
           WRITE GL-AR-CONTROL-RECORD
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CONTROL-WRITTEN.

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
           DISPLAY '*** ARPROOF FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
