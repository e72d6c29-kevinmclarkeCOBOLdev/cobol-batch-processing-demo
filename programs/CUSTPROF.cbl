      *****************************************************************
      * PROGRAM NAME: CUSTPROF                                        *
      * DESCRIPTION:  CUSTOMER PROFITABILITY REPORT                   *
      *               MARGRPT SAYS WHICH PRODUCTS MAKE MONEY, BUT NOT *
      *               WHICH CUSTOMERS DO - A BIG ACCOUNT WITH HEAVY   *
      *               REBATES, CONSTANT CREDIT MEMOS AND A WRITE-OFF  *
      *               HISTORY CAN COST MORE THAN IT EARNS. FOR A      *
      *               PERIOD OF MONTHS THIS REPORT STARTS FROM EACH   *
      *               CUSTOMER'S NET SALES AND STANDARD-COST MARGIN   *
      *               OFF THE ARCHIVED DETAIL (COSTED THE WAY MARGRPT *
      *               COSTS A LINE), THEN:                            *
      *                 - LESS REBATES - THE SETTLED ONES FROM THE    *
      *                   AUDIT TRAIL'S REBSETTL CREDIT-MEMO ROWS,    *
      *                   PLUS THE STILL-OPEN REBATACC ACCRUAL FOR    *
      *                   ANY QUARTER THE PERIOD TOUCHES              *
      *                 - LESS OTHER ADJUSTMENT MEMOS - CREDITS NET   *
      *                   OF DEBITS, FROM THE 'J' AUDIT ROWS          *
      *                 - LESS BAD-DEBT WRITE-OFFS ('W' AUDIT ROWS)   *
      *                 - PLUS FINANCE CHARGES (FINCHG'S 'B' ROWS)    *
      *               AND RANKS THE CUSTOMERS BY THE NET CONTRIBUTION *
      *               LEFT. A SECOND SECTION ROLLS THE CUSTOMERS UP   *
      *               THE CUSTHIER PARENT THE WAY NATLEXP DOES AND    *
      *               RANKS THE NATIONAL ACCOUNTS, EACH MEMBER LISTED *
      *               UNDER ITS PARENT, SO SALES SEES THE WHOLE       *
      *               ACCOUNT. A LOSS-MAKING LINE IS STARRED.         *
      *                                                               *
      *               THE LIVE AUDIT TRAIL ONLY HOLDS WHAT HAS POSTED *
      *               SINCE THE LAST AUDROLL, SO A PERIOD REACHING    *
      *               BACK PAST THE ROLLOVER NEEDS THE ROLLED         *
      *               GENERATION(S) SUPPLIED AS AUDGEN. ESCHEAT'S     *
      *               MEMOS MOVE THE CUSTOMER'S OWN MONEY TO THE      *
      *               STATE AND ARE NOT A COST OF THE ACCOUNT, SO     *
      *               THEY ARE PASSED OVER. FINANCE CHARGES ARE THE   *
      *               AMOUNTS ASSESSED - CASH IS NOT TRACED TO THEM.  *
      *                                                               *
      * INPUTS:       SALES HISTORY          (ARCHOUT, ARCHREC DETAIL)*
      *               PRODUCT MASTER         (PRODMAST)               *
      *               CUSTOMER EXTRACT       (CUSTMOUT) - NAMES       *
      *               HIERARCHY FILE         (CUSTHIER - OPTIONAL; AN *
      *               ACCOUNT WITH NO RELATION IS ITS OWN PARENT)     *
      *               REBATE PROGRESS FILE   (REBATACC, INDEXED -     *
      *               OPTIONAL)                                       *
      *               ROLLED AUDIT GENERATION(S) (AUDGEN - OPTIONAL)  *
      *               LIVE AUDIT TRAIL       (AUDITOUT - OPTIONAL)    *
      *               BUSINESS DATE CONTROL  (BUSDATE - OPTIONAL)     *
      *               COMMAND-LINE PARMS: FROM AND THROUGH MONTHS AS  *
      *               YYYYMM. OMITTED, THE BUSINESS DATE'S YEAR TO    *
      *               DATE; THE THROUGH MONTH ALONE OMITTED, THE ONE  *
      *               FROM MONTH.                                     *
      * OUTPUT:       PROFITABILITY REPORT   (CPROFRPT), 132-BYTE     *
      *               PRINT LINES                                     *
      *                                                               *
      * RETURN CODES: 0  RUN COMPLETE                                 *
      *               4  RUN COMPLETE, BUT NO AUDGEN WAS SUPPLIED AND *
      *                  THE LIVE TRAIL STARTS AFTER THE PERIOD DOES -*
      *                  THE MEMO, WRITE-OFF AND FINANCE-CHARGE       *
      *                  COLUMNS ARE MISSING THE EARLY MONTHS         *
      *               16 FATAL ERROR OR BAD PARM                      *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   ARCHREC  - SALES HISTORY ARCHIVE RECORD (132 BYTES)         *
      *   PRODMAST - PRODUCT MASTER RECORD (60 BYTES)                 *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   CUSTHIER - CUSTOMER HIERARCHY RECORD (20 BYTES)             *
      *   REBATACC - REBATE ACCRUAL PROGRESS RECORD (50 BYTES)        *
      *   AUDITREC - CUSTOMER AUDIT TRAIL RECORD (160 BYTES)          *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
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

           SELECT HIER-FILE       ASSIGN TO CUSTHIER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HIER-STATUS.

      *    REBATE PROGRESS - ONLY THE STILL-OPEN ACCRUALS ARE TAKEN
      *    FROM HERE; A SETTLED QUARTER IS ALREADY IN THE AUDIT TRAIL
      *    AS REBSETTL'S CREDIT MEMO
           SELECT PROGRESS-FILE   ASSIGN TO REBATACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS RBC-CUST-ID
                  FILE STATUS  IS WS-PROGRESS-STATUS.

      *    ROLLED AUDIT GENERATION(S) - THE FILE(S) AUDROLL APPENDED
      *    THE LIVE TRAIL ONTO, FOR THE MONTHS BEFORE THE LAST ROLLOVER
           SELECT AUDGEN-FILE     ASSIGN TO AUDGEN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDGEN-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE     ASSIGN TO CPROFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - THE DEFAULT PERIOD ENDS IN ITS
      *    MONTH. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
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

       FD  HIER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTHIER.

       FD  PROGRESS-FILE.
       COPY REBATACC.

      *    BOTH AUDIT FILES ARE READ AS IMAGES AND MOVED TO THE ONE
      *    AUDITREC LAYOUT IN WORKING STORAGE
       FD  AUDGEN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDGEN-IMAGE                 PIC X(160).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-IMAGE                  PIC X(160).

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

       COPY AUDITREC.

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
           05  WS-HIER-STATUS           PIC XX VALUE SPACES.
           05  WS-PROGRESS-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDGEN-STATUS         PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-HIER-EOF-SW           PIC X VALUE 'N'.
               88  HIER-EOF                     VALUE 'Y'.
           05  WS-PROGRESS-EOF-SW       PIC X VALUE 'N'.
               88  PROGRESS-EOF                 VALUE 'Y'.
           05  WS-AUDGEN-EOF-SW         PIC X VALUE 'N'.
               88  AUDGEN-EOF                   VALUE 'Y'.
           05  WS-AUDIT-EOF-SW          PIC X VALUE 'N'.
               88  AUDIT-EOF                    VALUE 'Y'.
           05  WS-AUDGEN-FILE-SW        PIC X VALUE 'N'.
               88  AUDGEN-SUPPLIED              VALUE 'Y'.
           05  WS-REBATE-FILE-SW        PIC X VALUE 'N'.
               88  REBATE-FILE-FOUND            VALUE 'Y'.
           05  WS-COST-FOUND-SW         PIC X VALUE 'N'.
               88  COST-FOUND                   VALUE 'Y'.
           05  WS-PC-FOUND-SW           PIC X VALUE 'N'.
               88  PC-FOUND                     VALUE 'Y'.
           05  WS-PG-FOUND-SW           PIC X VALUE 'N'.
               88  PG-FOUND                     VALUE 'Y'.
           05  WS-NAME-FOUND-SW         PIC X VALUE 'N'.
               88  NAME-FOUND                   VALUE 'Y'.
           05  WS-HIER-FOUND-SW         PIC X VALUE 'N'.
               88  HIER-FOUND                   VALUE 'Y'.
           05  WS-TRAIL-SHORT-SW        PIC X VALUE 'N'.
               88  TRAIL-SHORT                  VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE REPORTING PERIOD AS YYYYMM, FROM AND THROUGH INCLUSIVE.    *
      * EACH SALE, AUDIT ROW AND REBATE QUARTER IS REDUCED TO THE SAME *
      * SHAPE BEFORE IT IS COMPARED.                                   *
      *---------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
           05  WS-FROM-PARM             PIC X(08) VALUE SPACES.
           05  WS-THRU-PARM             PIC X(08) VALUE SPACES.
           05  WS-FROM-PERIOD           PIC 9(6)  VALUE ZERO.
           05  WS-FROM-PERIOD-X REDEFINES WS-FROM-PERIOD
                                        PIC X(6).
           05  WS-THRU-PERIOD           PIC 9(6)  VALUE ZERO.
           05  WS-THRU-PERIOD-X REDEFINES WS-THRU-PERIOD
                                        PIC X(6).
           05  WS-ROW-PERIOD            PIC 9(6)  VALUE ZERO.
           05  WS-ROW-PERIOD-X REDEFINES WS-ROW-PERIOD
                                        PIC X(6).
           05  WS-QTR-FIRST-PERIOD      PIC 9(6)  VALUE ZERO.
           05  WS-QTR-LAST-PERIOD       PIC 9(6)  VALUE ZERO.
           05  WS-LIVE-FIRST-DATE       PIC X(8)  VALUE HIGH-VALUES.
           05  WS-PERIOD-START-DATE     PIC X(8)  VALUE SPACES.

      *---------------------------------------------------------------*
      * STANDARD COSTS BY PRODUCT OFF PRODMAST - A COST THAT READS     *
      * BACK NON-NUMERIC IS "NO COST ON FILE" AND COSTS ZERO, AS IN    *
      * MARGRPT                                                        *
      *---------------------------------------------------------------*
       01  WS-COST-TABLE.
           05  WS-COST-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-COST-IDX.
               10  WS-COST-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-COST-AMT-TBL      PIC 9(5)V99 VALUE ZERO.

       01  WS-COST-TABLE-FIELDS.
           05  WS-COST-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-COST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-UNIT-COST             PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-COST             PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * CUSTOMER NAMES OFF THE EXTRACT (THE TRAILER IS THE EXTRACT'S   *
      * LOGICAL END)                                                   *
      *---------------------------------------------------------------*
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 9999 TIMES
                             INDEXED BY WS-NAME-IDX.
               10  WS-NAME-CUST-TBL     PIC 9(6)  VALUE ZERO.
               10  WS-NAME-NAME-TBL     PIC X(30) VALUE SPACES.

       01  WS-NAME-TABLE-FIELDS.
           05  WS-NAME-TABLE-MAX        PIC 9(05) VALUE 9999.
           05  WS-NAME-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-LOOKUP-NAME           PIC X(30) VALUE SPACES.

      *---------------------------------------------------------------*
      * HIERARCHY LOOKUP TABLE - CHILD TO PARENT, ONE LOOKUP PER       *
      * CUSTOMER SINCE THE HIERARCHY IS TWO LEVELS                     *
      *---------------------------------------------------------------*
       01  WS-HIER-TABLE.
           05  WS-HIER-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-HIER-IDX.
               10  WS-HIER-CHILD-TBL    PIC 9(6) VALUE ZERO.
               10  WS-HIER-PARENT-TBL   PIC 9(6) VALUE ZERO.

       01  WS-HIER-TABLE-FIELDS.
           05  WS-HIER-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-HIER-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PARENT-ID             PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * PER-CUSTOMER PROFITABILITY FOR THE PERIOD. REBATES, MEMOS AND  *
      * WRITE-OFFS ARE CARRIED AS POSITIVE COSTS; THE NET IS FILLED IN *
      * ONCE EVERY SOURCE HAS BEEN READ.                               *
      *---------------------------------------------------------------*
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 9999 TIMES
                           INDEXED BY WS-PC-IDX.
               10  WS-PC-CUST-TBL       PIC 9(6)      VALUE ZERO.
               10  WS-PC-PARENT-TBL     PIC 9(6)      VALUE ZERO.
               10  WS-PC-SALES-TBL      PIC S9(11)V99 VALUE ZERO.
               10  WS-PC-COST-TBL       PIC S9(11)V99 VALUE ZERO.
               10  WS-PC-REBATE-TBL     PIC S9(9)V99  VALUE ZERO.
               10  WS-PC-MEMO-TBL       PIC S9(9)V99  VALUE ZERO.
               10  WS-PC-WOFF-TBL       PIC S9(9)V99  VALUE ZERO.
               10  WS-PC-FINCHG-TBL     PIC S9(9)V99  VALUE ZERO.
               10  WS-PC-NET-TBL        PIC S9(11)V99 VALUE ZERO.
               10  WS-PC-RANK-TBL       PIC 9(5)      VALUE ZERO.

       01  WS-PC-TABLE-FIELDS.
           05  WS-PC-TABLE-MAX          PIC 9(05) VALUE 9999.
           05  WS-PC-TABLE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-THIS-CUST             PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * PER-PARENT ROLLUP. A GROUP IS A NATIONAL ACCOUNT WHEN AT LEAST *
      * ONE MEMBER REACHED IT THROUGH CUSTHIER; A STANDALONE ACCOUNT   *
      * IS ITS OWN ONE-MEMBER GROUP AND IS NOT REPRINTED.              *
      *---------------------------------------------------------------*
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 9999 TIMES
                           INDEXED BY WS-PG-IDX.
               10  WS-PG-PARENT-TBL     PIC 9(6)      VALUE ZERO.
               10  WS-PG-SALES-TBL      PIC S9(11)V99 VALUE ZERO.
               10  WS-PG-COST-TBL       PIC S9(11)V99 VALUE ZERO.
               10  WS-PG-REBATE-TBL     PIC S9(9)V99  VALUE ZERO.
               10  WS-PG-MEMO-TBL       PIC S9(9)V99  VALUE ZERO.
               10  WS-PG-WOFF-TBL       PIC S9(9)V99  VALUE ZERO.
               10  WS-PG-FINCHG-TBL     PIC S9(9)V99  VALUE ZERO.
               10  WS-PG-NET-TBL        PIC S9(11)V99 VALUE ZERO.
               10  WS-PG-MEMBERS-TBL    PIC 9(5)      VALUE ZERO.
               10  WS-PG-NATL-TBL       PIC X(1)      VALUE 'N'.
               10  WS-PG-RANKED-TBL     PIC X(1)      VALUE 'N'.

       01  WS-PG-TABLE-FIELDS.
           05  WS-PG-TABLE-MAX          PIC 9(05) VALUE 9999.
           05  WS-PG-TABLE-COUNT        PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * SELECTION-OF-THE-LARGEST WORK FIELDS FOR THE RANKING PASSES,   *
      * THE SAME SHAPE CUSTRANK USES                                   *
      *---------------------------------------------------------------*
       01  WS-RANK-FIELDS.
           05  WS-RANK-NO               PIC 9(05) VALUE ZERO.
           05  WS-GROUP-RANK-NO         PIC 9(05) VALUE ZERO.
           05  WS-BEST-NET              PIC S9(11)V99 VALUE ZERO.
           05  WS-BEST-SUB              PIC 9(05) VALUE ZERO.
           05  WS-SCAN-SUB              PIC 9(05) VALUE ZERO.
           05  WS-MEMBER-SUB            PIC 9(05) VALUE ZERO.
           05  WS-DONE-SW               PIC X VALUE 'N'.
               88  RANKING-DONE                 VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-OLD-BALANCE           PIC S9(11)V99 VALUE ZERO.
           05  WS-NEW-BALANCE           PIC S9(11)V99 VALUE ZERO.
           05  WS-MOVEMENT              PIC S9(11)V99 VALUE ZERO.
           05  WS-MARGIN                PIC S9(11)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ARCH-READ             PIC 9(8) VALUE ZERO.
           05  WS-SALES-COUNTED         PIC 9(8) VALUE ZERO.
           05  WS-NO-COST-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-NO-CUST-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-ACCRUALS-COUNTED      PIC 9(6) VALUE ZERO.
           05  WS-AUDGEN-READ           PIC 9(8) VALUE ZERO.
           05  WS-AUDIT-READ            PIC 9(8) VALUE ZERO.
           05  WS-AUDIT-COUNTED         PIC 9(8) VALUE ZERO.
           05  WS-LOSS-CUSTOMERS        PIC 9(5) VALUE ZERO.
           05  WS-NATL-ACCOUNTS         PIC 9(5) VALUE ZERO.
           05  WS-LOSS-ACCOUNTS         PIC 9(5) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-SALES             PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-COST              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MARGIN            PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-REBATE            PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-MEMO              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-WOFF              PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-FINCHG            PIC S9(11)V99 VALUE ZERO.
           05  WS-TOT-NET               PIC S9(11)V99 VALUE ZERO.
           05  WS-NO-CUST-SALES         PIC S9(11)V99 VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * REPORT LINES - ONE LAYOUT SERVES THE CUSTOMER RANKING, THE     *
      * NATIONAL-ACCOUNT TOTALS AND THEIR MEMBER LINES                 *
      *---------------------------------------------------------------*
       01  PF-HEADING-1.
           05  FILLER                   PIC X(6)  VALUE '  RANK'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE 'CUST'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(18) VALUE 'NAME'.
           05  FILLER                   PIC X(14)
                                    VALUE '    NET SALES'.
           05  FILLER                   PIC X(14)
                                    VALUE '       MARGIN'.
           05  FILLER                   PIC X(14)
                                    VALUE '      REBATES'.
           05  FILLER                   PIC X(14)
                                    VALUE '    MEMOS NET'.
           05  FILLER                   PIC X(14)
                                    VALUE '   WRITE-OFFS'.
           05  FILLER                   PIC X(14)
                                    VALUE '  FINANCE CHG'.
           05  FILLER                   PIC X(14)
                                    VALUE ' CONTRIBUTION'.

       01  PF-DETAIL-LINE.
           05  PF-DTL-RANK              PIC ZZZZ9.
           05  PF-DTL-RANK-X REDEFINES PF-DTL-RANK
                                        PIC X(5).
           05  PF-DTL-FLAG              PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-CUST              PIC 9(6).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-NAME              PIC X(18).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-SALES             PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-MARGIN            PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-REBATE            PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-MEMO              PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-WOFF              PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-FINCHG            PIC --,---,--9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  PF-DTL-NET               PIC --,---,--9.99.

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
           PERFORM 3000-ACCUMULATE-REBATES
           PERFORM 4000-ACCUMULATE-AUDIT
           PERFORM 5000-BUILD-GROUPS
           PERFORM 6000-PRINT-CUSTOMERS
           PERFORM 7000-PRINT-NATIONAL-ACCOUNTS
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE PERIOD, THE COSTS, THE NAMES AND THE      *
      * HIERARCHY, THEN THE REPORT                                     *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                    INTO WS-FROM-PARM WS-THRU-PARM
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

           IF WS-FROM-PARM = SPACES
               MOVE WS-BUSINESS-DATE(1:4)   TO WS-FROM-PERIOD-X(1:4)
               MOVE '01'                    TO WS-FROM-PERIOD-X(5:2)
               MOVE WS-BUSINESS-DATE(1:4)   TO WS-THRU-PERIOD-X(1:4)
               MOVE WS-BUSINESS-DATE(6:2)   TO WS-THRU-PERIOD-X(5:2)
           ELSE
               MOVE WS-FROM-PARM(1:6)       TO WS-FROM-PERIOD-X
               IF WS-THRU-PARM = SPACES
                   MOVE WS-FROM-PARM(1:6)   TO WS-THRU-PERIOD-X
               ELSE
                   MOVE WS-THRU-PARM(1:6)   TO WS-THRU-PERIOD-X
               END-IF
               IF WS-FROM-PERIOD-X IS NOT NUMERIC
               OR WS-THRU-PERIOD-X IS NOT NUMERIC
               OR WS-FROM-PARM(7:2) NOT = SPACES
               OR WS-THRU-PARM(7:2) NOT = SPACES
               OR WS-FROM-PERIOD-X(5:2) < '01'
               OR WS-FROM-PERIOD-X(5:2) > '12'
               OR WS-THRU-PERIOD-X(5:2) < '01'
               OR WS-THRU-PERIOD-X(5:2) > '12'
               OR WS-FROM-PERIOD > WS-THRU-PERIOD
                   DISPLAY 'USAGE: CUSTPROF [YYYYMM [YYYYMM]]'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-FROM-PERIOD-X            TO WS-PERIOD-START-DATE(1:6)
           MOVE '01'                        TO WS-PERIOD-START-DATE(7:2)

           PERFORM 1100-LOAD-COST-TABLE
           PERFORM 1200-LOAD-NAME-TABLE
           PERFORM 1300-LOAD-HIERARCHY

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           STRING 'CUSTOMER PROFITABILITY - PERIOD '
                  WS-FROM-PERIOD-X(1:4) '-' WS-FROM-PERIOD-X(5:2)
                  ' THROUGH '
                  WS-THRU-PERIOD-X(1:4) '-' WS-THRU-PERIOD-X(5:2)
                  ' - BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOAD THE STANDARD COSTS. THE MASTER IS REQUIRED - WITHOUT IT   *
      * THERE IS NO MARGIN TO START FROM.                              *
      *---------------------------------------------------------------*
       1100-LOAD-COST-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-READ-PRODUCT
           PERFORM 1120-ADD-COST-ENTRY UNTIL PROD-EOF
           CLOSE PRODUCT-FILE.

       1120-ADD-COST-ENTRY.
           IF WS-COST-TABLE-COUNT < WS-COST-TABLE-MAX
               ADD 1                        TO WS-COST-TABLE-COUNT
               SET WS-COST-IDX              TO WS-COST-TABLE-COUNT
               MOVE PROD-CODE   TO WS-COST-CODE-TBL (WS-COST-IDX)
               IF PROD-STD-COST NUMERIC
                   MOVE PROD-STD-COST
                                TO WS-COST-AMT-TBL (WS-COST-IDX)
               ELSE
                   MOVE ZERO    TO WS-COST-AMT-TBL (WS-COST-IDX)
               END-IF
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
      * LOAD THE CUSTOMER NAMES OFF THE EXTRACT                        *
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
      * LOAD THE HIERARCHY - A MISSING FILE MEANS NO RELATIONS, SO     *
      * EVERY ACCOUNT IS ITS OWN PARENT AND THERE ARE NO NATIONAL      *
      * ACCOUNTS TO ROLL UP                                            *
      *---------------------------------------------------------------*
       1300-LOAD-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-STATUS = '00'
               PERFORM 1350-READ-HIER-RECORD
               PERFORM 1320-ADD-HIER-ENTRY UNTIL HIER-EOF
               CLOSE HIER-FILE
           ELSE
               IF WS-HIER-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: HIER-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-HIER-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1320-ADD-HIER-ENTRY.
           IF WS-HIER-TABLE-COUNT < WS-HIER-TABLE-MAX
               ADD 1                        TO WS-HIER-TABLE-COUNT
               SET WS-HIER-IDX              TO WS-HIER-TABLE-COUNT
               MOVE HIER-CHILD-ID
                                TO WS-HIER-CHILD-TBL (WS-HIER-IDX)
               MOVE HIER-PARENT-ID
                                TO WS-HIER-PARENT-TBL (WS-HIER-IDX)
           END-IF
           PERFORM 1350-READ-HIER-RECORD.

       1350-READ-HIER-RECORD.
           READ HIER-FILE
               AT END
                   MOVE 'Y'                 TO WS-HIER-EOF-SW
           END-READ
           IF NOT HIER-EOF AND WS-HIER-STATUS NOT = '00'
               MOVE 'READ FAILED: HIER-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIER-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * NET SALES AND STANDARD COST FROM THE ARCHIVED DETAIL. RETURNS  *
      * NET OUT OF BOTH SIDES, AS IN MARGRPT. HISTORY WITH NO          *
      * CUSTOMER CANNOT BE RANKED AND IS ONLY COUNTED.                 *
      *---------------------------------------------------------------*
       2000-ACCUMULATE-SALES.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2050-READ-ARCHIVE
           PERFORM 2100-FOLD-SALE UNTIL ARCH-EOF
           CLOSE ARCHIVE-FILE.

       2050-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-ARCH-READ
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2100-FOLD-SALE.
           MOVE SR-SALE-DATE OF ARCH-SALES-DATA (1:4)
                                            TO WS-ROW-PERIOD-X(1:4)
           MOVE SR-SALE-DATE OF ARCH-SALES-DATA (6:2)
                                            TO WS-ROW-PERIOD-X(5:2)
           IF WS-ROW-PERIOD-X IS NUMERIC
          AND WS-ROW-PERIOD NOT < WS-FROM-PERIOD
          AND WS-ROW-PERIOD NOT > WS-THRU-PERIOD
               PERFORM 2200-LOOK-UP-COST
               COMPUTE WS-LINE-COST =
                       SR-QUANTITY OF ARCH-SALES-DATA * WS-UNIT-COST
               IF SR-CUST-ID OF ARCH-SALES-DATA > ZERO
                   ADD 1                    TO WS-SALES-COUNTED
                   MOVE SR-CUST-ID OF ARCH-SALES-DATA
                                            TO WS-THIS-CUST
                   PERFORM 2500-FIND-OR-ADD-CUST
                   IF SR-TRANS-RETURN OF ARCH-SALES-DATA
                       SUBTRACT SR-SALE-AMOUNT OF ARCH-SALES-DATA
                           FROM WS-PC-SALES-TBL (WS-PC-IDX)
                       SUBTRACT WS-LINE-COST
                           FROM WS-PC-COST-TBL (WS-PC-IDX)
                   ELSE
                       ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                             TO WS-PC-SALES-TBL (WS-PC-IDX)
                       ADD WS-LINE-COST
                             TO WS-PC-COST-TBL (WS-PC-IDX)
                   END-IF
               ELSE
                   ADD 1                    TO WS-NO-CUST-COUNT
                   IF SR-TRANS-RETURN OF ARCH-SALES-DATA
                       SUBTRACT SR-SALE-AMOUNT OF ARCH-SALES-DATA
                           FROM WS-NO-CUST-SALES
                   ELSE
                       ADD SR-SALE-AMOUNT OF ARCH-SALES-DATA
                             TO WS-NO-CUST-SALES
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-READ-ARCHIVE.

       2200-LOOK-UP-COST.
           MOVE 'N'                         TO WS-COST-FOUND-SW
           MOVE ZERO                        TO WS-UNIT-COST
           SET WS-COST-IDX                  TO 1
           PERFORM 2250-SEARCH-COST-TABLE
               UNTIL WS-COST-IDX > WS-COST-TABLE-COUNT
                  OR COST-FOUND
           IF NOT COST-FOUND OR WS-UNIT-COST = ZERO
               ADD 1                        TO WS-NO-COST-COUNT
           END-IF.

       2250-SEARCH-COST-TABLE.
           IF WS-COST-CODE-TBL (WS-COST-IDX)
                  = SR-PRODUCT-CODE OF ARCH-SALES-DATA
               MOVE 'Y'                     TO WS-COST-FOUND-SW
               MOVE WS-COST-AMT-TBL (WS-COST-IDX) TO WS-UNIT-COST
           ELSE
               SET WS-COST-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * FIND THE CUSTOMER IN WS-THIS-CUST, ADDING IT WHEN NEW. THE     *
      * ENTRY IS LEFT UNDER WS-PC-IDX.                                 *
      *---------------------------------------------------------------*
       2500-FIND-OR-ADD-CUST.
           MOVE 'N'                         TO WS-PC-FOUND-SW
           SET WS-PC-IDX                    TO 1
           PERFORM 2550-SEARCH-CUST-TABLE
               UNTIL WS-PC-IDX > WS-PC-TABLE-COUNT
                  OR PC-FOUND
           IF NOT PC-FOUND
               IF WS-PC-TABLE-COUNT >= WS-PC-TABLE-MAX
                   MOVE 'CUSTOMER TABLE FULL'
                                            TO WS-ABEND-MSG(1:19)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-PC-TABLE-COUNT
               SET WS-PC-IDX                TO WS-PC-TABLE-COUNT
               MOVE WS-THIS-CUST            TO WS-PC-CUST-TBL
                                               (WS-PC-IDX)
           END-IF.

       2550-SEARCH-CUST-TABLE.
           IF WS-PC-CUST-TBL (WS-PC-IDX) = WS-THIS-CUST
               MOVE 'Y'                     TO WS-PC-FOUND-SW
           ELSE
               SET WS-PC-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * OPEN REBATE ACCRUALS. A SETTLED QUARTER WAS ISSUED AS A CREDIT *
      * MEMO AND IS COUNTED FROM THE AUDIT TRAIL INSTEAD. AN OPEN      *
      * QUARTER COUNTS WHEN ANY OF ITS MONTHS FALLS IN THE PERIOD. A   *
      * MISSING FILE MEANS NO REBATE PROGRAM IS RUNNING.               *
      *---------------------------------------------------------------*
       3000-ACCUMULATE-REBATES.
           OPEN INPUT PROGRESS-FILE
           IF WS-PROGRESS-STATUS = '00'
               MOVE 'Y'                     TO WS-REBATE-FILE-SW
               PERFORM 3050-READ-PROGRESS
               PERFORM 3100-FOLD-ACCRUAL UNTIL PROGRESS-EOF
               CLOSE PROGRESS-FILE
           ELSE
               IF WS-PROGRESS-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PROGRESS-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROGRESS-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       3050-READ-PROGRESS.
           READ PROGRESS-FILE
               AT END
                   MOVE 'Y'                 TO WS-PROGRESS-EOF-SW
           END-READ
           IF NOT PROGRESS-EOF AND WS-PROGRESS-STATUS NOT = '00'
               MOVE 'READ FAILED: PROGRESS-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROGRESS-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3100-FOLD-ACCRUAL.
           IF RBC-OPEN
          AND RBC-YEAR IS NUMERIC
          AND RBC-QUARTER IS NUMERIC
          AND RBC-QUARTER >= 1 AND RBC-QUARTER <= 4
          AND RBC-ACCRUED-AMOUNT IS NUMERIC
          AND RBC-ACCRUED-AMOUNT NOT = ZERO
               COMPUTE WS-QTR-FIRST-PERIOD =
                       RBC-YEAR * 100 + RBC-QUARTER * 3 - 2
               COMPUTE WS-QTR-LAST-PERIOD =
                       RBC-YEAR * 100 + RBC-QUARTER * 3
               IF WS-QTR-FIRST-PERIOD NOT > WS-THRU-PERIOD
              AND WS-QTR-LAST-PERIOD NOT < WS-FROM-PERIOD
                   ADD 1                    TO WS-ACCRUALS-COUNTED
                   MOVE RBC-CUST-ID         TO WS-THIS-CUST
                   PERFORM 2500-FIND-OR-ADD-CUST
                   ADD RBC-ACCRUED-AMOUNT
                                 TO WS-PC-REBATE-TBL (WS-PC-IDX)
               END-IF
           END-IF
           PERFORM 3050-READ-PROGRESS.

      *---------------------------------------------------------------*
      * MEMOS, WRITE-OFFS AND FINANCE CHARGES FROM THE CUST-BALANCE    *
      * AUDIT ROWS DATED IN THE PERIOD - THE ROLLED GENERATION(S)      *
      * FIRST, THEN THE LIVE TRAIL. AUDROLL EMPTIES THE LIVE TRAIL     *
      * AS IT ROLLS, SO THE TWO NEVER OVERLAP.                         *
      *---------------------------------------------------------------*
       4000-ACCUMULATE-AUDIT.
           OPEN INPUT AUDGEN-FILE
           IF WS-AUDGEN-STATUS = '00'
               MOVE 'Y'                     TO WS-AUDGEN-FILE-SW
               PERFORM 4050-READ-AUDGEN
               PERFORM 4060-FOLD-AUDGEN-ROW UNTIL AUDGEN-EOF
               CLOSE AUDGEN-FILE
           ELSE
               IF WS-AUDGEN-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: AUDGEN-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-AUDGEN-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 4070-READ-AUDIT
               PERFORM 4080-FOLD-AUDIT-ROW UNTIL AUDIT-EOF
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-AUDIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

      *    WITHOUT THE GENERATIONS, THE LIVE TRAIL MUST REACH BACK TO
      *    THE START OF THE PERIOD OR THE AUDIT COLUMNS ARE SHORT
           IF NOT AUDGEN-SUPPLIED
          AND WS-LIVE-FIRST-DATE > WS-PERIOD-START-DATE
               MOVE 'Y'                     TO WS-TRAIL-SHORT-SW
           END-IF.

       4050-READ-AUDGEN.
           READ AUDGEN-FILE
               AT END
                   MOVE 'Y'                 TO WS-AUDGEN-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-AUDGEN-READ
           END-READ
           IF NOT AUDGEN-EOF AND WS-AUDGEN-STATUS NOT = '00'
               MOVE 'READ FAILED: AUDGEN-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDGEN-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       4060-FOLD-AUDGEN-ROW.
           MOVE AUDGEN-IMAGE                TO AUDIT-RECORD
           PERFORM 4100-FOLD-AUDIT-RECORD
           PERFORM 4050-READ-AUDGEN.

       4070-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y'                 TO WS-AUDIT-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-AUDIT-READ
           END-READ
           IF NOT AUDIT-EOF AND WS-AUDIT-STATUS NOT = '00'
               MOVE 'READ FAILED: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       4080-FOLD-AUDIT-ROW.
           MOVE AUDIT-IMAGE                 TO AUDIT-RECORD
           IF AUD-TIMESTAMP(1:8) < WS-LIVE-FIRST-DATE
               MOVE AUD-TIMESTAMP(1:8)      TO WS-LIVE-FIRST-DATE
           END-IF
           PERFORM 4100-FOLD-AUDIT-RECORD
           PERFORM 4070-READ-AUDIT.

      *---------------------------------------------------------------*
      * ONE AUDIT ROW. THE OLD/NEW VALUES WERE WRITTEN AS EDITED       *
      * SIGNED DECIMALS, SO NUMVAL READS THEM BACK, AS GLEXTRAC DOES.  *
      * A BALANCE DECREASE IS A COST TO THE ACCOUNT (A CREDIT OR A     *
      * WRITE-OFF); A FINANCE CHARGE INCREASES THE BALANCE.            *
      *---------------------------------------------------------------*
       4100-FOLD-AUDIT-RECORD.
           MOVE AUD-TIMESTAMP(1:6)          TO WS-ROW-PERIOD-X
           IF AUD-FIELD-NAME = 'CUST-BALANCE'
          AND WS-ROW-PERIOD-X IS NUMERIC
          AND WS-ROW-PERIOD NOT < WS-FROM-PERIOD
          AND WS-ROW-PERIOD NOT > WS-THRU-PERIOD
               MOVE ZERO                    TO WS-OLD-BALANCE
               MOVE ZERO                    TO WS-NEW-BALANCE
               IF AUD-OLD-VALUE NOT = SPACES
                   COMPUTE WS-OLD-BALANCE =
                           FUNCTION NUMVAL(AUD-OLD-VALUE)
               END-IF
               IF AUD-NEW-VALUE NOT = SPACES
                   COMPUTE WS-NEW-BALANCE =
                           FUNCTION NUMVAL(AUD-NEW-VALUE)
               END-IF
               COMPUTE WS-MOVEMENT = WS-NEW-BALANCE - WS-OLD-BALANCE
               MOVE AUD-CUST-ID             TO WS-THIS-CUST
               EVALUATE TRUE
                   WHEN AUD-TRANS-WRITEOFF
                       PERFORM 2500-FIND-OR-ADD-CUST
                       SUBTRACT WS-MOVEMENT
                           FROM WS-PC-WOFF-TBL (WS-PC-IDX)
                       ADD 1                TO WS-AUDIT-COUNTED
                   WHEN AUD-TRANS-ADJMEMO
                    AND AUD-OPERATOR-ID = 'ESCHEAT'
                       CONTINUE
                   WHEN AUD-TRANS-ADJMEMO
                    AND AUD-OPERATOR-ID = 'REBSETL'
                       PERFORM 2500-FIND-OR-ADD-CUST
                       SUBTRACT WS-MOVEMENT
                           FROM WS-PC-REBATE-TBL (WS-PC-IDX)
                       ADD 1                TO WS-AUDIT-COUNTED
                   WHEN AUD-TRANS-ADJMEMO
                       PERFORM 2500-FIND-OR-ADD-CUST
                       SUBTRACT WS-MOVEMENT
                           FROM WS-PC-MEMO-TBL (WS-PC-IDX)
                       ADD 1                TO WS-AUDIT-COUNTED
                   WHEN AUD-TRANS-TYPE = 'B'
                    AND AUD-OPERATOR-ID = 'FINCHG'
                       PERFORM 2500-FIND-OR-ADD-CUST
                       ADD WS-MOVEMENT
                             TO WS-PC-FINCHG-TBL (WS-PC-IDX)
                       ADD 1                TO WS-AUDIT-COUNTED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
      * NET EACH CUSTOMER AND FOLD IT INTO ITS PARENT'S GROUP          *
      *---------------------------------------------------------------*
       5000-BUILD-GROUPS.
           SET WS-PC-IDX                    TO 1
           PERFORM 5100-NET-ONE-CUSTOMER
               UNTIL WS-PC-IDX > WS-PC-TABLE-COUNT.

       5100-NET-ONE-CUSTOMER.
           COMPUTE WS-PC-NET-TBL (WS-PC-IDX) =
                   WS-PC-SALES-TBL (WS-PC-IDX)
                 - WS-PC-COST-TBL (WS-PC-IDX)
                 - WS-PC-REBATE-TBL (WS-PC-IDX)
                 - WS-PC-MEMO-TBL (WS-PC-IDX)
                 - WS-PC-WOFF-TBL (WS-PC-IDX)
                 + WS-PC-FINCHG-TBL (WS-PC-IDX)
           ADD WS-PC-SALES-TBL (WS-PC-IDX)  TO WS-TOT-SALES
           ADD WS-PC-COST-TBL (WS-PC-IDX)   TO WS-TOT-COST
           ADD WS-PC-REBATE-TBL (WS-PC-IDX) TO WS-TOT-REBATE
           ADD WS-PC-MEMO-TBL (WS-PC-IDX)   TO WS-TOT-MEMO
           ADD WS-PC-WOFF-TBL (WS-PC-IDX)   TO WS-TOT-WOFF
           ADD WS-PC-FINCHG-TBL (WS-PC-IDX) TO WS-TOT-FINCHG
           ADD WS-PC-NET-TBL (WS-PC-IDX)    TO WS-TOT-NET
           IF WS-PC-NET-TBL (WS-PC-IDX) < ZERO
               ADD 1                        TO WS-LOSS-CUSTOMERS
           END-IF

           PERFORM 5200-FIND-PARENT
           MOVE WS-PARENT-ID                TO WS-PC-PARENT-TBL
                                               (WS-PC-IDX)
           PERFORM 5300-FIND-OR-ADD-GROUP
           ADD 1                  TO WS-PG-MEMBERS-TBL (WS-PG-IDX)
           IF HIER-FOUND
               MOVE 'Y'           TO WS-PG-NATL-TBL (WS-PG-IDX)
           END-IF
           ADD WS-PC-SALES-TBL (WS-PC-IDX)
                                  TO WS-PG-SALES-TBL (WS-PG-IDX)
           ADD WS-PC-COST-TBL (WS-PC-IDX)
                                  TO WS-PG-COST-TBL (WS-PG-IDX)
           ADD WS-PC-REBATE-TBL (WS-PC-IDX)
                                  TO WS-PG-REBATE-TBL (WS-PG-IDX)
           ADD WS-PC-MEMO-TBL (WS-PC-IDX)
                                  TO WS-PG-MEMO-TBL (WS-PG-IDX)
           ADD WS-PC-WOFF-TBL (WS-PC-IDX)
                                  TO WS-PG-WOFF-TBL (WS-PG-IDX)
           ADD WS-PC-FINCHG-TBL (WS-PC-IDX)
                                  TO WS-PG-FINCHG-TBL (WS-PG-IDX)
           ADD WS-PC-NET-TBL (WS-PC-IDX)
                                  TO WS-PG-NET-TBL (WS-PG-IDX)
           SET WS-PC-IDX UP BY 1.

      *    AN ACCOUNT WITH NO CUSTHIER ROW IS ITS OWN PARENT
       5200-FIND-PARENT.
           MOVE 'N'                         TO WS-HIER-FOUND-SW
           MOVE WS-PC-CUST-TBL (WS-PC-IDX)  TO WS-PARENT-ID
           SET WS-HIER-IDX                  TO 1
           PERFORM 5250-SEARCH-HIER-TABLE
               UNTIL WS-HIER-IDX > WS-HIER-TABLE-COUNT
                  OR HIER-FOUND.

       5250-SEARCH-HIER-TABLE.
           IF WS-HIER-CHILD-TBL (WS-HIER-IDX)
                  = WS-PC-CUST-TBL (WS-PC-IDX)
               MOVE 'Y'                     TO WS-HIER-FOUND-SW
               MOVE WS-HIER-PARENT-TBL (WS-HIER-IDX)
                                            TO WS-PARENT-ID
           ELSE
               SET WS-HIER-IDX UP BY 1
           END-IF.

       5300-FIND-OR-ADD-GROUP.
           MOVE 'N'                         TO WS-PG-FOUND-SW
           SET WS-PG-IDX                    TO 1
           PERFORM 5350-SEARCH-GROUP-TABLE
               UNTIL WS-PG-IDX > WS-PG-TABLE-COUNT
                  OR PG-FOUND
           IF NOT PG-FOUND
               ADD 1                        TO WS-PG-TABLE-COUNT
               SET WS-PG-IDX                TO WS-PG-TABLE-COUNT
               MOVE WS-PARENT-ID            TO WS-PG-PARENT-TBL
                                               (WS-PG-IDX)
           END-IF.

       5350-SEARCH-GROUP-TABLE.
           IF WS-PG-PARENT-TBL (WS-PG-IDX) = WS-PARENT-ID
               MOVE 'Y'                     TO WS-PG-FOUND-SW
           ELSE
               SET WS-PG-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * SECTION 1 - EVERY CUSTOMER RANKED BY NET CONTRIBUTION, ONE     *
      * SELECTION PASS PER RANK AS IN CUSTRANK                         *
      *---------------------------------------------------------------*
       6000-PRINT-CUSTOMERS.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'CUSTOMERS RANKED BY NET CONTRIBUTION  (* = LOSS)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE PF-HEADING-1                TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'N'                         TO WS-DONE-SW
           PERFORM 6100-RANK-ONE-CUSTOMER
               UNTIL RANKING-DONE
           IF WS-PC-TABLE-COUNT = ZERO
               MOVE '  NO CUSTOMER ACTIVITY IN THE PERIOD'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       6100-RANK-ONE-CUSTOMER.
           MOVE ZERO                        TO WS-BEST-SUB
           MOVE -99999999999.99             TO WS-BEST-NET
           MOVE 1                           TO WS-SCAN-SUB
           PERFORM 6150-SCAN-FOR-LARGEST
               UNTIL WS-SCAN-SUB > WS-PC-TABLE-COUNT
           IF WS-BEST-SUB = ZERO
               MOVE 'Y'                     TO WS-DONE-SW
           ELSE
               ADD 1                        TO WS-RANK-NO
               SET WS-PC-IDX                TO WS-BEST-SUB
               MOVE WS-RANK-NO              TO WS-PC-RANK-TBL
                                               (WS-PC-IDX)
               PERFORM 6200-PRINT-CUSTOMER-LINE
               MOVE WS-RANK-NO              TO PF-DTL-RANK
               MOVE PF-DETAIL-LINE          TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       6150-SCAN-FOR-LARGEST.
           SET WS-PC-IDX                    TO WS-SCAN-SUB
           IF WS-PC-RANK-TBL (WS-PC-IDX) = ZERO
          AND WS-PC-NET-TBL (WS-PC-IDX) > WS-BEST-NET
               MOVE WS-PC-NET-TBL (WS-PC-IDX) TO WS-BEST-NET
               MOVE WS-SCAN-SUB             TO WS-BEST-SUB
           END-IF
           ADD 1                            TO WS-SCAN-SUB.

      *    BUILDS THE DETAIL LINE FOR THE CUSTOMER UNDER WS-PC-IDX -
      *    THE CALLER SETS THE RANK COLUMN AND WRITES IT
       6200-PRINT-CUSTOMER-LINE.
           MOVE SPACES                      TO PF-DETAIL-LINE
           MOVE WS-PC-CUST-TBL (WS-PC-IDX)  TO WS-THIS-CUST
           PERFORM 6300-FIND-CUST-NAME
           IF WS-PC-NET-TBL (WS-PC-IDX) < ZERO
               MOVE '*'                     TO PF-DTL-FLAG
           END-IF
           MOVE WS-PC-CUST-TBL (WS-PC-IDX)  TO PF-DTL-CUST
           MOVE WS-LOOKUP-NAME              TO PF-DTL-NAME
           COMPUTE WS-MARGIN = WS-PC-SALES-TBL (WS-PC-IDX)
                             - WS-PC-COST-TBL (WS-PC-IDX)
           MOVE WS-PC-SALES-TBL (WS-PC-IDX) TO PF-DTL-SALES
           MOVE WS-MARGIN                   TO PF-DTL-MARGIN
           MOVE WS-PC-REBATE-TBL (WS-PC-IDX) TO PF-DTL-REBATE
           MOVE WS-PC-MEMO-TBL (WS-PC-IDX)  TO PF-DTL-MEMO
           MOVE WS-PC-WOFF-TBL (WS-PC-IDX)  TO PF-DTL-WOFF
           MOVE WS-PC-FINCHG-TBL (WS-PC-IDX) TO PF-DTL-FINCHG
           MOVE WS-PC-NET-TBL (WS-PC-IDX)   TO PF-DTL-NET.

      *---------------------------------------------------------------*
      * NAME LOOKUP FOR WS-THIS-CUST - A CUSTOMER NO LONGER ON THE     *
      * EXTRACT PRINTS AS (NOT ON MASTER) RATHER THAN DROPPING OUT     *
      *---------------------------------------------------------------*
       6300-FIND-CUST-NAME.
           MOVE 'N'                         TO WS-NAME-FOUND-SW
           MOVE '(NOT ON MASTER)'           TO WS-LOOKUP-NAME
           SET WS-NAME-IDX                  TO 1
           PERFORM 6350-SEARCH-NAME-TABLE
               UNTIL WS-NAME-IDX > WS-NAME-TABLE-COUNT
                  OR NAME-FOUND.

       6350-SEARCH-NAME-TABLE.
           IF WS-NAME-CUST-TBL (WS-NAME-IDX) = WS-THIS-CUST
               MOVE 'Y'                     TO WS-NAME-FOUND-SW
               MOVE WS-NAME-NAME-TBL (WS-NAME-IDX)
                                            TO WS-LOOKUP-NAME
           ELSE
               SET WS-NAME-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * SECTION 2 - THE NATIONAL ACCOUNTS RANKED BY THEIR ROLLED-UP    *
      * NET CONTRIBUTION, EACH FOLLOWED BY ITS MEMBERS WITH THEIR      *
      * SECTION 1 RANK                                                 *
      *---------------------------------------------------------------*
       7000-PRINT-NATIONAL-ACCOUNTS.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'NATIONAL ACCOUNTS ROLLED UP THROUGH CUSTHIER'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE PF-HEADING-1                TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'N'                         TO WS-DONE-SW
           PERFORM 7100-RANK-ONE-GROUP
               UNTIL RANKING-DONE
           IF WS-NATL-ACCOUNTS = ZERO
               MOVE '  NO NATIONAL ACCOUNT HAD ACTIVITY IN THE PERIOD'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

       7100-RANK-ONE-GROUP.
           MOVE ZERO                        TO WS-BEST-SUB
           MOVE -99999999999.99             TO WS-BEST-NET
           MOVE 1                           TO WS-SCAN-SUB
           PERFORM 7150-SCAN-FOR-LARGEST
               UNTIL WS-SCAN-SUB > WS-PG-TABLE-COUNT
           IF WS-BEST-SUB = ZERO
               MOVE 'Y'                     TO WS-DONE-SW
           ELSE
               ADD 1                        TO WS-NATL-ACCOUNTS
               SET WS-PG-IDX                TO WS-BEST-SUB
               MOVE 'Y'           TO WS-PG-RANKED-TBL (WS-PG-IDX)
               PERFORM 7200-PRINT-GROUP-LINE
               MOVE 1                       TO WS-MEMBER-SUB
               PERFORM 7300-PRINT-MEMBER
                   UNTIL WS-MEMBER-SUB > WS-PC-TABLE-COUNT
           END-IF.

       7150-SCAN-FOR-LARGEST.
           SET WS-PG-IDX                    TO WS-SCAN-SUB
           IF WS-PG-NATL-TBL (WS-PG-IDX) = 'Y'
          AND WS-PG-RANKED-TBL (WS-PG-IDX) = 'N'
          AND WS-PG-NET-TBL (WS-PG-IDX) > WS-BEST-NET
               MOVE WS-PG-NET-TBL (WS-PG-IDX) TO WS-BEST-NET
               MOVE WS-SCAN-SUB             TO WS-BEST-SUB
           END-IF
           ADD 1                            TO WS-SCAN-SUB.

       7200-PRINT-GROUP-LINE.
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO PF-DETAIL-LINE
           MOVE WS-PG-PARENT-TBL (WS-PG-IDX) TO WS-THIS-CUST
           PERFORM 6300-FIND-CUST-NAME
           IF WS-PG-NET-TBL (WS-PG-IDX) < ZERO
               MOVE '*'                     TO PF-DTL-FLAG
               ADD 1                        TO WS-LOSS-ACCOUNTS
           END-IF
           MOVE WS-NATL-ACCOUNTS            TO PF-DTL-RANK
           MOVE WS-PG-PARENT-TBL (WS-PG-IDX) TO PF-DTL-CUST
           MOVE WS-LOOKUP-NAME              TO PF-DTL-NAME
           COMPUTE WS-MARGIN = WS-PG-SALES-TBL (WS-PG-IDX)
                             - WS-PG-COST-TBL (WS-PG-IDX)
           MOVE WS-PG-SALES-TBL (WS-PG-IDX) TO PF-DTL-SALES
           MOVE WS-MARGIN                   TO PF-DTL-MARGIN
           MOVE WS-PG-REBATE-TBL (WS-PG-IDX) TO PF-DTL-REBATE
           MOVE WS-PG-MEMO-TBL (WS-PG-IDX)  TO PF-DTL-MEMO
           MOVE WS-PG-WOFF-TBL (WS-PG-IDX)  TO PF-DTL-WOFF
           MOVE WS-PG-FINCHG-TBL (WS-PG-IDX) TO PF-DTL-FINCHG
           MOVE WS-PG-NET-TBL (WS-PG-IDX)   TO PF-DTL-NET
           MOVE PF-DETAIL-LINE              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-PG-MEMBERS-TBL (WS-PG-IDX) TO WS-CNT-DISPLAY
           STRING '       MEMBERS WITH ACTIVITY:' WS-CNT-DISPLAY
                  '  (RANK SHOWN IS THE CUSTOMER RANK ABOVE)'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *    ONE MEMBER OF THE GROUP UNDER WS-PG-IDX, NAME INDENTED
       7300-PRINT-MEMBER.
           SET WS-PC-IDX                    TO WS-MEMBER-SUB
           IF WS-PC-PARENT-TBL (WS-PC-IDX)
                  = WS-PG-PARENT-TBL (WS-PG-IDX)
               PERFORM 6200-PRINT-CUSTOMER-LINE
               MOVE WS-PC-RANK-TBL (WS-PC-IDX) TO PF-DTL-RANK
               MOVE SPACES                  TO PF-DTL-NAME
               STRING '  ' WS-LOOKUP-NAME
                      DELIMITED SIZE        INTO PF-DTL-NAME
               MOVE PF-DETAIL-LINE          TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           ADD 1                            TO WS-MEMBER-SUB.

      *---------------------------------------------------------------*
      * FINALIZATION - THE GRAND TOTALS, THE COVERAGE WARNING, THE     *
      * RUN SUMMARY AND THE RETURN CODE                                *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           COMPUTE WS-TOT-MARGIN = WS-TOT-SALES - WS-TOT-COST
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'TOTALS - ALL RANKED CUSTOMERS'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-SALES                TO WS-AMT-DISPLAY
           STRING 'NET SALES                 ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-COST                 TO WS-AMT-DISPLAY
           STRING 'STANDARD COST             ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-MARGIN               TO WS-AMT-DISPLAY
           STRING 'GROSS MARGIN              ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-REBATE               TO WS-AMT-DISPLAY
           STRING 'LESS REBATES              ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-MEMO                 TO WS-AMT-DISPLAY
           STRING 'LESS MEMOS (NET CREDITS)  ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-WOFF                 TO WS-AMT-DISPLAY
           STRING 'LESS BAD-DEBT WRITE-OFFS  ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-FINCHG               TO WS-AMT-DISPLAY
           STRING 'PLUS FINANCE CHARGES      ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOT-NET                  TO WS-AMT-DISPLAY
           STRING 'NET CONTRIBUTION          ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-RANK-NO                  TO WS-CNT-DISPLAY
           STRING 'CUSTOMERS RANKED          ' '        '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-LOSS-CUSTOMERS           TO WS-CNT-DISPLAY
           STRING '  AT A LOSS               ' '        '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-NATL-ACCOUNTS            TO WS-CNT-DISPLAY
           STRING 'NATIONAL ACCOUNTS         ' '        '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-LOSS-ACCOUNTS            TO WS-CNT-DISPLAY
           STRING '  AT A LOSS               ' '        '
                  WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-NO-CUST-COUNT > ZERO
               MOVE WS-NO-CUST-SALES        TO WS-AMT-DISPLAY
               MOVE WS-NO-CUST-COUNT        TO WS-CNT-DISPLAY
               STRING 'SALES WITH NO CUSTOMER    ' WS-AMT-DISPLAY
                      '  NOT RANKED - LINES:' WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF WS-NO-COST-COUNT > ZERO
               MOVE WS-NO-COST-COUNT        TO WS-CNT-DISPLAY
               STRING 'LINES WITH NO STANDARD COST - COSTED AT ZERO: '
                      WS-CNT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF NOT REBATE-FILE-FOUND
               MOVE 'NO REBATE PROGRESS FILE - OPEN ACCRUALS NOT'
                                            TO WS-REPORT-LINE(1:43)
               MOVE ' COUNTED'                TO WS-REPORT-LINE(44:8)
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF TRAIL-SHORT
               MOVE '*** NO AUDGEN SUPPLIED AND THE LIVE AUDIT TRAIL'
                                            TO WS-REPORT-LINE(1:47)
               MOVE ' STARTS AFTER THE PERIOD DOES - MEMOS,'
                                            TO WS-REPORT-LINE(48:38)
               MOVE ' WRITE-OFFS AND FINANCE CHARGES ARE SHORT'
                                            TO WS-REPORT-LINE(86:41)
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'CUSTPROF - CUSTOMER PROFITABILITY SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'PERIOD:                ' WS-FROM-PERIOD-X
                   ' - ' WS-THRU-PERIOD-X
           DISPLAY 'HISTORY RECORDS READ:  ' WS-ARCH-READ
           DISPLAY 'SALES LINES COUNTED:   ' WS-SALES-COUNTED
           DISPLAY 'OPEN ACCRUALS COUNTED: ' WS-ACCRUALS-COUNTED
           DISPLAY 'AUDGEN ROWS READ:      ' WS-AUDGEN-READ
           DISPLAY 'AUDITOUT ROWS READ:    ' WS-AUDIT-READ
           DISPLAY 'AUDIT ROWS COUNTED:    ' WS-AUDIT-COUNTED
           DISPLAY 'CUSTOMERS RANKED:      ' WS-RANK-NO
           DISPLAY '  AT A LOSS:           ' WS-LOSS-CUSTOMERS
           DISPLAY 'NATIONAL ACCOUNTS:     ' WS-NATL-ACCOUNTS
           DISPLAY '  AT A LOSS:           ' WS-LOSS-ACCOUNTS
           DISPLAY '============================================='
           IF TRAIL-SHORT
               DISPLAY '*** CUSTPROF: AUDIT TRAIL DOES NOT COVER THE'
                       ' WHOLE PERIOD - SUPPLY AUDGEN'
               MOVE 4                       TO RETURN-CODE
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
           DISPLAY '*** CUSTPROF FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
