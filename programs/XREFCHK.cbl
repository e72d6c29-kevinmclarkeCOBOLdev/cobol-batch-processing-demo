      *****************************************************************
      * PROGRAM NAME: XREFCHK                                         *
      * DESCRIPTION:  CROSS-FILE REFERENTIAL INTEGRITY SWEEP          *
      *               EVERY FILE THAT CARRIES A CUSTOMER, SALESPERSON *
      *               OR PRODUCT KEY IS MAINTAINED BY ITS OWN PROGRAM,*
      *               AND A MERGE, A PURGE, A TERMINATION OR A        *
      *               DROPPED PRODUCT LEAVES THE RECORDS THAT POINT   *
      *               AT IT BEHIND. THIS READ-ONLY SWEEP CHECKS EVERY *
      *               CROSS-FILE KEY AGAINST ITS MASTER AND PRINTS    *
      *               THE ORPHANS GROUPED BY RULE, WITH A COUNT UNDER *
      *               EACH RULE AND A SUMMARY OF ALL OF THEM. IT IS   *
      *               RUN WEEKLY ON DEMAND, AND AGAIN AHEAD OF MONTH  *
      *               END, SO THE DATA IS CLEANED BEFORE THE CLOSE.   *
      *               THE RULES (S = SEVERE, W = WARNING):            *
      *               01 S OPEN ITEM WITH A BALANCE, CUSTOMER GONE    *
      *               02 S OPEN ITEM WITH A BALANCE, ACCOUNT MERGED   *
      *               03 W SETTLED OPEN ITEM, CUSTOMER GONE           *
      *               04 S MERGED ACCOUNT STILL CARRYING A BALANCE    *
      *               05 W SHIP-TO LOCATION, CUSTOMER GONE            *
      *               06 W ACTIVE SHIP-TO ON A MERGED OR INACTIVE     *
      *                    ACCOUNT                                    *
      *               07 S HIERARCHY PARENT NOT ON THE MASTER         *
      *               08 W HIERARCHY CHILD NOT ON THE MASTER          *
      *               09 W HIERARCHY LINK TO A MERGED ACCOUNT         *
      *               10 W REBATE AGREEMENT, ACCOUNT GONE, MERGED OR  *
      *                    INACTIVE                                   *
      *               11 W CONTRACT PRICE, ACCOUNT GONE, MERGED OR    *
      *                    INACTIVE                                   *
      *               12 W CONTRACT PRICE, PRODUCT NOT ON PRODMAST    *
      *               13 W QUOTA FOR A SALESPERSON NOT ON SLSPMAST,   *
      *                    OR FOR A MONTH AFTER THEIR TERMINATION     *
      *               14 W ARCHIVED SALES, PRODUCT NOT ON PRODMAST    *
      *               15 W ACCOUNT OWNER NOT ON SLSPMAST OR           *
      *                    TERMINATED                                 *
      *               16 W SALESPERSON'S MANAGER NOT ON SLSPMAST OR   *
      *                    TERMINATED                                 *
      *               A SEVERE ORPHAN MISSTATES A BALANCE OR A CREDIT *
      *               EXPOSURE AND SETS RETURN CODE 8. A FILE THAT IS *
      *               NOT PRESENT IS LISTED AND ITS RULES ARE SHOWN   *
      *               AS NOT CHECKED. NOTHING IS WRITTEN BACK.        *
      *                                                               *
      * INPUTS:       CUSTOMER MASTER       (CUSTMIN, INDEXED, READ)  *
      *               A/R OPEN ITEMS        (OPENITEM, INDEXED,       *
      *                                      READ - OPTIONAL)         *
      *               SHIP-TO LOCATIONS     (SHIPTO, INDEXED, READ -  *
      *                                      OPTIONAL)                *
      *               CUSTOMER HIERARCHY    (CUSTHIER - OPTIONAL)     *
      *               REBATE AGREEMENTS     (REBATMST - OPTIONAL)     *
      *               CONTRACT PRICES       (CONTRPRC - OPTIONAL)     *
      *               SALES QUOTAS          (QUOTAMST - OPTIONAL)     *
      *               SALESPERSON MASTER    (SLSPMAST - OPTIONAL)     *
      *               PRODUCT MASTER        (PRODMAST - OPTIONAL)     *
      *               SALES ARCHIVE         (ARCHOUT  - OPTIONAL)     *
      *               BUSINESS DATE CONTROL (BUSDATE  - OPTIONAL)     *
      * OUTPUTS:      INTEGRITY EXCEPTION REPORT (XREFRPT)            *
      *               SORTED EXCEPTION WORK FILE (XREFSRT)            *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                               *
      * RETURN CODES: 0  NO ORPHANS FOUND                             *
      *               4  WARNINGS ONLY                                *
      *               8  AT LEAST ONE SEVERE ORPHAN                   *
      *               16 FATAL ERROR                                  *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   SHIPTO   - SHIP-TO LOCATION RECORD                          *
      *   CUSTHIER - CUSTOMER HIERARCHY RECORD                        *
      *   REBATMST - REBATE AGREEMENT RECORD                          *
      *   CONTRPRC - CONTRACT PRICE RECORD                            *
      *   QUOTAMST - SALES QUOTA RECORD                               *
      *   SLSPMAST - SALESPERSON MASTER RECORD                        *
      *   PRODMAST - PRODUCT MASTER RECORD                            *
      *   ARCHREC  - SALES ARCHIVE RECORD                             *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFCHK.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE MASTER IS SWEPT FRONT TO BACK FOR ITS OWN RULES, THEN
      *    READ BY KEY FOR EVERY CUSTOMER ANOTHER FILE NAMES
           SELECT CUST-MASTER     ASSIGN TO CUSTMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS  IS WS-CUST-MASTER-STATUS.

           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

           SELECT SHIPTO-FILE     ASSIGN TO SHIPTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SHP-KEY
                  FILE STATUS  IS WS-SHIPTO-STATUS.

           SELECT HIER-FILE       ASSIGN TO CUSTHIER
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HIER-STATUS.

           SELECT AGREE-FILE      ASSIGN TO REBATMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AGREE-STATUS.

           SELECT CONTRACT-FILE   ASSIGN TO CONTRPRC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTRACT-STATUS.

           SELECT QUOTA-FILE      ASSIGN TO QUOTAMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-QUOTA-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT PRODUCT-FILE    ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROD-STATUS.

           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.

      *    SORT WORK FILE AND ITS SORTED OUTPUT - EVERY ORPHAN IS
      *    RELEASED AS IT IS FOUND AND COMES BACK GROUPED BY RULE, IN
      *    THE ORDER IT WAS FOUND WITHIN ITS RULE
           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT SORTED-FILE     ASSIGN TO XREFSRT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SORTED-STATUS.

           SELECT REPORT-FILE     ASSIGN TO XREFRPT
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

      *    BUSINESS DATE CONTROL - THE AS-OF DATE ON THE REPORT. A
      *    MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUST-MASTER.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  OPENITEM-FILE.
           COPY OPENITEM.

       FD  SHIPTO-FILE.
           COPY SHIPTO.

       FD  HIER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTHIER.

       FD  AGREE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY REBATMST.

       FD  CONTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTRPRC.

       FD  QUOTA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY QUOTAMST.

       FD  SALESPERSON-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PRODMAST.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ARCHREC.

      *----------------------------------------------------------------*
      * ONE ORPHAN - ITS RULE, THE ORDER IT WAS FOUND IN, AND THE      *
      * DETAIL TEXT ALREADY FORMATTED FOR THE REPORT                   *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-RULE-NO             PIC 9(2).
           05  SORT-FOUND-SEQ           PIC 9(8).
           05  SORT-DETAIL              PIC X(100).

       FD  SORTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SORTED-RECORD.
           05  SORTED-RULE-NO           PIC 9(2).
           05  SORTED-FOUND-SEQ         PIC 9(8).
           05  SORTED-DETAIL            PIC X(100).

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
           05  WS-CUST-MASTER-STATUS    PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-SHIPTO-STATUS         PIC XX VALUE SPACES.
           05  WS-HIER-STATUS           PIC XX VALUE SPACES.
           05  WS-AGREE-STATUS          PIC XX VALUE SPACES.
           05  WS-CONTRACT-STATUS       PIC XX VALUE SPACES.
           05  WS-QUOTA-STATUS          PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-SORTED-STATUS         PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SCAN-EOF-SW           PIC X VALUE 'N'.
               88  SCAN-EOF                     VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-SORTED-EOF-SW         PIC X VALUE 'N'.
               88  SORTED-EOF                   VALUE 'Y'.
           05  WS-SLSP-LOADED-SW        PIC X VALUE 'N'.
               88  SLSP-MASTER-LOADED           VALUE 'Y'.
           05  WS-PROD-LOADED-SW        PIC X VALUE 'N'.
               88  PROD-MASTER-LOADED           VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE RULES, IN REPORT ORDER. THE SEVERITY IS 'S' (SEVERE - SETS *
      * RETURN CODE 8) OR 'W' (WARNING - RETURN CODE 4). THE COUNT     *
      * TABLE ALONGSIDE ACCUMULATES EACH RULE'S ORPHANS; A RULE WHOSE  *
      * FILE WAS NOT PRESENT IS FLAGGED NOT CHECKED.                   *
      *----------------------------------------------------------------*
       01  WS-RULE-NAMES.
           05  FILLER                   PIC X(1)  VALUE 'S'.
           05  FILLER                   PIC X(60) VALUE
               'OPEN ITEM WITH A BALANCE, CUSTOMER NOT ON THE MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'S'.
           05  FILLER                   PIC X(60) VALUE
               'OPEN ITEM WITH A BALANCE ON A MERGED ACCOUNT'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'SETTLED OPEN ITEM, CUSTOMER NOT ON THE MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'S'.
           05  FILLER                   PIC X(60) VALUE
               'MERGED ACCOUNT STILL CARRYING A BALANCE'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'SHIP-TO LOCATION, CUSTOMER NOT ON THE MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'ACTIVE SHIP-TO LOCATION, ACCOUNT MERGED OR INACTIVE'.
           05  FILLER                   PIC X(1)  VALUE 'S'.
           05  FILLER                   PIC X(60) VALUE
               'HIERARCHY PARENT NOT ON THE MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'HIERARCHY CHILD NOT ON THE MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'HIERARCHY LINK TO A MERGED ACCOUNT'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'REBATE AGREEMENT, ACCOUNT MISSING, MERGED OR INACTIVE'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'CONTRACT PRICE, ACCOUNT MISSING, MERGED OR INACTIVE'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'CONTRACT PRICE, PRODUCT NOT ON THE PRODUCT MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'QUOTA FOR A MISSING OR TERMINATED SALESPERSON'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'ARCHIVED SALES, PRODUCT NOT ON THE PRODUCT MASTER'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'ACCOUNT OWNER MISSING OR TERMINATED'.
           05  FILLER                   PIC X(1)  VALUE 'W'.
           05  FILLER                   PIC X(60) VALUE
               'SALESPERSON''S MANAGER MISSING OR TERMINATED'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-ENTRY OCCURS 16 TIMES.
               10  WS-RULE-SEVERITY-TBL PIC X(1).
                   88  RULE-IS-SEVERE           VALUE 'S'.
               10  WS-RULE-TITLE-TBL    PIC X(60).

       01  WS-RULE-COUNTS.
           05  WS-RULE-COUNT-ENTRY OCCURS 16 TIMES.
               10  WS-RULE-COUNT-TBL    PIC 9(7)  VALUE ZERO.
               10  WS-RULE-CHECKED-TBL  PIC X(1)  VALUE 'N'.
                   88  RULE-CHECKED             VALUE 'Y'.

       01  WS-RULE-FIELDS.
           05  WS-RULE-MAX              PIC 9(2)  VALUE 16.
           05  WS-RULE-SUB              PIC 9(2)  VALUE ZERO.
           05  WS-CURR-RULE             PIC 9(2)  VALUE ZERO.
           05  WS-FOUND-SEQ             PIC 9(8)  VALUE ZERO.
           05  WS-EXC-RULE              PIC 9(2)  VALUE ZERO.
           05  WS-EXC-DETAIL            PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------*
      * THE FILES SWEPT, IN REPORT ORDER, WITH WHAT WAS READ FROM EACH *
      * ('N' IN THE PRESENT FLAG MEANS THE FILE WAS NOT THERE)         *
      *----------------------------------------------------------------*
       01  WS-SOURCE-NAMES.
           05  FILLER                   PIC X(38) VALUE
               'CUSTMIN   CUSTOMER MASTER'.
           05  FILLER                   PIC X(38) VALUE
               'OPENITEM  A/R OPEN ITEMS'.
           05  FILLER                   PIC X(38) VALUE
               'SHIPTO    SHIP-TO LOCATIONS'.
           05  FILLER                   PIC X(38) VALUE
               'CUSTHIER  CUSTOMER HIERARCHY'.
           05  FILLER                   PIC X(38) VALUE
               'REBATMST  REBATE AGREEMENTS'.
           05  FILLER                   PIC X(38) VALUE
               'CONTRPRC  CONTRACT PRICES'.
           05  FILLER                   PIC X(38) VALUE
               'QUOTAMST  SALES QUOTAS'.
           05  FILLER                   PIC X(38) VALUE
               'SLSPMAST  SALESPERSON MASTER'.
           05  FILLER                   PIC X(38) VALUE
               'PRODMAST  PRODUCT MASTER'.
           05  FILLER                   PIC X(38) VALUE
               'ARCHOUT   SALES ARCHIVE'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-TITLE-TBL OCCURS 10 TIMES
                                        PIC X(38).

       01  WS-SOURCE-COUNTS.
           05  WS-SOURCE-COUNT-ENTRY OCCURS 10 TIMES.
               10  WS-SOURCE-READ-TBL   PIC 9(8)  VALUE ZERO.
               10  WS-SOURCE-PRESENT-TBL
                                        PIC X(1)  VALUE 'N'.
                   88  SOURCE-PRESENT           VALUE 'Y'.

       01  WS-SOURCE-FIELDS.
           05  WS-SOURCE-MAX            PIC 9(2)  VALUE 10.
           05  WS-SOURCE-SUB            PIC 9(2)  VALUE ZERO.
           05  WS-SRC-MASTER            PIC 9(2)  VALUE 1.
           05  WS-SRC-OPENITEM          PIC 9(2)  VALUE 2.
           05  WS-SRC-SHIPTO            PIC 9(2)  VALUE 3.
           05  WS-SRC-HIER              PIC 9(2)  VALUE 4.
           05  WS-SRC-REBATE            PIC 9(2)  VALUE 5.
           05  WS-SRC-CONTRACT          PIC 9(2)  VALUE 6.
           05  WS-SRC-QUOTA             PIC 9(2)  VALUE 7.
           05  WS-SRC-SLSP              PIC 9(2)  VALUE 8.
           05  WS-SRC-PRODUCT           PIC 9(2)  VALUE 9.
           05  WS-SRC-ARCHIVE           PIC 9(2)  VALUE 10.

      *----------------------------------------------------------------*
      * CUSTOMER LOOKUP BY KEY. THE RESULT IS THE ACCOUNT'S STATUS, OR *
      * 'N' WHEN IT IS NOT ON THE MASTER AT ALL. THE LAST ACCOUNT      *
      * LOOKED UP IS KEPT, SINCE THE FILES SWEPT ARE MOSTLY IN         *
      * CUSTOMER ORDER AND NAME THE SAME ONE SEVERAL TIMES RUNNING.    *
      *----------------------------------------------------------------*
       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-CUST-ID        PIC 9(6)  VALUE ZERO.
           05  WS-LAST-LOOKUP-ID        PIC 9(6)  VALUE ZERO.
           05  WS-LOOKUP-RESULT         PIC X(1)  VALUE SPACE.
               88  LOOKUP-NOT-ON-MASTER         VALUE 'N'.
               88  LOOKUP-MERGED                VALUE 'M'.
               88  LOOKUP-INACTIVE              VALUE 'I'.
           05  WS-LAST-LOOKUP-RESULT    PIC X(1)  VALUE SPACE.
           05  WS-REASON-TEXT           PIC X(30) VALUE SPACES.
           05  WS-PARENT-RESULT         PIC X(1)  VALUE SPACE.
           05  WS-CHILD-RESULT          PIC X(1)  VALUE SPACE.

      *----------------------------------------------------------------*
      * SALESPERSON MASTER TABLE - LOADED ONCE AT STARTUP THE WAY      *
      * SALESRPT LOADS IT, WITH THE STATUS, TERMINATION DATE AND       *
      * MANAGER EACH RULE NEEDS                                        *
      *----------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SLSP-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SLSP-IDX.
               10  WS-SLSP-ID-TBL       PIC 9(06) VALUE ZERO.
               10  WS-SLSP-NAME-TBL     PIC X(20) VALUE SPACES.
               10  WS-SLSP-STATUS-TBL   PIC X(01) VALUE SPACE.
                   88  SLSP-TBL-TERMINATED      VALUE 'T'.
               10  WS-SLSP-TERM-TBL     PIC X(10) VALUE SPACES.
               10  WS-SLSP-MANAGER-TBL  PIC 9(06) VALUE ZERO.

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-ID-FOUND               VALUE 'Y'.
           05  WS-SLSP-LOOKUP-ID        PIC 9(06) VALUE ZERO.
           05  WS-SLSP-SWEEP-SUB        PIC 9(05) VALUE ZERO.
           05  WS-SLSP-TERM-MONTH       PIC X(07) VALUE SPACES.
           05  WS-QUOTA-MONTH           PIC X(07) VALUE SPACES.

      *----------------------------------------------------------------*
      * PRODUCT MASTER TABLE - EVERY CODE ON PRODMAST, ACTIVE OR NOT.  *
      * AN INACTIVE PRODUCT IS STILL ON THE MASTER AND IS NOT AN       *
      * ORPHAN.                                                        *
      *----------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.

       01  WS-PRODUCT-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PROD-LOOKUP-CODE      PIC X(10) VALUE SPACES.
           05  WS-PROD-FOUND-SW         PIC X VALUE 'N'.
               88  PROD-ENTRY-FOUND            VALUE 'Y'.

      *----------------------------------------------------------------*
      * PRODUCT CODES THE ARCHIVE CARRIES THAT PRODMAST DOES NOT - ONE *
      * ENTRY PER CODE, WITH HOW MANY ARCHIVED SALES NAME IT AND THE   *
      * LATEST SALE DATE. CODES PAST THE TABLE'S END ARE COUNTED ONLY. *
      *----------------------------------------------------------------*
       01  WS-MISSING-PROD-TABLE.
           05  WS-MISS-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-MISS-IDX.
               10  WS-MISS-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-MISS-COUNT-TBL    PIC 9(07) VALUE ZERO.
               10  WS-MISS-LATEST-TBL   PIC X(10) VALUE SPACES.

       01  WS-MISSING-PROD-FIELDS.
           05  WS-MISS-TABLE-MAX        PIC 9(05) VALUE 500.
           05  WS-MISS-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-MISS-OVERFLOW         PIC 9(07) VALUE ZERO.
           05  WS-MISS-FOUND-SW         PIC X VALUE 'N'.
               88  MISS-ENTRY-FOUND            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TOTAL-READ            PIC 9(9) VALUE ZERO.
           05  WS-TOTAL-ORPHANS         PIC 9(8) VALUE ZERO.
           05  WS-SEVERE-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-WARNING-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-RULE-PRINTED          PIC 9(7) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-OUT            PIC X(132) VALUE SPACES.
           05  WS-SEVERITY-TEXT         PIC X(7)   VALUE SPACES.
           05  WS-AMOUNT-EDIT           PIC $$$,$$$,$$9.99-.
           05  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
           05  WS-COUNT-EDIT-2          PIC Z,ZZZ,ZZ9.
           05  WS-RULE-EDIT             PIC 99.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC - SWEEP EVERY FILE INTO THE SORT, THEN   *
      * PRINT THE ORPHANS RULE BY RULE                                 *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE

           SORT SORT-FILE
                ON ASCENDING KEY SORT-RULE-NO SORT-FOUND-SEQ
                INPUT PROCEDURE 2000-SWEEP-ALL-FILES
                GIVING SORTED-FILE
           IF SORT-RETURN NOT = ZERO
               MOVE 'SORT OF INTEGRITY EXCEPTIONS FAILED'
                                            TO WS-ABEND-MSG(1:35)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 5000-PRINT-REPORT
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE, THE SALESPERSON AND        *
      * PRODUCT TABLES, THE CUSTOMER MASTER AND THE REPORT             *
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
           END-IF

      *    EVERY OTHER RULE IS JUDGED AGAINST THE CUSTOMER MASTER, SO
      *    IT IS THE ONE FILE THE SWEEP CANNOT RUN WITHOUT
           OPEN INPUT CUST-MASTER
           IF WS-CUST-MASTER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'            TO WS-SOURCE-PRESENT-TBL (WS-SRC-MASTER)

           OPEN INPUT SALESPERSON-FILE
           IF WS-SLSP-STATUS = '00'
               MOVE 'Y'                     TO WS-SLSP-LOADED-SW
               MOVE 'Y'          TO WS-SOURCE-PRESENT-TBL (WS-SRC-SLSP)
               PERFORM 1700-LOAD-SLSP-TABLE
               CLOSE SALESPERSON-FILE
           ELSE
               IF WS-SLSP-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SLSP-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y'                     TO WS-PROD-LOADED-SW
               MOVE 'Y'       TO WS-SOURCE-PRESENT-TBL (WS-SRC-PRODUCT)
               PERFORM 1510-READ-PRODUCT-RECORD
               PERFORM 1520-ADD-PRODUCT-ENTRY UNTIL PROD-EOF
               CLOSE PRODUCT-FILE
           ELSE
               IF WS-PROD-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PRODUCT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROD-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE PRODUCT MASTER TABLE ONCE AT STARTUP                  *
      *----------------------------------------------------------------*
       1510-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE 'Y' TO WS-PROD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SOURCE-READ-TBL (WS-SRC-PRODUCT)
           END-READ

           IF NOT PROD-EOF AND WS-PROD-STATUS NOT = '00'
               MOVE 'READ FAILED: PRODUCT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1520-ADD-PRODUCT-ENTRY.
           IF WS-PROD-TABLE-COUNT < WS-PROD-TABLE-MAX
               ADD 1                        TO WS-PROD-TABLE-COUNT
               SET WS-PROD-IDX              TO WS-PROD-TABLE-COUNT
               MOVE PROD-CODE       TO WS-PROD-CODE-TBL (WS-PROD-IDX)
           END-IF

           PERFORM 1510-READ-PRODUCT-RECORD.

      *----------------------------------------------------------------*
      * FIND WS-PROD-LOOKUP-CODE IN THE PRODUCT TABLE                  *
      *----------------------------------------------------------------*
       1550-FIND-PRODUCT-ENTRY.
           MOVE 'N'                        TO WS-PROD-FOUND-SW
           SET WS-PROD-IDX                 TO 1
           PERFORM 1560-SEARCH-PRODUCT-TABLE
               UNTIL WS-PROD-IDX > WS-PROD-TABLE-COUNT
                  OR PROD-ENTRY-FOUND.

       1560-SEARCH-PRODUCT-TABLE.
           IF WS-PROD-CODE-TBL (WS-PROD-IDX) = WS-PROD-LOOKUP-CODE
               MOVE 'Y'                    TO WS-PROD-FOUND-SW
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER TABLE ONCE AT STARTUP              *
      *----------------------------------------------------------------*
       1700-LOAD-SLSP-TABLE.
           PERFORM 1710-READ-SLSP-RECORD
           PERFORM 1720-ADD-SLSP-TO-TABLE UNTIL SLSP-EOF.

       1710-READ-SLSP-RECORD.
           READ SALESPERSON-FILE
               AT END
                   MOVE 'Y' TO WS-SLSP-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SOURCE-READ-TBL (WS-SRC-SLSP)
           END-READ

           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1720-ADD-SLSP-TO-TABLE.
           IF WS-SLSP-TABLE-COUNT < WS-SLSP-TABLE-MAX
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SLSP-IDX              TO WS-SLSP-TABLE-COUNT
               MOVE SLSP-ID     TO WS-SLSP-ID-TBL (WS-SLSP-IDX)
               MOVE SLSP-NAME   TO WS-SLSP-NAME-TBL (WS-SLSP-IDX)
               MOVE SLSP-STATUS TO WS-SLSP-STATUS-TBL (WS-SLSP-IDX)
               MOVE SLSP-TERM-DATE
                                TO WS-SLSP-TERM-TBL (WS-SLSP-IDX)
               IF SLSP-MANAGER-ID NUMERIC
                   MOVE SLSP-MANAGER-ID
                                TO WS-SLSP-MANAGER-TBL (WS-SLSP-IDX)
               END-IF
           END-IF

           PERFORM 1710-READ-SLSP-RECORD.

      *----------------------------------------------------------------*
      * FIND WS-SLSP-LOOKUP-ID IN THE SALESPERSON TABLE. ON RETURN     *
      * SLSP-ID-FOUND IS SET AND WS-SLSP-IDX POINTS AT ITS ENTRY.      *
      *----------------------------------------------------------------*
       1750-FIND-SLSP.
           MOVE 'N'                        TO WS-SLSP-FOUND-SW
           SET WS-SLSP-IDX                 TO 1
           PERFORM 1760-SEARCH-SLSP-TABLE
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
                  OR SLSP-ID-FOUND.

       1760-SEARCH-SLSP-TABLE.
           IF WS-SLSP-ID-TBL (WS-SLSP-IDX) = WS-SLSP-LOOKUP-ID
               MOVE 'Y'                    TO WS-SLSP-FOUND-SW
           ELSE
               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * THE SORT'S INPUT PROCEDURE - ONE PASS OVER EACH FILE, EVERY    *
      * ORPHAN RELEASED AS IT IS FOUND                                 *
      *----------------------------------------------------------------*
       2000-SWEEP-ALL-FILES.
           PERFORM 2100-SWEEP-CUSTOMER-MASTER
           PERFORM 2200-SWEEP-OPEN-ITEMS
           PERFORM 2300-SWEEP-SHIP-TO
           PERFORM 2400-SWEEP-HIERARCHY
           PERFORM 2500-SWEEP-REBATES
           PERFORM 2600-SWEEP-CONTRACT-PRICES
           PERFORM 2700-SWEEP-QUOTAS
           PERFORM 2750-SWEEP-SALESPEOPLE
           PERFORM 2800-SWEEP-ARCHIVE.

      *----------------------------------------------------------------*
      * THE CUSTOMER MASTER ITSELF, FRONT TO BACK - A MERGED ACCOUNT   *
      * STILL CARRYING A BALANCE (RULE 04), AND A LIVE ACCOUNT OWNED   *
      * BY A SALESPERSON WHO IS GONE OR TERMINATED (RULE 15)           *
      *----------------------------------------------------------------*
       2100-SWEEP-CUSTOMER-MASTER.
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (4)
           IF SLSP-MASTER-LOADED
               MOVE 'Y'                     TO WS-RULE-CHECKED-TBL (15)
           END-IF

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           MOVE ZERO              TO CUST-ID OF CUST-MASTER-REC
           START CUST-MASTER KEY NOT < CUST-ID OF CUST-MASTER-REC
               INVALID KEY
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
           END-START
           IF NOT SCAN-EOF
               PERFORM 2110-READ-MASTER-NEXT
               PERFORM 2120-CHECK-ONE-CUSTOMER UNTIL SCAN-EOF
           END-IF.

       2110-READ-MASTER-NEXT.
           READ CUST-MASTER NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1    TO WS-SOURCE-READ-TBL (WS-SRC-MASTER)
           END-READ
           IF WS-CUST-MASTER-STATUS NOT = '00'
          AND WS-CUST-MASTER-STATUS NOT = '10'
               MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2120-CHECK-ONE-CUSTOMER.
           IF CUST-MERGED OF CUST-MASTER-REC
          AND CUST-BALANCE OF CUST-MASTER-REC NOT = ZERO
               MOVE CUST-BALANCE OF CUST-MASTER-REC
                                            TO WS-AMOUNT-EDIT
               STRING 'CUST ' CUST-ID OF CUST-MASTER-REC
                      '  ' CUST-NAME OF CUST-MASTER-REC
                      '  BALANCE ' WS-AMOUNT-EDIT
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               MOVE 4                       TO WS-EXC-RULE
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF

           IF SLSP-MASTER-LOADED
          AND (CUST-ACTIVE OF CUST-MASTER-REC
            OR CUST-SUSPENDED OF CUST-MASTER-REC)
          AND CUST-OWNER-SLSP-ID OF CUST-MASTER-REC NUMERIC
          AND CUST-OWNER-SLSP-ID OF CUST-MASTER-REC > ZERO
               MOVE CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                            TO WS-SLSP-LOOKUP-ID
               PERFORM 1750-FIND-SLSP
               MOVE SPACES                  TO WS-REASON-TEXT
               IF NOT SLSP-ID-FOUND
                   MOVE 'OWNER NOT ON SLSPMAST' TO WS-REASON-TEXT
               ELSE
                   IF SLSP-TBL-TERMINATED (WS-SLSP-IDX)
                       STRING 'OWNER TERMINATED '
                              WS-SLSP-TERM-TBL (WS-SLSP-IDX)
                              DELIMITED SIZE INTO WS-REASON-TEXT
                   END-IF
               END-IF
               IF WS-REASON-TEXT NOT = SPACES
                   STRING 'CUST ' CUST-ID OF CUST-MASTER-REC
                          '  ' CUST-NAME OF CUST-MASTER-REC
                          '  OWNER ' WS-SLSP-LOOKUP-ID
                          '  ' WS-REASON-TEXT
                          DELIMITED SIZE    INTO WS-EXC-DETAIL
                   MOVE 15                  TO WS-EXC-RULE
                   PERFORM 2900-RELEASE-EXCEPTION
               END-IF
               MOVE SPACES                  TO WS-REASON-TEXT
           END-IF

           PERFORM 2110-READ-MASTER-NEXT.

      *----------------------------------------------------------------*
      * A/R OPEN ITEMS. AN ITEM STILL OWING FOR A CUSTOMER WHO IS NOT  *
      * ON THE MASTER (RULE 01) OR WAS MERGED AWAY (RULE 02) IS MONEY  *
      * NO STATEMENT OR AGING WILL EVER SHOW. A SETTLED ITEM LEFT FOR  *
      * A PURGED CUSTOMER (RULE 03) IS ONLY CLUTTER.                   *
      *----------------------------------------------------------------*
       2200-SWEEP-OPEN-ITEMS.
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-OPENITEM-STATUS NOT = '00'
               MOVE 'OPEN FAILED: OPENITEM-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'          TO WS-SOURCE-PRESENT-TBL (WS-SRC-OPENITEM)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (1)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (2)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (3)

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           MOVE ZERO                        TO OI-ITEM-SEQ
           START OPENITEM-FILE KEY NOT < OI-ITEM-SEQ
               INVALID KEY
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
           END-START
           IF NOT SCAN-EOF
               PERFORM 2210-READ-ITEM-NEXT
               PERFORM 2220-CHECK-ONE-ITEM UNTIL SCAN-EOF
           END-IF
           CLOSE OPENITEM-FILE.

       2210-READ-ITEM-NEXT.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1  TO WS-SOURCE-READ-TBL (WS-SRC-OPENITEM)
           END-READ
           IF WS-OPENITEM-STATUS NOT = '00'
          AND WS-OPENITEM-STATUS NOT = '10'
               MOVE 'READ ERROR: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2220-CHECK-ONE-ITEM.
           MOVE OI-CUST-ID                  TO WS-LOOKUP-CUST-ID
           PERFORM 2950-LOOKUP-CUSTOMER

           MOVE ZERO                        TO WS-EXC-RULE
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               IF LOOKUP-NOT-ON-MASTER
                   MOVE 1                   TO WS-EXC-RULE
               END-IF
               IF LOOKUP-MERGED
                   MOVE 2                   TO WS-EXC-RULE
               END-IF
           ELSE
               IF LOOKUP-NOT-ON-MASTER
                   MOVE 3                   TO WS-EXC-RULE
               END-IF
           END-IF

           IF WS-EXC-RULE > ZERO
               MOVE OI-OPEN-AMOUNT          TO WS-AMOUNT-EDIT
               STRING 'ITEM ' OI-ITEM-SEQ '  CUST ' OI-CUST-ID
                      '  DATE ' OI-ITEM-DATE '  REF ' OI-REFERENCE
                      '  OPEN ' WS-AMOUNT-EDIT
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF

           PERFORM 2210-READ-ITEM-NEXT.

      *----------------------------------------------------------------*
      * SHIP-TO LOCATIONS - ONE LEFT BEHIND BY A PURGE (RULE 05), OR   *
      * STILL ACTIVE UNDER AN ACCOUNT THAT IS MERGED OR INACTIVE       *
      * (RULE 06), WHERE AN ORDER COULD STILL BE SHIPPED TO IT         *
      *----------------------------------------------------------------*
       2300-SWEEP-SHIP-TO.
           OPEN INPUT SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-SHIPTO-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SHIPTO-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SHIPTO-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'            TO WS-SOURCE-PRESENT-TBL (WS-SRC-SHIPTO)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (5)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (6)

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES                  TO SHP-KEY
           START SHIPTO-FILE KEY NOT < SHP-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
           END-START
           IF NOT SCAN-EOF
               PERFORM 2310-READ-SHIPTO-NEXT
               PERFORM 2320-CHECK-ONE-LOCATION UNTIL SCAN-EOF
           END-IF
           CLOSE SHIPTO-FILE.

       2310-READ-SHIPTO-NEXT.
           READ SHIPTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1    TO WS-SOURCE-READ-TBL (WS-SRC-SHIPTO)
           END-READ
           IF WS-SHIPTO-STATUS NOT = '00'
          AND WS-SHIPTO-STATUS NOT = '10'
               MOVE 'READ ERROR: SHIPTO-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SHIPTO-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2320-CHECK-ONE-LOCATION.
           MOVE SHP-CUST-ID                 TO WS-LOOKUP-CUST-ID
           PERFORM 2950-LOOKUP-CUSTOMER

           MOVE ZERO                        TO WS-EXC-RULE
           IF LOOKUP-NOT-ON-MASTER
               MOVE 5                       TO WS-EXC-RULE
           END-IF
           IF SHP-ACTIVE
          AND (LOOKUP-MERGED OR LOOKUP-INACTIVE)
               MOVE 6                       TO WS-EXC-RULE
           END-IF

           IF WS-EXC-RULE > ZERO
               STRING 'CUST ' SHP-CUST-ID '  LOC ' SHP-LOC-SEQ
                      '  ' SHP-LOCATION-NAME
                      '  STATUS ' SHP-STATUS
                      '  ' WS-REASON-TEXT
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF

           PERFORM 2310-READ-SHIPTO-NEXT.

      *----------------------------------------------------------------*
      * CUSTOMER HIERARCHY. A PARENT THAT IS NOT ON THE MASTER (RULE   *
      * 07) DROPS THE WHOLE FAMILY OUT OF THE GROUP EXPOSURE ROLLUP;   *
      * A CHILD THAT IS NOT (RULE 08) IS A DEAD LINK; EITHER SIDE      *
      * MERGED (RULE 09) SHOULD HAVE BEEN RE-POINTED AT THE SURVIVOR.  *
      *----------------------------------------------------------------*
       2400-SWEEP-HIERARCHY.
           OPEN INPUT HIER-FILE
           IF WS-HIER-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-HIER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: HIER-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIER-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'              TO WS-SOURCE-PRESENT-TBL (WS-SRC-HIER)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (7)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (8)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (9)

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2410-READ-HIER-RECORD
           PERFORM 2420-CHECK-ONE-LINK UNTIL SCAN-EOF
           CLOSE HIER-FILE.

       2410-READ-HIER-RECORD.
           READ HIER-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1      TO WS-SOURCE-READ-TBL (WS-SRC-HIER)
           END-READ
           IF NOT SCAN-EOF AND WS-HIER-STATUS NOT = '00'
               MOVE 'READ ERROR: HIER-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIER-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2420-CHECK-ONE-LINK.
           MOVE HIER-PARENT-ID              TO WS-LOOKUP-CUST-ID
           PERFORM 2950-LOOKUP-CUSTOMER
           MOVE WS-LOOKUP-RESULT            TO WS-PARENT-RESULT
           MOVE HIER-CHILD-ID               TO WS-LOOKUP-CUST-ID
           PERFORM 2950-LOOKUP-CUSTOMER
           MOVE WS-LOOKUP-RESULT            TO WS-CHILD-RESULT

           IF WS-PARENT-RESULT = 'N'
               MOVE 'PARENT NOT ON THE MASTER' TO WS-REASON-TEXT
               MOVE 7                       TO WS-EXC-RULE
               PERFORM 2430-RELEASE-LINK
           END-IF
           IF WS-CHILD-RESULT = 'N'
               MOVE 'CHILD NOT ON THE MASTER' TO WS-REASON-TEXT
               MOVE 8                       TO WS-EXC-RULE
               PERFORM 2430-RELEASE-LINK
           END-IF
           IF WS-PARENT-RESULT = 'M'
               MOVE 'PARENT ACCOUNT MERGED' TO WS-REASON-TEXT
               MOVE 9                       TO WS-EXC-RULE
               PERFORM 2430-RELEASE-LINK
           END-IF
           IF WS-CHILD-RESULT = 'M'
               MOVE 'CHILD ACCOUNT MERGED'  TO WS-REASON-TEXT
               MOVE 9                       TO WS-EXC-RULE
               PERFORM 2430-RELEASE-LINK
           END-IF

           PERFORM 2410-READ-HIER-RECORD.

       2430-RELEASE-LINK.
           STRING 'CHILD ' HIER-CHILD-ID '  PARENT ' HIER-PARENT-ID
                  '  ' WS-REASON-TEXT
                  DELIMITED SIZE            INTO WS-EXC-DETAIL
           PERFORM 2900-RELEASE-EXCEPTION.

      *----------------------------------------------------------------*
      * REBATE AGREEMENTS - ONE FOR AN ACCOUNT THAT IS GONE, MERGED OR *
      * INACTIVE (RULE 10) WILL NEVER ACCRUE AGAIN AND SHOULD BE ENDED *
      *----------------------------------------------------------------*
       2500-SWEEP-REBATES.
           OPEN INPUT AGREE-FILE
           IF WS-AGREE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-AGREE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: AGREE-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AGREE-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'            TO WS-SOURCE-PRESENT-TBL (WS-SRC-REBATE)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (10)

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2510-READ-AGREEMENT
           PERFORM 2520-CHECK-ONE-AGREEMENT UNTIL SCAN-EOF
           CLOSE AGREE-FILE.

       2510-READ-AGREEMENT.
           READ AGREE-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1    TO WS-SOURCE-READ-TBL (WS-SRC-REBATE)
           END-READ
           IF NOT SCAN-EOF AND WS-AGREE-STATUS NOT = '00'
               MOVE 'READ ERROR: AGREE-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AGREE-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2520-CHECK-ONE-AGREEMENT.
           MOVE RBA-CUST-ID                 TO WS-LOOKUP-CUST-ID
           PERFORM 2950-LOOKUP-CUSTOMER
           IF LOOKUP-NOT-ON-MASTER OR LOOKUP-MERGED OR LOOKUP-INACTIVE
               MOVE RBA-BREAK1-AMOUNT       TO WS-AMOUNT-EDIT
               STRING 'CUST ' RBA-CUST-ID
                      '  FIRST BREAK ' WS-AMOUNT-EDIT
                      '  ' WS-REASON-TEXT
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               MOVE 10                      TO WS-EXC-RULE
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF

           PERFORM 2510-READ-AGREEMENT.

      *----------------------------------------------------------------*
      * CONTRACT PRICES - ONE FOR AN ACCOUNT THAT IS GONE, MERGED OR   *
      * INACTIVE (RULE 11), OR FOR A PRODUCT NO LONGER ON THE PRODUCT  *
      * MASTER (RULE 12)                                               *
      *----------------------------------------------------------------*
       2600-SWEEP-CONTRACT-PRICES.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTRACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTRACT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTRACT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'          TO WS-SOURCE-PRESENT-TBL (WS-SRC-CONTRACT)
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (11)
           IF PROD-MASTER-LOADED
               MOVE 'Y'                     TO WS-RULE-CHECKED-TBL (12)
           END-IF

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2610-READ-CONTRACT
           PERFORM 2620-CHECK-ONE-CONTRACT UNTIL SCAN-EOF
           CLOSE CONTRACT-FILE.

       2610-READ-CONTRACT.
           READ CONTRACT-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1  TO WS-SOURCE-READ-TBL (WS-SRC-CONTRACT)
           END-READ
           IF NOT SCAN-EOF AND WS-CONTRACT-STATUS NOT = '00'
               MOVE 'READ ERROR: CONTRACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTRACT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2620-CHECK-ONE-CONTRACT.
           MOVE CPR-CUST-ID                 TO WS-LOOKUP-CUST-ID
           PERFORM 2950-LOOKUP-CUSTOMER
           IF LOOKUP-NOT-ON-MASTER OR LOOKUP-MERGED OR LOOKUP-INACTIVE
               MOVE 11                      TO WS-EXC-RULE
               PERFORM 2630-RELEASE-CONTRACT
           END-IF

           IF PROD-MASTER-LOADED
               MOVE CPR-PROD-CODE           TO WS-PROD-LOOKUP-CODE
               PERFORM 1550-FIND-PRODUCT-ENTRY
               IF NOT PROD-ENTRY-FOUND
                   MOVE 'PRODUCT NOT ON PRODMAST' TO WS-REASON-TEXT
                   MOVE 12                  TO WS-EXC-RULE
                   PERFORM 2630-RELEASE-CONTRACT
               END-IF
           END-IF

           PERFORM 2610-READ-CONTRACT.

       2630-RELEASE-CONTRACT.
           STRING 'CUST ' CPR-CUST-ID '  PRODUCT ' CPR-PROD-CODE
                  '  EFFECTIVE ' CPR-EFFECTIVE-DATE
                  '  ' WS-REASON-TEXT
                  DELIMITED SIZE            INTO WS-EXC-DETAIL
           PERFORM 2900-RELEASE-EXCEPTION.

      *----------------------------------------------------------------*
      * SALES QUOTAS (RULE 13). A QUOTA FOR A SALESPERSON NOT ON THE   *
      * MASTER IS ALWAYS AN ORPHAN. ONE FOR A TERMINATED SALESPERSON   *
      * IS ONLY AN ORPHAN FOR A MONTH AFTER THE MONTH THEY LEFT -      *
      * THE MONTHS THEY WORKED ARE HISTORY THE ATTAINMENT REPORTS      *
      * STILL NEED.                                                    *
      *----------------------------------------------------------------*
       2700-SWEEP-QUOTAS.
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-QUOTA-STATUS NOT = '00'
               MOVE 'OPEN FAILED: QUOTA-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-QUOTA-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'             TO WS-SOURCE-PRESENT-TBL (WS-SRC-QUOTA)
           IF SLSP-MASTER-LOADED
               MOVE 'Y'                     TO WS-RULE-CHECKED-TBL (13)
           END-IF

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2710-READ-QUOTA
           PERFORM 2720-CHECK-ONE-QUOTA UNTIL SCAN-EOF
           CLOSE QUOTA-FILE.

       2710-READ-QUOTA.
           READ QUOTA-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1     TO WS-SOURCE-READ-TBL (WS-SRC-QUOTA)
           END-READ
           IF NOT SCAN-EOF AND WS-QUOTA-STATUS NOT = '00'
               MOVE 'READ ERROR: QUOTA-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-QUOTA-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2720-CHECK-ONE-QUOTA.
           IF NOT SLSP-MASTER-LOADED
               PERFORM 2710-READ-QUOTA
               EXIT PARAGRAPH
           END-IF

           MOVE QUOTA-SALESPERSON-ID        TO WS-SLSP-LOOKUP-ID
           PERFORM 1750-FIND-SLSP
           MOVE SPACES                      TO WS-REASON-TEXT
           IF NOT SLSP-ID-FOUND
               MOVE 'NOT ON SLSPMAST'       TO WS-REASON-TEXT
           ELSE
               IF SLSP-TBL-TERMINATED (WS-SLSP-IDX)
                   MOVE WS-SLSP-TERM-TBL (WS-SLSP-IDX) (1:7)
                                            TO WS-SLSP-TERM-MONTH
                   STRING QUOTA-YEAR '-' QUOTA-MONTH
                          DELIMITED SIZE    INTO WS-QUOTA-MONTH
                   IF WS-SLSP-TERM-MONTH = SPACES
                   OR WS-QUOTA-MONTH > WS-SLSP-TERM-MONTH
                       STRING 'TERMINATED '
                              WS-SLSP-TERM-TBL (WS-SLSP-IDX)
                              DELIMITED SIZE INTO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-REASON-TEXT NOT = SPACES
               MOVE QUOTA-AMOUNT            TO WS-AMOUNT-EDIT
               STRING 'SALESPERSON ' QUOTA-SALESPERSON-ID
                      '  QUOTA ' QUOTA-YEAR '-' QUOTA-MONTH
                      '  ' WS-AMOUNT-EDIT '  ' WS-REASON-TEXT
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               MOVE 13                      TO WS-EXC-RULE
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF

           PERFORM 2710-READ-QUOTA.

      *----------------------------------------------------------------*
      * THE SALESPERSON MASTER AGAINST ITSELF (RULE 16) - A MANAGER    *
      * WHO IS NOT ON THE MASTER, OR IS TERMINATED, STILL NAMED AS AN  *
      * ACTIVE REP'S MANAGER SPLITS THE TEAM ROLLUPS AND OVERRIDES     *
      *----------------------------------------------------------------*
       2750-SWEEP-SALESPEOPLE.
           IF NOT SLSP-MASTER-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                         TO WS-RULE-CHECKED-TBL (16)
           PERFORM 2760-CHECK-ONE-MANAGER
               VARYING WS-SLSP-SWEEP-SUB FROM 1 BY 1
               UNTIL WS-SLSP-SWEEP-SUB > WS-SLSP-TABLE-COUNT.

       2760-CHECK-ONE-MANAGER.
           IF SLSP-TBL-TERMINATED (WS-SLSP-SWEEP-SUB)
          OR WS-SLSP-MANAGER-TBL (WS-SLSP-SWEEP-SUB) = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLSP-MANAGER-TBL (WS-SLSP-SWEEP-SUB)
                                            TO WS-SLSP-LOOKUP-ID
           PERFORM 1750-FIND-SLSP
           MOVE SPACES                      TO WS-REASON-TEXT
           IF NOT SLSP-ID-FOUND
               MOVE 'MANAGER NOT ON SLSPMAST' TO WS-REASON-TEXT
           ELSE
               IF SLSP-TBL-TERMINATED (WS-SLSP-IDX)
                   STRING 'MANAGER TERMINATED '
                          WS-SLSP-TERM-TBL (WS-SLSP-IDX)
                          DELIMITED SIZE    INTO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-REASON-TEXT NOT = SPACES
               STRING 'SALESPERSON '
                      WS-SLSP-ID-TBL (WS-SLSP-SWEEP-SUB)
                      '  ' WS-SLSP-NAME-TBL (WS-SLSP-SWEEP-SUB)
                      '  MANAGER ' WS-SLSP-LOOKUP-ID
                      '  ' WS-REASON-TEXT
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               MOVE 16                      TO WS-EXC-RULE
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF.

      *----------------------------------------------------------------*
      * THE SALES ARCHIVE (RULE 14). EVERY ARCHIVED SALE'S PRODUCT IS  *
      * LOOKED UP; A CODE NOT ON PRODMAST IS REPORTED ONCE, WITH HOW   *
      * MANY ARCHIVED SALES CARRY IT AND THE LATEST OF THEM, SO A      *
      * DROPPED PRODUCT DOES NOT FILL THE REPORT WITH ITS HISTORY.     *
      *----------------------------------------------------------------*
       2800-SWEEP-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'           TO WS-SOURCE-PRESENT-TBL (WS-SRC-ARCHIVE)
           IF PROD-MASTER-LOADED
               MOVE 'Y'                     TO WS-RULE-CHECKED-TBL (14)
           END-IF

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2810-READ-ARCHIVE
           PERFORM 2820-CHECK-ONE-SALE UNTIL SCAN-EOF
           CLOSE ARCHIVE-FILE

           PERFORM 2840-RELEASE-MISSING-PRODUCT
               VARYING WS-MISS-IDX FROM 1 BY 1
               UNTIL WS-MISS-IDX > WS-MISS-TABLE-COUNT
           IF WS-MISS-OVERFLOW > ZERO
               MOVE WS-MISS-OVERFLOW        TO WS-COUNT-EDIT
               STRING 'FURTHER PRODUCT CODES NOT LISTED - '
                      WS-COUNT-EDIT ' MORE ARCHIVED SALES'
                      DELIMITED SIZE        INTO WS-EXC-DETAIL
               MOVE 14                      TO WS-EXC-RULE
               PERFORM 2900-RELEASE-EXCEPTION
           END-IF.

       2810-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1   TO WS-SOURCE-READ-TBL (WS-SRC-ARCHIVE)
           END-READ
           IF NOT SCAN-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCHIVE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2820-CHECK-ONE-SALE.
           IF PROD-MASTER-LOADED
               MOVE SR-PRODUCT-CODE OF ARCH-SALES-DATA
                                            TO WS-PROD-LOOKUP-CODE
               PERFORM 1550-FIND-PRODUCT-ENTRY
               IF NOT PROD-ENTRY-FOUND
                   PERFORM 2830-TALLY-MISSING-PRODUCT
               END-IF
           END-IF

           PERFORM 2810-READ-ARCHIVE.

       2830-TALLY-MISSING-PRODUCT.
           MOVE 'N'                         TO WS-MISS-FOUND-SW
           SET WS-MISS-IDX                  TO 1
           PERFORM 2835-SEARCH-MISSING-TABLE
               UNTIL WS-MISS-IDX > WS-MISS-TABLE-COUNT
                  OR MISS-ENTRY-FOUND

           IF NOT MISS-ENTRY-FOUND
               IF WS-MISS-TABLE-COUNT < WS-MISS-TABLE-MAX
                   ADD 1                    TO WS-MISS-TABLE-COUNT
                   SET WS-MISS-IDX          TO WS-MISS-TABLE-COUNT
                   MOVE WS-PROD-LOOKUP-CODE
                                    TO WS-MISS-CODE-TBL (WS-MISS-IDX)
                   MOVE 'Y'                 TO WS-MISS-FOUND-SW
               ELSE
                   ADD 1                    TO WS-MISS-OVERFLOW
               END-IF
           END-IF

           IF MISS-ENTRY-FOUND
               ADD 1              TO WS-MISS-COUNT-TBL (WS-MISS-IDX)
               IF SR-SALE-DATE OF ARCH-SALES-DATA
                      > WS-MISS-LATEST-TBL (WS-MISS-IDX)
                   MOVE SR-SALE-DATE OF ARCH-SALES-DATA
                                    TO WS-MISS-LATEST-TBL (WS-MISS-IDX)
               END-IF
           END-IF.

       2835-SEARCH-MISSING-TABLE.
           IF WS-MISS-CODE-TBL (WS-MISS-IDX) = WS-PROD-LOOKUP-CODE
               MOVE 'Y'                     TO WS-MISS-FOUND-SW
           ELSE
               SET WS-MISS-IDX UP BY 1
           END-IF.

       2840-RELEASE-MISSING-PRODUCT.
           MOVE WS-MISS-COUNT-TBL (WS-MISS-IDX) TO WS-COUNT-EDIT
           STRING 'PRODUCT ' WS-MISS-CODE-TBL (WS-MISS-IDX)
                  '  ARCHIVED SALES ' WS-COUNT-EDIT
                  '  LATEST SALE ' WS-MISS-LATEST-TBL (WS-MISS-IDX)
                  DELIMITED SIZE            INTO WS-EXC-DETAIL
           MOVE 14                          TO WS-EXC-RULE
           PERFORM 2900-RELEASE-EXCEPTION.

      *----------------------------------------------------------------*
      * RELEASE ONE ORPHAN TO THE SORT UNDER WS-EXC-RULE AND COUNT IT  *
      * AGAINST ITS RULE AND ITS SEVERITY                              *
      *----------------------------------------------------------------*
       2900-RELEASE-EXCEPTION.
           ADD 1                            TO WS-FOUND-SEQ
           MOVE WS-EXC-RULE                 TO SORT-RULE-NO
           MOVE WS-FOUND-SEQ                TO SORT-FOUND-SEQ
           MOVE WS-EXC-DETAIL               TO SORT-DETAIL
           RELEASE SORT-RECORD

           ADD 1                   TO WS-RULE-COUNT-TBL (WS-EXC-RULE)
           ADD 1                            TO WS-TOTAL-ORPHANS
           IF RULE-IS-SEVERE (WS-EXC-RULE)
               ADD 1                        TO WS-SEVERE-COUNT
           ELSE
               ADD 1                        TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES                      TO WS-EXC-DETAIL.

      *----------------------------------------------------------------*
      * LOOK UP WS-LOOKUP-CUST-ID ON THE CUSTOMER MASTER. THE RESULT   *
      * IS THE ACCOUNT'S STATUS OR 'N' (NOT ON THE MASTER), AND        *
      * WS-REASON-TEXT DESCRIBES ANY RESULT THAT IS NOT A LIVE ACCOUNT *
      *----------------------------------------------------------------*
       2950-LOOKUP-CUSTOMER.
           IF WS-LOOKUP-CUST-ID NOT = WS-LAST-LOOKUP-ID
          OR WS-LAST-LOOKUP-RESULT = SPACE
               MOVE WS-LOOKUP-CUST-ID   TO CUST-ID OF CUST-MASTER-REC
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'N'             TO WS-LAST-LOOKUP-RESULT
                   NOT INVALID KEY
                       MOVE CUST-STATUS OF CUST-MASTER-REC
                                            TO WS-LAST-LOOKUP-RESULT
               END-READ
               IF WS-CUST-MASTER-STATUS NOT = '00'
              AND WS-CUST-MASTER-STATUS NOT = '23'
                   MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CUST-MASTER-STATUS
                                            TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE WS-LOOKUP-CUST-ID       TO WS-LAST-LOOKUP-ID
           END-IF

           MOVE WS-LAST-LOOKUP-RESULT       TO WS-LOOKUP-RESULT
           EVALUATE TRUE
               WHEN LOOKUP-NOT-ON-MASTER
                   MOVE 'CUSTOMER NOT ON THE MASTER'
                                            TO WS-REASON-TEXT
               WHEN LOOKUP-MERGED
                   MOVE 'ACCOUNT MERGED'    TO WS-REASON-TEXT
               WHEN LOOKUP-INACTIVE
                   MOVE 'ACCOUNT INACTIVE'  TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES              TO WS-REASON-TEXT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE REPORT - THE FILES SWEPT, EVERY RULE THAT FOUND ORPHANS    *
      * WITH ITS DETAIL AND COUNT, AND THE SUMMARY OF ALL THE RULES    *
      *----------------------------------------------------------------*
       5000-PRINT-REPORT.
           STRING 'CROSS-FILE REFERENTIAL INTEGRITY SWEEP'
                  '                              BUSINESS DATE: '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'FILES SWEPT'               TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 5100-PRINT-ONE-SOURCE
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-MAX

           OPEN INPUT SORTED-FILE
           IF WS-SORTED-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SORTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE ZERO                        TO WS-CURR-RULE
           PERFORM 5210-READ-SORTED
           PERFORM 5200-PRINT-ONE-ORPHAN UNTIL SORTED-EOF
           IF WS-CURR-RULE > ZERO
               PERFORM 5250-PRINT-RULE-FOOTING
           END-IF
           CLOSE SORTED-FILE

           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'SUMMARY BY RULE'           TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 5300-PRINT-RULE-SUMMARY
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-MAX

           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SEVERE-COUNT             TO WS-COUNT-EDIT
           MOVE WS-WARNING-COUNT            TO WS-COUNT-EDIT-2
           STRING 'SEVERE ORPHANS: ' WS-COUNT-EDIT
                  '    WARNINGS: ' WS-COUNT-EDIT-2
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > ZERO
                   MOVE '*** SEVERE ORPHANS - CLEAN BEFORE MONTH END'
                                            TO WS-REPORT-OUT
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 'WARNINGS ONLY - NO BALANCE IS MISSTATED'
                                            TO WS-REPORT-OUT
               WHEN OTHER
                   MOVE 'NO ORPHANS FOUND'  TO WS-REPORT-OUT
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE.

       5100-PRINT-ONE-SOURCE.
           IF SOURCE-PRESENT (WS-SOURCE-SUB)
               MOVE WS-SOURCE-READ-TBL (WS-SOURCE-SUB)
                                            TO WS-COUNT-EDIT
               STRING '  ' WS-SOURCE-TITLE-TBL (WS-SOURCE-SUB)
                      'RECORDS READ: ' WS-COUNT-EDIT
                      DELIMITED SIZE        INTO WS-REPORT-OUT
           ELSE
               STRING '  ' WS-SOURCE-TITLE-TBL (WS-SOURCE-SUB)
                      'NOT PRESENT - ITS RULES WERE NOT CHECKED'
                      DELIMITED SIZE        INTO WS-REPORT-OUT
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * ONE ORPHAN FROM THE SORTED FILE, UNDER ITS RULE'S HEADING      *
      *----------------------------------------------------------------*
       5200-PRINT-ONE-ORPHAN.
           IF SORTED-RULE-NO NOT = WS-CURR-RULE
               IF WS-CURR-RULE > ZERO
                   PERFORM 5250-PRINT-RULE-FOOTING
               END-IF
               MOVE SORTED-RULE-NO          TO WS-CURR-RULE
               PERFORM 5240-PRINT-RULE-HEADING
           END-IF

           STRING '    ' SORTED-DETAIL
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-RULE-PRINTED

           PERFORM 5210-READ-SORTED.

       5210-READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE 'Y'                 TO WS-SORTED-EOF-SW
           END-READ
           IF NOT SORTED-EOF AND WS-SORTED-STATUS NOT = '00'
               MOVE 'READ ERROR: SORTED-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       5240-PRINT-RULE-HEADING.
           MOVE ZERO                        TO WS-RULE-PRINTED
           MOVE WS-CURR-RULE                TO WS-RULE-EDIT
           IF RULE-IS-SEVERE (WS-CURR-RULE)
               MOVE 'SEVERE'                TO WS-SEVERITY-TEXT
           ELSE
               MOVE 'WARNING'               TO WS-SEVERITY-TEXT
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'RULE ' WS-RULE-EDIT '  ' WS-SEVERITY-TEXT '  '
                  WS-RULE-TITLE-TBL (WS-CURR-RULE)
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

       5250-PRINT-RULE-FOOTING.
           MOVE WS-RULE-PRINTED             TO WS-COUNT-EDIT
           STRING '    ORPHANS UNDER RULE ' WS-RULE-EDIT ': '
                  WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

       5300-PRINT-RULE-SUMMARY.
           MOVE WS-RULE-SUB                 TO WS-RULE-EDIT
           IF RULE-IS-SEVERE (WS-RULE-SUB)
               MOVE 'SEVERE'                TO WS-SEVERITY-TEXT
           ELSE
               MOVE 'WARNING'               TO WS-SEVERITY-TEXT
           END-IF
           IF RULE-CHECKED (WS-RULE-SUB)
               MOVE WS-RULE-COUNT-TBL (WS-RULE-SUB) TO WS-COUNT-EDIT
               STRING '  ' WS-RULE-EDIT '  ' WS-SEVERITY-TEXT '  '
                      WS-RULE-TITLE-TBL (WS-RULE-SUB) '  '
                      WS-COUNT-EDIT
                      DELIMITED SIZE        INTO WS-REPORT-OUT
           ELSE
               STRING '  ' WS-RULE-EDIT '  ' WS-SEVERITY-TEXT '  '
                      WS-RULE-TITLE-TBL (WS-RULE-SUB) '  '
                      'NOT CHECKED'
                      DELIMITED SIZE        INTO WS-REPORT-OUT
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * FINALIZATION - SUMMARY AND THE RETURN CODE                     *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE CUST-MASTER
           CLOSE REPORT-FILE

           PERFORM 8100-ADD-SOURCE-READ
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-MAX

           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > ZERO
                   MOVE 8                   TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO                TO RETURN-CODE
           END-EVALUATE

           DISPLAY '============================================='
           DISPLAY 'XREFCHK - REFERENTIAL INTEGRITY SWEEP SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY 'RECORDS READ:           ' WS-TOTAL-READ
           DISPLAY 'SEVERE ORPHANS:         ' WS-SEVERE-COUNT
           DISPLAY 'WARNINGS:               ' WS-WARNING-COUNT
           DISPLAY '============================================='.

       8100-ADD-SOURCE-READ.
           ADD WS-SOURCE-READ-TBL (WS-SOURCE-SUB) TO WS-TOTAL-READ.

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
               DISPLAY 'XREFCHK: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'XREFCHK' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-TOTAL-READ TO RL-RECORDS-IN
               MOVE WS-TOTAL-ORPHANS TO RL-RECORDS-OUT
               MOVE WS-SEVERE-COUNT TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'XREFCHK: RUN LOG WRITE FAILED, FS='
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
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** XREFCHK FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
