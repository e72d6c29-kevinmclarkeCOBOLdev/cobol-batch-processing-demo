      *****************************************************************
      * PROGRAM NAME: SALECORR                                        *
      * DESCRIPTION:  POSTED-SALE CORRECTION                          *
      *               ONCE DATAVAL HAS PASSED A SALE THE ONLY FIX USED *
      *               TO BE A KEYED RETURN AND A NEW SALE, DOUBLING   *
      *               VOLUME, DISTORTING RETURN RATES AND CONFUSING   *
      *               THE STATEMENT. A CORRECTION CARD (CORRTRAN)     *
      *               NAMES THE SALE BY ITS INVOICE NUMBER AND        *
      *               SUPPLIES A CORRECTED AMOUNT, QUANTITY, CUSTOMER *
      *               OR SALESPERSON. EACH CORRECTION IS CARRIED      *
      *               EVERYWHERE THE ORIGINAL SALE WENT:              *
      *                 - THE HISTORY RECORD IS REWRITTEN (ARCHNEW -  *
      *                   RENAMED OVER SALES.HISTORY AFTER A CLEAN    *
      *                   RUN, THE SAME WAY NIGHTBKO'S IS)            *
      *                 - THE ARCHMTD AND ARCHCAT ROLLUPS TAKE THE    *
      *                   BEFORE-TO-AFTER DIFFERENCE IN PLACE, SHARE  *
      *                   BY SHARE FOR A SPLIT SALE                   *
      *                 - THE SALE'S OPEN ITEM IS RESTATED, OR MOVED  *
      *                   TO THE CORRECTED CUSTOMER                   *
      *                 - REBATE PROGRESS (REBATACC) IS RESTATED AND  *
      *                   RE-PRICED WHILE THE QUARTER IS STILL OPEN   *
      *                 - A QUANTITY CHANGE IS SENT TO STKPOST AS A   *
      *                   WAREHOUSE ADJUSTMENT                        *
      *                 - EVERY CHANGED FIELD IS AUDITED AS TYPE 'K'  *
      *                 - THE BEFORE AND AFTER IMAGES GO TO CORRPOST, *
      *                   WHERE GLEXTRAC BOOKS THE RECLASS ENTRY AND  *
      *                   COMMCALC REVERSES AND RE-PAYS COMMISSION    *
      *               A CORRECTION IS REJECTED WHEN THE SALE'S MONTH  *
      *               OR THE MONTH IT WAS ARCHIVED IN IS CLOSED ON    *
      *               PERDSTAT, AND WHEN CASH ALREADY APPLIED TO THE  *
      *               OPEN ITEM WOULD BE STRANDED BY IT.              *
      *                                                                *
      * INPUTS:       CORRECTION CARDS        (CORRIN)                *
      *               SALES HISTORY           (ARCHOUT)               *
      *               SALESPERSON MASTER      (SLSPMAST)              *
      *               CUSTOMER MASTER         (CUSTMIN, INDEXED)      *
      *               PERIOD STATUS           (PERDSTAT, OPTIONAL)    *
      *               PRODUCT AND CATEGORY    (PRODMAST, PRODCAT)     *
      *               SPLIT-CREDIT SHARES     (SPLITCR, OPTIONAL)     *
      *               REBATE AGREEMENTS       (REBATMST, OPTIONAL)    *
      * OUTPUTS:      CORRECTED HISTORY       (ARCHNEW)               *
      *               ROLLUPS                 (ARCHMTD, ARCHCAT,      *
      *                                        INDEXED, IN PLACE)     *
      *               A/R OPEN-ITEM LEDGER    (OPENITEM, IN PLACE)    *
      *               REBATE PROGRESS         (REBATACC, IN PLACE)    *
      *               POSTED CORRECTIONS      (CORRPOST, EXTENDED)    *
      *               WAREHOUSE ADJUSTMENTS   (STKTRAN, EXTENDED)     *
      *               AUDIT TRAIL             (AUDITOUT, EXTENDED,    *
      *               TYPE 'K')                                       *
      *               ERROR FILE              (ERROROUT, EXTENDED)    *
      *               CORRECTION REGISTER     (CORRREG)               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALECORR.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE       ASSIGN TO CORRIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CORR-STATUS.

           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.

           SELECT ARCHNEW-FILE    ASSIGN TO ARCHNEW
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHNEW-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT CUST-MASTER     ASSIGN TO CUSTMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS  IS WS-CUST-MASTER-STATUS.

           SELECT PERIOD-FILE     ASSIGN TO PERDSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PERIOD-STATUS.

           SELECT PRODUCT-FILE    ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROD-STATUS.

           SELECT CATEGORY-FILE   ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CAT-STATUS.

           SELECT SPLIT-FILE      ASSIGN TO SPLITCR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SPLIT-STATUS.

           SELECT AGREE-FILE      ASSIGN TO REBATMST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AGREE-STATUS.

      *    THE ROLLUPS ARE INDEXED, SO ONLY THE ENTRIES A CORRECTION
      *    MOVES ARE READ AND REWRITTEN - NO STAGED COPY OR RENAME
           SELECT ROLLUP-FILE     ASSIGN TO ARCHMTD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ARCH-ROLL-KEY
                  FILE STATUS  IS WS-ROLLUP-STATUS.

           SELECT CATROLL-FILE    ASSIGN TO ARCHCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAT-ROLL-KEY
                  FILE STATUS  IS WS-CATROLL-STATUS.

           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

           SELECT PROGRESS-FILE   ASSIGN TO REBATACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS RBC-CUST-ID
                  FILE STATUS  IS WS-PROGRESS-STATUS.

      *    EVERY POSTED CORRECTION, READ FIRST TO CATCH A DECK RERUN
      *    BEFORE THE LAST RUN'S ARCHNEW WAS RENAMED, THEN EXTENDED
           SELECT POSTED-FILE     ASSIGN TO CORRPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-POSTED-STATUS.

           SELECT STOCK-FILE      ASSIGN TO STKTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-STOCK-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-STATUS.

           SELECT ERROR-FILE      ASSIGN TO ERROROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ERROR-STATUS.

           SELECT REGISTER-FILE   ASSIGN TO CORRREG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REGISTER-STATUS.

      *    BUSINESS DATE CONTROL - THE AUDIT ROWS AND CORRPOST CARRY
      *    THE SAME DATE GLEXTRAC FILTERS ON
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CORR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CORRTRAN.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ARCHREC.

       FD  ARCHNEW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ARCHREC REPLACING ARCHIVE-RECORD BY ARCHNEW-RECORD.

       FD  SALESPERSON-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

       FD  CUST-MASTER
           RECORDING MODE IS F.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  PERIOD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PERDSTAT.

       FD  PRODUCT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODMAST.

       FD  CATEGORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODCAT.

       FD  SPLIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SPLITCR.

       FD  AGREE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY REBATMST.

       FD  ROLLUP-FILE
           RECORDING MODE IS F.
       COPY ARCHROLL.

       FD  CATROLL-FILE
           RECORDING MODE IS F.
       COPY CATROLL.

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  PROGRESS-FILE
           RECORDING MODE IS F.
       COPY REBATACC.

       FD  POSTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CORRPOST.

       FD  STOCK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STKTRAN.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY AUDITREC.

       FD  ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ERRORREC.

       FD  REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGISTER-LINE                PIC X(132).

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
           05  WS-CORR-STATUS           PIC XX VALUE SPACES.
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-ARCHNEW-STATUS        PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-CUST-MASTER-STATUS    PIC XX VALUE SPACES.
           05  WS-PERIOD-STATUS         PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-CAT-STATUS            PIC XX VALUE SPACES.
           05  WS-SPLIT-STATUS          PIC XX VALUE SPACES.
           05  WS-AGREE-STATUS          PIC XX VALUE SPACES.
           05  WS-ROLLUP-STATUS         PIC XX VALUE SPACES.
           05  WS-CATROLL-STATUS        PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-PROGRESS-STATUS       PIC XX VALUE SPACES.
           05  WS-POSTED-STATUS         PIC XX VALUE SPACES.
           05  WS-STOCK-STATUS          PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-ERROR-STATUS          PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CORR-EOF-SW           PIC X VALUE 'N'.
               88  CORR-EOF                     VALUE 'Y'.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-ID-FOUND                VALUE 'Y'.
           05  WS-PERIOD-EOF-SW         PIC X VALUE 'N'.
               88  PERIOD-EOF                   VALUE 'Y'.
           05  WS-CLOSED-FOUND-SW       PIC X VALUE 'N'.
               88  PERIOD-IS-CLOSED             VALUE 'Y'.
           05  WS-PROD-EOF-SW           PIC X VALUE 'N'.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-CAT-EOF-SW            PIC X VALUE 'N'.
               88  CAT-EOF                      VALUE 'Y'.
           05  WS-PROD-FOUND-SW         PIC X VALUE 'N'.
               88  PROD-ENTRY-FOUND             VALUE 'Y'.
           05  WS-SPLIT-EOF-SW          PIC X VALUE 'N'.
               88  SPLIT-EOF                    VALUE 'Y'.
           05  WS-SPLIT-FOUND-SW        PIC X VALUE 'N'.
               88  SPLIT-FOUND                  VALUE 'Y'.
           05  WS-SPLIT-DONE-SW         PIC X VALUE 'N'.
               88  SPLIT-SHARES-DONE            VALUE 'Y'.
           05  WS-AGREE-EOF-SW          PIC X VALUE 'N'.
               88  AGREE-EOF                    VALUE 'Y'.
           05  WS-AGREE-FOUND-SW        PIC X VALUE 'N'.
               88  AGREEMENT-FOUND              VALUE 'Y'.
           05  WS-POSTED-EOF-SW         PIC X VALUE 'N'.
               88  POSTED-EOF                   VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-CORR-FOUND-SW         PIC X VALUE 'N'.
               88  CORR-FOUND                   VALUE 'Y'.
           05  WS-CORR-VALID-SW         PIC X VALUE 'Y'.
               88  CORR-VALID                   VALUE 'Y'.
           05  WS-MASTER-FOUND-SW       PIC X VALUE 'N'.
               88  MASTER-FOUND                 VALUE 'Y'.
           05  WS-PROGRESS-FOUND-SW     PIC X VALUE 'N'.
               88  PROGRESS-FOUND               VALUE 'Y'.
           05  WS-DELTA-FOUND-SW        PIC X VALUE 'N'.
               88  DELTA-ENTRY-FOUND            VALUE 'Y'.
           05  WS-CDELTA-FOUND-SW       PIC X VALUE 'N'.
               88  CDELTA-ENTRY-FOUND           VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ            PIC 9(7) VALUE ZERO.
           05  WS-CORR-APPLIED          PIC 9(7) VALUE ZERO.
           05  WS-CORR-REJECTED         PIC 9(7) VALUE ZERO.
           05  WS-ARCH-READ             PIC 9(8) VALUE ZERO.
           05  WS-ARCH-WRITTEN          PIC 9(8) VALUE ZERO.
           05  WS-ROLLUP-UPDATED        PIC 9(7) VALUE ZERO.
           05  WS-ROLLUP-ADDED          PIC 9(7) VALUE ZERO.
           05  WS-CATROLL-UPDATED       PIC 9(7) VALUE ZERO.
           05  WS-CATROLL-ADDED         PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-RESTATED        PIC 9(7) VALUE ZERO.
           05  WS-REBATES-RESTATED      PIC 9(7) VALUE ZERO.
           05  WS-REBATES-NOT-RESTATED  PIC 9(7) VALUE ZERO.
           05  WS-STOCK-ADJUSTMENTS     PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-TOTAL-SALE-DELTA      PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-TAX-DELTA       PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * CORRECTION TABLE - THE WHOLE DECK, EDITED AT LOAD. STATE 'W'   *
      * IS WAITING FOR ITS SALE IN THE HISTORY PASS, 'A' APPLIED, 'R'  *
      * REJECTED. THE OPEN-ITEM KEY AND THE LAST POSTED BEFORE-IMAGE   *
      * FOR THE INVOICE ARE FOUND BEFORE THE PASS STARTS.              *
      *---------------------------------------------------------------*
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-CORR-IDX WS-CORR-SCAN.
               10  WS-CORR-INVOICE-TBL  PIC X(10)  VALUE SPACES.
               10  WS-CORR-AMOUNT-TBL   PIC 9(8)V99 VALUE ZERO.
               10  WS-CORR-QTY-TBL      PIC 9(6)   VALUE ZERO.
               10  WS-CORR-CUST-TBL     PIC 9(6)   VALUE ZERO.
               10  WS-CORR-SLSP-TBL     PIC 9(6)   VALUE ZERO.
               10  WS-CORR-SLSP-NAME-TBL PIC X(20) VALUE SPACES.
               10  WS-CORR-REASON-TBL   PIC X(30)  VALUE SPACES.
               10  WS-CORR-OPER-TBL     PIC X(7)   VALUE SPACES.
               10  WS-CORR-CARD-NO-TBL  PIC 9(7)   VALUE ZERO.
               10  WS-CORR-IMAGE-TBL    PIC X(40)  VALUE SPACES.
               10  WS-CORR-STATE-TBL    PIC X(1)   VALUE 'W'.
               10  WS-CORR-ITEM-SEQ-TBL PIC 9(8)   VALUE ZERO.
               10  WS-CORR-ITEM-SW-TBL  PIC X(1)   VALUE 'N'.
               10  WS-CORR-LAST-BEFORE-TBL
                                        PIC X(120) VALUE SPACES.

       01  WS-CORR-TABLE-FIELDS.
           05  WS-CORR-TABLE-MAX        PIC 9(05) VALUE 500.
           05  WS-CORR-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CORR-LOOKUP-INVOICE   PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * SALESPERSON MASTER TABLE - A NEW SALESPERSON MUST BE ON IT AND *
      * ACTIVE, AND THE CORRECTED RECORD TAKES THE MASTER NAME         *
      *---------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SLSP-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-SLSP-IDX.
               10  WS-SLSP-ID-TBL       PIC 9(6)  VALUE ZERO.
               10  WS-SLSP-NAME-TBL     PIC X(20) VALUE SPACES.
               10  WS-SLSP-STATUS-TBL   PIC X(1)  VALUE SPACES.

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 500.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SLSP-LOOKUP-ID        PIC 9(6)  VALUE ZERO.

      *---------------------------------------------------------------*
      * CLOSED ACCOUNTING PERIODS FROM PERDSTAT - THE SAME TABLE       *
      * ARCHIVE LOADS                                                  *
      *---------------------------------------------------------------*
       01  WS-CLOSED-TABLE.
           05  WS-CLOSED-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-CLOSED-IDX.
               10  WS-CLOSED-YEAR-TBL   PIC 9(4) VALUE ZERO.
               10  WS-CLOSED-MONTH-TBL  PIC 9(2) VALUE ZERO.

       01  WS-CLOSED-TABLE-FIELDS.
           05  WS-CLOSED-TABLE-MAX      PIC 9(05) VALUE 500.
           05  WS-CLOSED-TABLE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-CHECK-DATE            PIC X(10) VALUE SPACES.
           05  WS-CHECK-YEAR            PIC 9(4)  VALUE ZERO.
           05  WS-CHECK-MONTH           PIC 9(2)  VALUE ZERO.

      *---------------------------------------------------------------*
      * PRODUCT LOOKUP - STANDARD COST AND FAMILY/CATEGORY PER PRODUCT *
      *---------------------------------------------------------------*
       01  WS-PRODUCT-TABLE.
           05  WS-PROD-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-PROD-IDX.
               10  WS-PROD-CODE-TBL     PIC X(10) VALUE SPACES.
               10  WS-PROD-COST-TBL     PIC 9(5)V99 VALUE ZERO.
               10  WS-PROD-CATEGORY-TBL PIC X(10) VALUE SPACES.
               10  WS-PROD-FAMILY-TBL   PIC X(10) VALUE SPACES.

       01  WS-PRODUCT-TABLE-FIELDS.
           05  WS-PROD-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-PROD-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PROD-LOOKUP-CODE      PIC X(10) VALUE SPACES.
           05  WS-LINE-FAMILY           PIC X(10) VALUE SPACES.
           05  WS-LINE-CATEGORY         PIC X(10) VALUE SPACES.
           05  WS-LINE-UNIT-COST        PIC 9(5)V99 VALUE ZERO.
           05  WS-LINE-COST             PIC S9(9)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * SPLIT-CREDIT TABLE - LOADED AND CHECKED EXACTLY AS ARCHIVE    *
      * LOADS IT, SO A SPLIT SALE IS RESTATED IN THE ROLLUP SHARE BY  *
      * SHARE THE WAY IT WAS ROLLED UP                                *
      *---------------------------------------------------------------*
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-SPLIT-IDX WS-SPLIT-SCAN.
               10  WS-SPLIT-INVOICE-TBL PIC X(10)   VALUE SPACES.
               10  WS-SPLIT-SLSP-TBL    PIC 9(6)    VALUE ZERO.
               10  WS-SPLIT-PCT-TBL     PIC 9(3)V99 VALUE ZERO.
               10  WS-SPLIT-VALID-TBL   PIC X(1)    VALUE 'Y'.
               10  WS-SPLIT-LAST-TBL    PIC X(1)    VALUE 'N'.

       01  WS-SPLIT-TABLE-FIELDS.
           05  WS-SPLIT-TABLE-MAX       PIC 9(05) VALUE 5000.
           05  WS-SPLIT-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-START     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-PCT       PIC 9(5)V99 VALUE ZERO.
           05  WS-SPLIT-GROUP-INVOICE   PIC X(10) VALUE SPACES.
           05  WS-SPLIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-SPLITS-REJECTED       PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-LOOKUP-INVOICE  PIC X(10) VALUE SPACES.
           05  WS-SPLIT-ALLOC-AMOUNT    PIC 9(8)V99 VALUE ZERO.
           05  WS-SPLIT-ALLOC-TAX       PIC 9(6)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * REBATE AGREEMENT TABLE - THE SAME SHAPE REBACCRL LOADS, SO A   *
      * RESTATED QUARTER IS RE-PRICED AT THE SAME BREAKPOINTS          *
      *---------------------------------------------------------------*
       01  WS-AGREE-TABLE.
           05  WS-AGREE-ENTRY OCCURS 1000 TIMES
                              INDEXED BY WS-AGR-IDX.
               10  WS-AGR-CUST-TBL      PIC 9(6)     VALUE ZERO.
               10  WS-AGR-BRK1-AMT-TBL  PIC 9(9)V99  VALUE ZERO.
               10  WS-AGR-BRK1-RT-TBL   PIC V999     VALUE ZERO.
               10  WS-AGR-BRK2-AMT-TBL  PIC 9(9)V99  VALUE ZERO.
               10  WS-AGR-BRK2-RT-TBL   PIC V999     VALUE ZERO.
               10  WS-AGR-BRK3-AMT-TBL  PIC 9(9)V99  VALUE ZERO.
               10  WS-AGR-BRK3-RT-TBL   PIC V999     VALUE ZERO.

       01  WS-AGREE-TABLE-FIELDS.
           05  WS-AGREE-TABLE-MAX       PIC 9(05) VALUE 1000.
           05  WS-AGREE-TABLE-COUNT     PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * REBATE RESTATEMENT - THE QUARTER THE SALE ACCRUED IN (ITS      *
      * ARCHIVE DATE, THE NIGHT REBACCRL SAW IT) AND THE QUARTER NOW   *
      * BEING ACCRUED (THE BUSINESS DATE)                              *
      *---------------------------------------------------------------*
       01  WS-REBATE-FIELDS.
           05  WS-SALE-YEAR             PIC 9(4) VALUE ZERO.
           05  WS-SALE-MONTH            PIC 9(2) VALUE ZERO.
           05  WS-SALE-QUARTER          PIC 9(1) VALUE ZERO.
           05  WS-ACCRUAL-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-ACCRUAL-MONTH         PIC 9(2) VALUE ZERO.
           05  WS-ACCRUAL-QUARTER       PIC 9(1) VALUE ZERO.
           05  WS-REBATE-CUST-ID        PIC 9(6) VALUE ZERO.
           05  WS-REBATE-DELTA          PIC S9(9)V99 VALUE ZERO.
           05  WS-REBATE-RATE           PIC V999 VALUE ZERO.

      *---------------------------------------------------------------*
      * ROLLUP DIFFERENCES - ARCHMTD'S YEAR/MONTH/REGION/SALESPERSON   *
      * SHAPE, ACCUMULATED AS EACH CORRECTION TAKES ITS BEFORE IMAGE   *
      * OUT AND PUTS ITS AFTER IMAGE IN. THE NAME RIDES ALONG SO AN    *
      * ENTRY THE ROLLUP NEVER HAD CAN BE WRITTEN.                     *
      *---------------------------------------------------------------*
       01  WS-DELTA-TABLE.
           05  WS-DELTA-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-DELTA-IDX.
               10  WS-DELTA-YEAR-TBL    PIC 9(4)  VALUE ZERO.
               10  WS-DELTA-MONTH-TBL   PIC 9(2)  VALUE ZERO.
               10  WS-DELTA-REGION-TBL  PIC X(10) VALUE SPACES.
               10  WS-DELTA-SLSP-TBL    PIC 9(6)  VALUE ZERO.
               10  WS-DELTA-NAME-TBL    PIC X(20) VALUE SPACES.
               10  WS-DELTA-SALES-TBL   PIC S9(9)V99 VALUE ZERO.
               10  WS-DELTA-TAX-TBL     PIC S9(9)V99 VALUE ZERO.

       01  WS-DELTA-TABLE-FIELDS.
           05  WS-DELTA-TABLE-MAX       PIC 9(05) VALUE 2000.
           05  WS-DELTA-TABLE-COUNT     PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * CATEGORY ROLLUP DIFFERENCES - ARCHCAT'S YEAR/MONTH/FAMILY/     *
      * CATEGORY SHAPE: SALES BY THE AMOUNT CHANGE, COST BY THE        *
      * QUANTITY CHANGE AT STANDARD COST                               *
      *---------------------------------------------------------------*
       01  WS-CDELTA-TABLE.
           05  WS-CDELTA-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-CDELTA-IDX.
               10  WS-CDELTA-YEAR-TBL   PIC 9(4)  VALUE ZERO.
               10  WS-CDELTA-MONTH-TBL  PIC 9(2)  VALUE ZERO.
               10  WS-CDELTA-FAMILY-TBL PIC X(10) VALUE SPACES.
               10  WS-CDELTA-CAT-TBL    PIC X(10) VALUE SPACES.
               10  WS-CDELTA-SALES-TBL  PIC S9(9)V99 VALUE ZERO.
               10  WS-CDELTA-COST-TBL   PIC S9(9)V99 VALUE ZERO.

       01  WS-CDELTA-TABLE-FIELDS.
           05  WS-CDELTA-TABLE-MAX      PIC 9(05) VALUE 500.
           05  WS-CDELTA-TABLE-COUNT    PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE SALE IMAGE BEING ROLLED (BEFORE OR AFTER), THE SIGN IT     *
      * GOES IN WITH, AND THE SALESPERSON AND AMOUNTS OF ONE POSTING - *
      * THE BOOKING REP, OR ONE SHARE OF A SPLIT SALE                  *
      *---------------------------------------------------------------*
       COPY SALESREC REPLACING SALES-RECORD BY WS-IMAGE-SALE.

       01  WS-POST-FIELDS.
           05  WS-IMAGE-SIGN            PIC S9(1) VALUE ZERO.
           05  WS-POST-SLSP-ID          PIC 9(6) VALUE ZERO.
           05  WS-POST-SLSP-NAME        PIC X(20) VALUE SPACES.
           05  WS-POST-SALES            PIC 9(8)V99 VALUE ZERO.
           05  WS-POST-TAX              PIC 9(6)V99 VALUE ZERO.
           05  WS-ROLL-YEAR             PIC 9(4) VALUE ZERO.
           05  WS-ROLL-MONTH            PIC 9(2) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE CORRECTION BEING APPLIED - WHAT CHANGED AND BY HOW MUCH    *
      *---------------------------------------------------------------*
       01  WS-CHANGE-FIELDS.
           05  WS-AMOUNT-CHANGED-SW     PIC X VALUE 'N'.
               88  AMOUNT-CHANGED               VALUE 'Y'.
           05  WS-QTY-CHANGED-SW        PIC X VALUE 'N'.
               88  QTY-CHANGED                  VALUE 'Y'.
           05  WS-CUST-CHANGED-SW       PIC X VALUE 'N'.
               88  CUST-CHANGED                 VALUE 'Y'.
           05  WS-SLSP-CHANGED-SW       PIC X VALUE 'N'.
               88  SLSP-CHANGED                 VALUE 'Y'.
           05  WS-SALE-DELTA            PIC S9(9)V99 VALUE ZERO.
           05  WS-TAX-DELTA             PIC S9(8)V99 VALUE ZERO.
           05  WS-ITEM-DELTA            PIC S9(9)V99 VALUE ZERO.
           05  WS-QTY-DELTA             PIC S9(7) VALUE ZERO.
           05  WS-NEW-OPEN-AMOUNT       PIC S9(9)V99 VALUE ZERO.

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-CODE            PIC X(10) VALUE SPACES.
           05  WS-ERROR-MESSAGE         PIC X(60) VALUE SPACES.
           05  WS-ERROR-RECORD-NO       PIC 9(8)  VALUE ZERO.
           05  WS-ERROR-INPUT           PIC X(40) VALUE SPACES.
           05  WS-ERROR-INVOICE         PIC X(10) VALUE SPACES.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-CUST-ID         PIC 9(6) VALUE ZERO.
           05  WS-AUDIT-FIELD-NAME      PIC X(20) VALUE SPACES.
           05  WS-AUDIT-OLD-VALUE       PIC X(50) VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE       PIC X(50) VALUE SPACES.
           05  WS-AUDIT-AMOUNT-EDIT      PIC -9(8).99.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CORRECT-HISTORY UNTIL ARCH-EOF
           PERFORM 3000-APPLY-ROLLUP-DELTAS
           PERFORM 3500-APPLY-CATEGORY-DELTAS
           PERFORM 4000-REJECT-UNMATCHED
           PERFORM 8500-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - EVERY FILE THE CORRECTIONS UPDATE IS OPENED   *
      * BEFORE THE FIRST ONE IS TOUCHED, SO A MISSING FILE STOPS THE   *
      * RUN WITH NOTHING HALF-APPLIED                                  *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-SET-BUSINESS-DATE
           IF NOT BUSDATE-FOUND
               MOVE FUNCTION CURRENT-DATE(1:8)
                                            TO WS-BUSDATE-YYYYMMDD
               STRING WS-BUSDATE-YYYYMMDD(1:4) '-'
                      WS-BUSDATE-YYYYMMDD(5:2) '-'
                      WS-BUSDATE-YYYYMMDD(7:2)
                      DELIMITED SIZE        INTO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSDATE-YYYYMMDD(1:4)    TO WS-ACCRUAL-YEAR
           MOVE WS-BUSDATE-YYYYMMDD(5:2)    TO WS-ACCRUAL-MONTH
           COMPUTE WS-ACCRUAL-QUARTER =
                   (WS-ACCRUAL-MONTH + 2) / 3

           OPEN INPUT SALESPERSON-FILE
           IF WS-SLSP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1150-LOAD-SLSP-TABLE
           CLOSE SALESPERSON-FILE

           PERFORM 1400-LOAD-CLOSED-PERIODS
           PERFORM 1500-LOAD-PRODUCT-TABLE
           PERFORM 1700-LOAD-SPLIT-TABLE
           PERFORM 1800-LOAD-AGREE-TABLE

           OPEN INPUT CUST-MASTER
           IF WS-CUST-MASTER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND ERROR-FILE
           IF WS-ERROR-STATUS NOT = '00'
          AND WS-ERROR-STATUS NOT = '05'
               MOVE 'OPEN FAILED: ERROR-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ERROR-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REGISTER-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REGISTER-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'POSTED-SALE CORRECTION REGISTER - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CORR-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CORR-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1200-LOAD-CORR-TABLE
           CLOSE CORR-FILE
           CLOSE CUST-MASTER

           PERFORM 1600-LOAD-POSTED-HISTORY

           OPEN I-O OPENITEM-FILE
           IF WS-OPENITEM-STATUS = '35'
               OPEN OUTPUT OPENITEM-FILE
               CLOSE OPENITEM-FILE
               OPEN I-O OPENITEM-FILE
           END-IF
           IF WS-OPENITEM-STATUS NOT = '00'
               MOVE 'OPEN FAILED: OPENITEM-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1300-FIND-SALE-ITEMS

           OPEN I-O ROLLUP-FILE
           IF WS-ROLLUP-STATUS = '35'
               OPEN OUTPUT ROLLUP-FILE
               CLOSE ROLLUP-FILE
               OPEN I-O ROLLUP-FILE
           END-IF
           IF WS-ROLLUP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ROLLUP-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ROLLUP-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN I-O CATROLL-FILE
           IF WS-CATROLL-STATUS = '35'
               OPEN OUTPUT CATROLL-FILE
               CLOSE CATROLL-FILE
               OPEN I-O CATROLL-FILE
           END-IF
           IF WS-CATROLL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CATROLL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CATROLL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY REBACCRL
      *    BOOTSTRAPS IT
           OPEN I-O PROGRESS-FILE
           IF WS-PROGRESS-STATUS = '35'
               OPEN OUTPUT PROGRESS-FILE
               CLOSE PROGRESS-FILE
               OPEN I-O PROGRESS-FILE
           END-IF
           IF WS-PROGRESS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PROGRESS-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROGRESS-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND POSTED-FILE
           IF WS-POSTED-STATUS NOT = '00'
          AND WS-POSTED-STATUS NOT = '05'
               MOVE 'OPEN FAILED: POSTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-POSTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    THE NIGHTLY STREAM FILES STOCK.TRANS AWAY ONCE STKPOST HAS
      *    POSTED IT - THE FIRST ADJUSTMENT AFTER THAT STARTS IT AGAIN
           OPEN EXTEND STOCK-FILE
           IF WS-STOCK-STATUS = '35'
               OPEN OUTPUT STOCK-FILE
           END-IF
           IF WS-STOCK-STATUS NOT = '00'
          AND WS-STOCK-STATUS NOT = '05'
               MOVE 'OPEN FAILED: STOCK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STOCK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
          AND WS-AUDIT-STATUS NOT = '05'
               MOVE 'OPEN FAILED: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT ARCHNEW-FILE
           IF WS-ARCHNEW-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHNEW-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHNEW-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1100-READ-ARCHIVE.

       1100-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y'               TO WS-ARCH-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-ARCH-READ
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ ERROR: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER - ID, NAME, AND STATUS             *
      *---------------------------------------------------------------*
       1150-LOAD-SLSP-TABLE.
           PERFORM 1160-READ-SLSP-RECORD
           PERFORM 1170-ADD-SLSP-TO-TABLE UNTIL SLSP-EOF.

       1160-READ-SLSP-RECORD.
           READ SALESPERSON-FILE
               AT END
                   MOVE 'Y'               TO WS-SLSP-EOF-SW
           END-READ
           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ ERROR: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1170-ADD-SLSP-TO-TABLE.
           IF WS-SLSP-TABLE-COUNT < WS-SLSP-TABLE-MAX
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SLSP-IDX              TO WS-SLSP-TABLE-COUNT
               MOVE SLSP-ID         TO WS-SLSP-ID-TBL (WS-SLSP-IDX)
               MOVE SLSP-NAME       TO WS-SLSP-NAME-TBL (WS-SLSP-IDX)
               MOVE SLSP-STATUS     TO WS-SLSP-STATUS-TBL (WS-SLSP-IDX)
           END-IF
           PERFORM 1160-READ-SLSP-RECORD.

       1180-FIND-SLSP.
           MOVE 'N'                        TO WS-SLSP-FOUND-SW
           SET WS-SLSP-IDX                 TO 1
           PERFORM 1190-SEARCH-SLSP-TABLE
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
                  OR SLSP-ID-FOUND.

       1190-SEARCH-SLSP-TABLE.
           IF WS-SLSP-ID-TBL (WS-SLSP-IDX) = WS-SLSP-LOOKUP-ID
               MOVE 'Y'                    TO WS-SLSP-FOUND-SW
           ELSE
               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * LOAD AND EDIT THE CORRECTION DECK. A CARD THAT FAILS AN EDIT   *
      * IS LOGGED AND NEVER REACHES THE TABLE; THE REST WAIT FOR THEIR *
      * SALE IN THE HISTORY PASS.                                      *
      *---------------------------------------------------------------*
       1200-LOAD-CORR-TABLE.
           PERFORM 1210-READ-CORR-CARD
           PERFORM 1220-EDIT-CORR-CARD UNTIL CORR-EOF.

       1210-READ-CORR-CARD.
           READ CORR-FILE
               AT END
                   MOVE 'Y'               TO WS-CORR-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-CARDS-READ
           END-READ
           IF NOT CORR-EOF AND WS-CORR-STATUS NOT = '00'
               MOVE 'READ ERROR: CORR-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CORR-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1220-EDIT-CORR-CARD.
           MOVE 'Y'                         TO WS-CORR-VALID-SW
           MOVE WS-CARDS-READ               TO WS-ERROR-RECORD-NO
           MOVE SALE-CORRECTION-CARD(1:40)  TO WS-ERROR-INPUT
           MOVE CRT-INVOICE-NO              TO WS-ERROR-INVOICE

           IF CRT-INVOICE-NO(1:2) NOT = 'IN'
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-INVOICE'             TO WS-ERROR-CODE
               MOVE 'ONLY A SALE INVOICE (IN) CAN BE CORRECTED'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF

           IF CRT-NEW-AMOUNT NOT NUMERIC
              OR CRT-NEW-QUANTITY NOT NUMERIC
              OR CRT-NEW-CUST-ID NOT NUMERIC
              OR CRT-NEW-SLSP-ID NOT NUMERIC
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-NUMERIC'             TO WS-ERROR-CODE
               MOVE 'CORRECTED VALUES MUST BE NUMERIC'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           ELSE
               IF CRT-NEW-AMOUNT = ZERO
              AND CRT-NEW-QUANTITY = ZERO
              AND CRT-NEW-CUST-ID = ZERO
              AND CRT-NEW-SLSP-ID = ZERO
                   MOVE 'N'                 TO WS-CORR-VALID-SW
                   MOVE 'C-NOCHG'           TO WS-ERROR-CODE
                   MOVE 'CARD CARRIES NO CORRECTED VALUE'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF CORR-VALID
               MOVE CRT-INVOICE-NO          TO WS-CORR-LOOKUP-INVOICE
               PERFORM 1250-FIND-CORRECTION
               IF CORR-FOUND
                   MOVE 'N'                 TO WS-CORR-VALID-SW
                   MOVE 'C-DUPLIC'          TO WS-ERROR-CODE
                   MOVE 'INVOICE ALREADY CORRECTED EARLIER IN DECK'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF CORR-VALID AND CRT-NEW-SLSP-ID > ZERO
               MOVE CRT-NEW-SLSP-ID         TO WS-SLSP-LOOKUP-ID
               PERFORM 1180-FIND-SLSP
               IF NOT SLSP-ID-FOUND
                  OR WS-SLSP-STATUS-TBL (WS-SLSP-IDX) NOT = 'A'
                   MOVE 'N'                 TO WS-CORR-VALID-SW
                   MOVE 'C-SLSPID'          TO WS-ERROR-CODE
                   MOVE 'NEW SALESPERSON NOT ON MASTER OR NOT ACTIVE'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF CORR-VALID AND CRT-NEW-CUST-ID > ZERO
               PERFORM 1230-READ-MASTER-RANDOM
               IF NOT MASTER-FOUND
                  OR NOT CUST-ACTIVE OF CUST-MASTER-REC
                   MOVE 'N'                 TO WS-CORR-VALID-SW
                   MOVE 'C-CUSTID'          TO WS-ERROR-CODE
                   MOVE 'NEW CUSTOMER NOT ON MASTER OR NOT ACTIVE'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF CORR-VALID
               PERFORM 1240-ADD-CORR-TO-TABLE
           ELSE
               ADD 1                        TO WS-CORR-REJECTED
           END-IF

           PERFORM 1210-READ-CORR-CARD.

       1230-READ-MASTER-RANDOM.
           MOVE CRT-NEW-CUST-ID       TO CUST-ID OF CUST-MASTER-REC
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N'                 TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-MASTER-FOUND-SW
           END-READ
           IF WS-CUST-MASTER-STATUS NOT = '00'
          AND WS-CUST-MASTER-STATUS NOT = '23'
               MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1240-ADD-CORR-TO-TABLE.
           IF WS-CORR-TABLE-COUNT >= WS-CORR-TABLE-MAX
               MOVE 'CORRECTION TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:40)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CORR-TABLE-COUNT
           SET WS-CORR-IDX                  TO WS-CORR-TABLE-COUNT
           MOVE CRT-INVOICE-NO   TO WS-CORR-INVOICE-TBL (WS-CORR-IDX)
           MOVE CRT-NEW-AMOUNT   TO WS-CORR-AMOUNT-TBL (WS-CORR-IDX)
           MOVE CRT-NEW-QUANTITY TO WS-CORR-QTY-TBL (WS-CORR-IDX)
           MOVE CRT-NEW-CUST-ID  TO WS-CORR-CUST-TBL (WS-CORR-IDX)
           MOVE CRT-NEW-SLSP-ID  TO WS-CORR-SLSP-TBL (WS-CORR-IDX)
           IF CRT-NEW-SLSP-ID > ZERO
               MOVE WS-SLSP-NAME-TBL (WS-SLSP-IDX)
                              TO WS-CORR-SLSP-NAME-TBL (WS-CORR-IDX)
           END-IF
           MOVE CRT-REASON       TO WS-CORR-REASON-TBL (WS-CORR-IDX)
           MOVE CRT-OPERATOR-ID  TO WS-CORR-OPER-TBL (WS-CORR-IDX)
           MOVE WS-CARDS-READ    TO WS-CORR-CARD-NO-TBL (WS-CORR-IDX)
           MOVE SALE-CORRECTION-CARD(1:40)
                                 TO WS-CORR-IMAGE-TBL (WS-CORR-IDX)
           MOVE 'W'              TO WS-CORR-STATE-TBL (WS-CORR-IDX).

      *---------------------------------------------------------------*
      * FIND THE DECK ENTRY FOR WS-CORR-LOOKUP-INVOICE, LEAVING        *
      * WS-CORR-IDX ON IT                                              *
      *---------------------------------------------------------------*
       1250-FIND-CORRECTION.
           MOVE 'N'                        TO WS-CORR-FOUND-SW
           SET WS-CORR-IDX                 TO 1
           PERFORM 1260-SEARCH-CORR-TABLE
               UNTIL WS-CORR-IDX > WS-CORR-TABLE-COUNT
                  OR CORR-FOUND.

       1260-SEARCH-CORR-TABLE.
           IF WS-CORR-INVOICE-TBL (WS-CORR-IDX)
                  = WS-CORR-LOOKUP-INVOICE
               MOVE 'Y'                    TO WS-CORR-FOUND-SW
           ELSE
               SET WS-CORR-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * SCAN THE OPEN-ITEM LEDGER ONCE FOR THE ITEM EACH CORRECTED     *
      * SALE POSTED AS - OPENPOST CARRIES THE INVOICE NUMBER AS THE    *
      * ITEM REFERENCE                                                 *
      *---------------------------------------------------------------*
       1300-FIND-SALE-ITEMS.
           IF WS-CORR-TABLE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO                       TO OI-ITEM-SEQ
           START OPENITEM-FILE KEY NOT < OI-ITEM-SEQ
               INVALID KEY
                   MOVE 'Y'                 TO WS-ITEM-SCAN-EOF-SW
           END-START

           IF NOT ITEM-SCAN-EOF
               PERFORM 1350-READ-ITEM-NEXT
               PERFORM 1320-MATCH-ONE-ITEM UNTIL ITEM-SCAN-EOF
           END-IF.

       1320-MATCH-ONE-ITEM.
           IF OI-SOURCE-SALE
               MOVE OI-REFERENCE            TO WS-CORR-LOOKUP-INVOICE
               PERFORM 1250-FIND-CORRECTION
               IF CORR-FOUND
                   MOVE OI-ITEM-SEQ
                              TO WS-CORR-ITEM-SEQ-TBL (WS-CORR-IDX)
                   MOVE 'Y'   TO WS-CORR-ITEM-SW-TBL (WS-CORR-IDX)
               END-IF
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
      * LOAD THE CLOSED ACCOUNTING PERIODS. A MISSING PERDSTAT MEANS   *
      * NO PERIOD HAS BEEN CLOSED YET.                                 *
      *---------------------------------------------------------------*
       1400-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = '00'
               PERFORM 1410-READ-PERIOD-RECORD
               PERFORM 1420-ADD-CLOSED-PERIOD UNTIL PERIOD-EOF
               CLOSE PERIOD-FILE
           ELSE
               IF WS-PERIOD-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PERIOD-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PERIOD-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1410-READ-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-PERIOD-EOF-SW
           END-READ
           IF NOT PERIOD-EOF AND WS-PERIOD-STATUS NOT = '00'
               MOVE 'READ ERROR: PERIOD-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PERIOD-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1420-ADD-CLOSED-PERIOD.
           IF PERIOD-CLOSED
          AND WS-CLOSED-TABLE-COUNT < WS-CLOSED-TABLE-MAX
               ADD 1                        TO WS-CLOSED-TABLE-COUNT
               SET WS-CLOSED-IDX            TO WS-CLOSED-TABLE-COUNT
               MOVE PS-YEAR
                            TO WS-CLOSED-YEAR-TBL (WS-CLOSED-IDX)
               MOVE PS-MONTH
                            TO WS-CLOSED-MONTH-TBL (WS-CLOSED-IDX)
           END-IF
           PERFORM 1410-READ-PERIOD-RECORD.

      *---------------------------------------------------------------*
      * IS THE MONTH OF WS-CHECK-DATE (YYYY-MM-DD) CLOSED?             *
      *---------------------------------------------------------------*
       1450-CHECK-PERIOD-CLOSED.
           MOVE 'N'                        TO WS-CLOSED-FOUND-SW
           IF WS-CHECK-DATE(1:4) IS NUMERIC
          AND WS-CHECK-DATE(6:2) IS NUMERIC
               MOVE WS-CHECK-DATE(1:4)     TO WS-CHECK-YEAR
               MOVE WS-CHECK-DATE(6:2)     TO WS-CHECK-MONTH
               SET WS-CLOSED-IDX           TO 1
               PERFORM 1460-SEARCH-CLOSED-TABLE
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-TABLE-COUNT
                      OR PERIOD-IS-CLOSED
           END-IF.

       1460-SEARCH-CLOSED-TABLE.
           IF WS-CLOSED-YEAR-TBL (WS-CLOSED-IDX) = WS-CHECK-YEAR
          AND WS-CLOSED-MONTH-TBL (WS-CLOSED-IDX) = WS-CHECK-MONTH
               MOVE 'Y'                    TO WS-CLOSED-FOUND-SW
           ELSE
               SET WS-CLOSED-IDX UP BY 1
           END-IF.

       1500-LOAD-PRODUCT-TABLE.
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               PERFORM 1510-READ-PRODUCT-RECORD
               PERFORM 1520-ADD-PRODUCT-ENTRY UNTIL PROD-EOF
               CLOSE PRODUCT-FILE
           ELSE
               IF WS-PROD-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROD-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM 1530-READ-CATEGORY-RECORD
               PERFORM 1540-APPLY-CATEGORY UNTIL CAT-EOF
               CLOSE CATEGORY-FILE
           ELSE
               IF WS-CAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CAT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1510-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   MOVE 'Y'               TO WS-PROD-EOF-SW
           END-READ
           IF NOT PROD-EOF AND WS-PROD-STATUS NOT = '00'
               MOVE 'READ ERROR: PRODUCT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1520-ADD-PRODUCT-ENTRY.
           IF WS-PROD-TABLE-COUNT < WS-PROD-TABLE-MAX
               ADD 1                        TO WS-PROD-TABLE-COUNT
               SET WS-PROD-IDX              TO WS-PROD-TABLE-COUNT
               MOVE PROD-CODE       TO WS-PROD-CODE-TBL (WS-PROD-IDX)
               IF PROD-STD-COST NUMERIC
                   MOVE PROD-STD-COST
                                    TO WS-PROD-COST-TBL (WS-PROD-IDX)
               END-IF
           END-IF
           PERFORM 1510-READ-PRODUCT-RECORD.

       1530-READ-CATEGORY-RECORD.
           READ CATEGORY-FILE
               AT END
                   MOVE 'Y'               TO WS-CAT-EOF-SW
           END-READ
           IF NOT CAT-EOF AND WS-CAT-STATUS NOT = '00'
               MOVE 'READ ERROR: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CAT-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1540-APPLY-CATEGORY.
           MOVE PCAT-PROD-CODE             TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           IF PROD-ENTRY-FOUND
               MOVE PCAT-CATEGORY
                                TO WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
               MOVE PCAT-FAMILY TO WS-PROD-FAMILY-TBL (WS-PROD-IDX)
           END-IF
           PERFORM 1530-READ-CATEGORY-RECORD.

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

      *---------------------------------------------------------------*
      * READ WHAT EARLIER RUNS POSTED, KEEPING THE LAST BEFORE-IMAGE   *
      * FOR EACH INVOICE IN THE DECK. IF THE HISTORY STILL HOLDS THAT  *
      * BEFORE-IMAGE, THE LAST RUN'S ARCHNEW WAS NEVER RENAMED OVER    *
      * SALES.HISTORY AND THE CARD WOULD BE APPLIED TWICE. A MISSING   *
      * CORRPOST MEANS NOTHING HAS EVER BEEN CORRECTED.                *
      *---------------------------------------------------------------*
       1600-LOAD-POSTED-HISTORY.
           IF WS-CORR-TABLE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-STATUS = '00'
               PERFORM 1610-READ-POSTED-RECORD
               PERFORM 1620-MATCH-POSTED-RECORD UNTIL POSTED-EOF
               CLOSE POSTED-FILE
           ELSE
               IF WS-POSTED-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: POSTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-POSTED-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1610-READ-POSTED-RECORD.
           READ POSTED-FILE
               AT END
                   MOVE 'Y'               TO WS-POSTED-EOF-SW
           END-READ
           IF NOT POSTED-EOF AND WS-POSTED-STATUS NOT = '00'
               MOVE 'READ ERROR: POSTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-POSTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1620-MATCH-POSTED-RECORD.
           MOVE CP-INVOICE-NO               TO WS-CORR-LOOKUP-INVOICE
           PERFORM 1250-FIND-CORRECTION
           IF CORR-FOUND
               MOVE CP-BEFORE-IMAGE
                            TO WS-CORR-LAST-BEFORE-TBL (WS-CORR-IDX)
           END-IF
           PERFORM 1610-READ-POSTED-RECORD.

      *---------------------------------------------------------------*
      * LOAD THE SPLIT-CREDIT SHARES THE WAY ARCHIVE DOES, CHECKING   *
      * EACH SALE'S SHARES AS A GROUP WHEN THE INVOICE CHANGES. A     *
      * MISSING FILE (STATUS 35) MEANS NOTHING IS SPLIT.              *
      *---------------------------------------------------------------*
       1700-LOAD-SPLIT-TABLE.
           OPEN INPUT SPLIT-FILE
           IF WS-SPLIT-STATUS = '00'
               PERFORM 1710-READ-SPLIT-RECORD
               PERFORM 1720-ADD-SPLIT-TO-TABLE UNTIL SPLIT-EOF
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1730-CHECK-SPLIT-GROUP
               END-IF
               CLOSE SPLIT-FILE
           ELSE
               IF WS-SPLIT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SPLIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SPLIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1710-READ-SPLIT-RECORD.
           READ SPLIT-FILE
               AT END
                   MOVE 'Y'               TO WS-SPLIT-EOF-SW
           END-READ
           IF NOT SPLIT-EOF AND WS-SPLIT-STATUS NOT = '00'
               MOVE 'READ ERROR: SPLIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SPLIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ADD ONE SHARE. A NEW INVOICE CLOSES THE PREVIOUS SALE'S GROUP *
      * AND OPENS ITS OWN; AN INVOICE SEEN IN AN EARLIER GROUP MEANS  *
      * ITS SHARES ARE NOT TOGETHER, AND BOTH GROUPS ARE REJECTED.    *
      *---------------------------------------------------------------*
       1720-ADD-SPLIT-TO-TABLE.
           IF WS-SPLIT-TABLE-COUNT >= WS-SPLIT-TABLE-MAX
               MOVE 'SPLIT TABLE FULL'      TO WS-ABEND-MSG(1:16)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF WS-SPLIT-TABLE-COUNT = ZERO
              OR SPL-INVOICE-NO NOT = WS-SPLIT-GROUP-INVOICE
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1730-CHECK-SPLIT-GROUP
               END-IF
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-GROUP-INVOICE
               MOVE ZERO                    TO WS-SPLIT-GROUP-PCT
               MOVE SPACES                  TO WS-SPLIT-REASON
               COMPUTE WS-SPLIT-GROUP-START =
                       WS-SPLIT-TABLE-COUNT + 1
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1750-FIND-SPLIT
               IF SPLIT-FOUND
                   MOVE 'SHARES NOT TOGETHER IN FILE'
                                            TO WS-SPLIT-REASON
               END-IF
           ELSE
               SET WS-SPLIT-SCAN            TO WS-SPLIT-GROUP-START
               PERFORM 1725-CHECK-DUPLICATE-REP
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF

           IF SPL-INVOICE-NO = SPACES
               MOVE 'NO INVOICE NUMBER'     TO WS-SPLIT-REASON
           END-IF
           IF SPL-SHARE-PCT NOT NUMERIC
               MOVE 'SHARE NOT NUMERIC'     TO WS-SPLIT-REASON
           ELSE
               IF SPL-SHARE-PCT = ZERO
                   MOVE 'ZERO SHARE'        TO WS-SPLIT-REASON
               ELSE
                   ADD SPL-SHARE-PCT        TO WS-SPLIT-GROUP-PCT
               END-IF
           END-IF

           ADD 1                            TO WS-SPLIT-TABLE-COUNT
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE SPL-INVOICE-NO   TO WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
           MOVE SPL-SALESPERSON-ID
                                 TO WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
           IF SPL-SHARE-PCT NUMERIC
               MOVE SPL-SHARE-PCT TO WS-SPLIT-PCT-TBL (WS-SPLIT-IDX)
           END-IF

           PERFORM 1710-READ-SPLIT-RECORD.

       1725-CHECK-DUPLICATE-REP.
           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-SCAN) = SPL-SALESPERSON-ID
               MOVE 'SALESPERSON NAMED TWICE'
                                            TO WS-SPLIT-REASON
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *---------------------------------------------------------------*
      * CLOSE OUT ONE SALE'S SHARES - MARK THE LAST SHARE, REQUIRE    *
      * THEM TO TOTAL 100.00, AND ON ANY BROKEN RULE REPORT THE SALE  *
      * AND SWITCH OFF EVERY SHARE CARRYING ITS INVOICE               *
      *---------------------------------------------------------------*
       1730-CHECK-SPLIT-GROUP.
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE 'Y'                 TO WS-SPLIT-LAST-TBL (WS-SPLIT-IDX)

           IF WS-SPLIT-REASON = SPACES
              AND WS-SPLIT-GROUP-PCT NOT = 100.00
               MOVE 'SHARES DO NOT TOTAL 100 PCT'
                                            TO WS-SPLIT-REASON
           END-IF

           IF WS-SPLIT-REASON NOT = SPACES
               ADD 1                        TO WS-SPLITS-REJECTED
               DISPLAY 'SALECORR: SPLIT CREDIT FOR INVOICE '
                       WS-SPLIT-GROUP-INVOICE ' REJECTED - '
                       WS-SPLIT-REASON ' - RESTATED FOR BOOKING REP'
               SET WS-SPLIT-SCAN            TO 1
               PERFORM 1740-INVALIDATE-ONE-SHARE
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF.

       1740-INVALIDATE-ONE-SHARE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-SCAN)
                  = WS-SPLIT-GROUP-INVOICE
               MOVE 'N'            TO WS-SPLIT-VALID-TBL (WS-SPLIT-SCAN)
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *---------------------------------------------------------------*
      * FIND THE FIRST GOOD SHARE FOR WS-SPLIT-LOOKUP-INVOICE,        *
      * LEAVING WS-SPLIT-IDX ON IT. A SALE WITH NO INVOICE NUMBER IS  *
      * NEVER SPLIT.                                                  *
      *---------------------------------------------------------------*
       1750-FIND-SPLIT.
           MOVE 'N'                        TO WS-SPLIT-FOUND-SW
           IF WS-SPLIT-LOOKUP-INVOICE NOT = SPACES
               SET WS-SPLIT-IDX            TO 1
               PERFORM 1760-SEARCH-SPLIT-TABLE
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-TABLE-COUNT
                      OR SPLIT-FOUND
           END-IF.

       1760-SEARCH-SPLIT-TABLE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
                  = WS-SPLIT-LOOKUP-INVOICE
              AND WS-SPLIT-VALID-TBL (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y'                    TO WS-SPLIT-FOUND-SW
           ELSE
               SET WS-SPLIT-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE REBATE AGREEMENTS. A MISSING REBATMST MEANS NO        *
      * CUSTOMER HAS AN AGREEMENT AND NO PROGRESS IS RESTATED.         *
      *---------------------------------------------------------------*
       1800-LOAD-AGREE-TABLE.
           OPEN INPUT AGREE-FILE
           IF WS-AGREE-STATUS = '00'
               PERFORM 1810-READ-AGREE-RECORD
               PERFORM 1820-ADD-AGREE-TO-TABLE UNTIL AGREE-EOF
               CLOSE AGREE-FILE
           ELSE
               IF WS-AGREE-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: AGREE-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-AGREE-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1810-READ-AGREE-RECORD.
           READ AGREE-FILE
               AT END
                   MOVE 'Y' TO WS-AGREE-EOF-SW
           END-READ
           IF NOT AGREE-EOF AND WS-AGREE-STATUS NOT = '00'
               MOVE 'READ ERROR: AGREE-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AGREE-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1820-ADD-AGREE-TO-TABLE.
           IF WS-AGREE-TABLE-COUNT < WS-AGREE-TABLE-MAX
               ADD 1                        TO WS-AGREE-TABLE-COUNT
               SET WS-AGR-IDX               TO WS-AGREE-TABLE-COUNT
               MOVE RBA-CUST-ID  TO WS-AGR-CUST-TBL (WS-AGR-IDX)
               MOVE RBA-BREAK1-AMOUNT
                                 TO WS-AGR-BRK1-AMT-TBL (WS-AGR-IDX)
               MOVE RBA-BREAK1-RATE
                                 TO WS-AGR-BRK1-RT-TBL (WS-AGR-IDX)
               MOVE RBA-BREAK2-AMOUNT
                                 TO WS-AGR-BRK2-AMT-TBL (WS-AGR-IDX)
               MOVE RBA-BREAK2-RATE
                                 TO WS-AGR-BRK2-RT-TBL (WS-AGR-IDX)
               MOVE RBA-BREAK3-AMOUNT
                                 TO WS-AGR-BRK3-AMT-TBL (WS-AGR-IDX)
               MOVE RBA-BREAK3-RATE
                                 TO WS-AGR-BRK3-RT-TBL (WS-AGR-IDX)
           END-IF
           PERFORM 1810-READ-AGREE-RECORD.

      *---------------------------------------------------------------*
      * ONE HISTORY RECORD - A SALE WITH A WAITING CORRECTION IS       *
      * CORRECTED; EVERYTHING ELSE PASSES THROUGH UNTOUCHED            *
      *---------------------------------------------------------------*
       2000-CORRECT-HISTORY.
           MOVE ARCHIVE-RECORD              TO ARCHNEW-RECORD
           IF SR-TRANS-SALE OF ARCHIVE-RECORD
          AND SR-INVOICE-NO OF ARCHIVE-RECORD NOT = SPACES
               MOVE SR-INVOICE-NO OF ARCHIVE-RECORD
                                            TO WS-CORR-LOOKUP-INVOICE
               PERFORM 1250-FIND-CORRECTION
               IF CORR-FOUND
                  AND WS-CORR-STATE-TBL (WS-CORR-IDX) = 'W'
                   PERFORM 2100-APPLY-CORRECTION
               END-IF
           END-IF

           WRITE ARCHNEW-RECORD
           IF WS-ARCHNEW-STATUS NOT = '00'
               MOVE 'WRITE ERROR: ARCHNEW-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHNEW-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-ARCH-WRITTEN

           PERFORM 1100-READ-ARCHIVE.

      *---------------------------------------------------------------*
      * APPLY ONE CORRECTION TO THE SALE IT NAMES - BUILD THE AFTER    *
      * IMAGE, CHECK IT AGAINST THE SALE AS POSTED, AND EITHER POST IT *
      * EVERYWHERE OR LEAVE THE HISTORY RECORD AS IT WAS               *
      *---------------------------------------------------------------*
       2100-APPLY-CORRECTION.
           MOVE 'Y'                         TO WS-CORR-VALID-SW
           MOVE WS-CORR-CARD-NO-TBL (WS-CORR-IDX)
                                            TO WS-ERROR-RECORD-NO
           MOVE WS-CORR-IMAGE-TBL (WS-CORR-IDX)
                                            TO WS-ERROR-INPUT
           MOVE WS-CORR-INVOICE-TBL (WS-CORR-IDX)
                                            TO WS-ERROR-INVOICE

           PERFORM 2110-BUILD-AFTER-IMAGE
           PERFORM 2150-VALIDATE-CORRECTION

           IF CORR-VALID
               PERFORM 2200-POST-CORRECTION
               MOVE 'A'         TO WS-CORR-STATE-TBL (WS-CORR-IDX)
               ADD 1                        TO WS-CORR-APPLIED
           ELSE
               MOVE ARCHIVE-RECORD          TO ARCHNEW-RECORD
               MOVE 'R'         TO WS-CORR-STATE-TBL (WS-CORR-IDX)
               ADD 1                        TO WS-CORR-REJECTED
           END-IF.

      *---------------------------------------------------------------*
      * THE CORRECTED SALE. TAX FOLLOWS A NEW AMOUNT AT THE RATE THE   *
      * SALE WAS ORIGINALLY TAXED AT; A NEW SALESPERSON TAKES THE      *
      * MASTER NAME. A ZERO FIELD ON THE CARD LEAVES IT AS POSTED.     *
      *---------------------------------------------------------------*
       2110-BUILD-AFTER-IMAGE.
           MOVE 'N'                         TO WS-AMOUNT-CHANGED-SW
                                               WS-QTY-CHANGED-SW
                                               WS-CUST-CHANGED-SW
                                               WS-SLSP-CHANGED-SW

           IF WS-CORR-AMOUNT-TBL (WS-CORR-IDX) > ZERO
          AND WS-CORR-AMOUNT-TBL (WS-CORR-IDX)
                  NOT = SR-SALE-AMOUNT OF ARCHIVE-RECORD
               MOVE 'Y'                     TO WS-AMOUNT-CHANGED-SW
               MOVE WS-CORR-AMOUNT-TBL (WS-CORR-IDX)
                              TO SR-SALE-AMOUNT OF ARCHNEW-RECORD
               IF SR-SALE-AMOUNT OF ARCHIVE-RECORD > ZERO
                   COMPUTE SR-TAX-AMOUNT OF ARCHNEW-RECORD ROUNDED =
                           SR-TAX-AMOUNT OF ARCHIVE-RECORD
                         * SR-SALE-AMOUNT OF ARCHNEW-RECORD
                         / SR-SALE-AMOUNT OF ARCHIVE-RECORD
                       ON SIZE ERROR
                           MOVE 'N'         TO WS-CORR-VALID-SW
                           MOVE 'C-TAXSIZE' TO WS-ERROR-CODE
                           MOVE 'RESTATED TAX TOO LARGE'
                                            TO WS-ERROR-MESSAGE
                           PERFORM 8000-LOG-ERROR
                   END-COMPUTE
               END-IF
           END-IF

           IF WS-CORR-QTY-TBL (WS-CORR-IDX) > ZERO
          AND WS-CORR-QTY-TBL (WS-CORR-IDX)
                  NOT = SR-QUANTITY OF ARCHIVE-RECORD
               MOVE 'Y'                     TO WS-QTY-CHANGED-SW
               MOVE WS-CORR-QTY-TBL (WS-CORR-IDX)
                              TO SR-QUANTITY OF ARCHNEW-RECORD
           END-IF

           IF WS-CORR-CUST-TBL (WS-CORR-IDX) > ZERO
          AND WS-CORR-CUST-TBL (WS-CORR-IDX)
                  NOT = SR-CUST-ID OF ARCHIVE-RECORD
               MOVE 'Y'                     TO WS-CUST-CHANGED-SW
               MOVE WS-CORR-CUST-TBL (WS-CORR-IDX)
                              TO SR-CUST-ID OF ARCHNEW-RECORD
           END-IF

           IF WS-CORR-SLSP-TBL (WS-CORR-IDX) > ZERO
          AND WS-CORR-SLSP-TBL (WS-CORR-IDX)
                  NOT = SR-SALESPERSON-ID OF ARCHIVE-RECORD
               MOVE 'Y'                     TO WS-SLSP-CHANGED-SW
               MOVE WS-CORR-SLSP-TBL (WS-CORR-IDX)
                              TO SR-SALESPERSON-ID OF ARCHNEW-RECORD
               MOVE WS-CORR-SLSP-NAME-TBL (WS-CORR-IDX)
                              TO SR-SALESPERSON-NAME OF ARCHNEW-RECORD
           END-IF

           COMPUTE WS-SALE-DELTA =
                   SR-SALE-AMOUNT OF ARCHNEW-RECORD
                 - SR-SALE-AMOUNT OF ARCHIVE-RECORD
           COMPUTE WS-TAX-DELTA =
                   SR-TAX-AMOUNT OF ARCHNEW-RECORD
                 - SR-TAX-AMOUNT OF ARCHIVE-RECORD
           COMPUTE WS-ITEM-DELTA = WS-SALE-DELTA + WS-TAX-DELTA
           COMPUTE WS-QTY-DELTA =
                   SR-QUANTITY OF ARCHNEW-RECORD
                 - SR-QUANTITY OF ARCHIVE-RECORD.

      *---------------------------------------------------------------*
      * CHECK THE CORRECTION AGAINST THE SALE AS POSTED. EACH FAILED   *
      * RULE IS LOGGED; THE OPEN-ITEM RULES ONLY APPLY WHEN THE ITEM   *
      * IS TOUCHED, AND LEAVE IT READ FOR 2500 TO REWRITE              *
      *---------------------------------------------------------------*
       2150-VALIDATE-CORRECTION.
           IF NOT AMOUNT-CHANGED AND NOT QTY-CHANGED
          AND NOT CUST-CHANGED AND NOT SLSP-CHANGED
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-NOCHG'               TO WS-ERROR-CODE
               MOVE 'CORRECTION MATCHES THE SALE AS POSTED'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF

           IF WS-CORR-LAST-BEFORE-TBL (WS-CORR-IDX)
                  = ARCH-SALES-DATA OF ARCHIVE-RECORD
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-NORENAM'             TO WS-ERROR-CODE
               MOVE 'PRIOR ARCHNEW NOT RENAMED'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF

           MOVE SR-SALE-DATE OF ARCHIVE-RECORD TO WS-CHECK-DATE
           PERFORM 1450-CHECK-PERIOD-CLOSED
           IF NOT PERIOD-IS-CLOSED
               MOVE ARCH-DATE OF ARCHIVE-RECORD TO WS-CHECK-DATE
               PERFORM 1450-CHECK-PERIOD-CLOSED
           END-IF
           IF PERIOD-IS-CLOSED
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-PERCLSD'             TO WS-ERROR-CODE
               MOVE 'SALE FALLS IN A CLOSED ACCOUNTING PERIOD'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF

           IF SLSP-CHANGED
               MOVE SR-INVOICE-NO OF ARCHIVE-RECORD
                                            TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1750-FIND-SPLIT
               IF SPLIT-FOUND
                   MOVE 'N'                 TO WS-CORR-VALID-SW
                   MOVE 'C-SPLIT'           TO WS-ERROR-CODE
                   MOVE 'SALE IS SPLIT - CORRECT ITS SHARES ON SPLITCR'
                                            TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
               END-IF
           END-IF

           IF CORR-VALID AND (AMOUNT-CHANGED OR CUST-CHANGED)
               PERFORM 2160-CHECK-OPEN-ITEM
           END-IF.

      *---------------------------------------------------------------*
      * THE SALE'S OPEN ITEM MUST BE THERE TO RESTATE. CASH ALREADY    *
      * APPLIED PINS IT TO ITS CUSTOMER, AND A CUT MAY NOT TAKE IT     *
      * BELOW WHAT HAS BEEN PAID.                                      *
      *---------------------------------------------------------------*
       2160-CHECK-OPEN-ITEM.
           IF WS-CORR-ITEM-SW-TBL (WS-CORR-IDX) NOT = 'Y'
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-NOITEM'              TO WS-ERROR-CODE
               MOVE 'NO OPEN ITEM CARRIES THE INVOICE'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CORR-ITEM-SEQ-TBL (WS-CORR-IDX) TO OI-ITEM-SEQ
           READ OPENITEM-FILE
               INVALID KEY
                   MOVE 'READ ERROR: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OPENITEM-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
           END-READ

           IF CUST-CHANGED
          AND OI-OPEN-AMOUNT NOT = OI-ORIG-AMOUNT
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-CASHAPL'             TO WS-ERROR-CODE
               MOVE 'CASH IS APPLIED TO THE ITEM - CUSTOMER CANNOT MOVE'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF

           COMPUTE WS-NEW-OPEN-AMOUNT = OI-OPEN-AMOUNT + WS-ITEM-DELTA
           IF WS-NEW-OPEN-AMOUNT < ZERO
               MOVE 'N'                     TO WS-CORR-VALID-SW
               MOVE 'C-OVERPD'              TO WS-ERROR-CODE
               MOVE 'CORRECTED AMOUNT IS BELOW THE CASH ALREADY APPLIED'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * POST ONE GOOD CORRECTION EVERYWHERE THE SALE WENT              *
      *---------------------------------------------------------------*
       2200-POST-CORRECTION.
           IF AMOUNT-CHANGED OR SLSP-CHANGED
               PERFORM 2300-ACCUMULATE-ROLLUP-DELTA
           END-IF
           IF AMOUNT-CHANGED OR QTY-CHANGED
               PERFORM 2400-ACCUMULATE-CATEGORY-DELTA
           END-IF
           IF AMOUNT-CHANGED OR CUST-CHANGED
               PERFORM 2500-RESTATE-OPEN-ITEM
               PERFORM 2600-RESTATE-REBATE
           END-IF
           IF QTY-CHANGED
               PERFORM 2700-WRITE-STOCK-ADJUSTMENT
           END-IF
           PERFORM 2800-AUDIT-CORRECTION
           PERFORM 2900-WRITE-POSTED-CORRECTION

           ADD WS-SALE-DELTA                TO WS-TOTAL-SALE-DELTA
           ADD WS-TAX-DELTA                 TO WS-TOTAL-TAX-DELTA

           MOVE SR-SALE-AMOUNT OF ARCHIVE-RECORD TO WS-AMT-DISPLAY
           MOVE SR-SALE-AMOUNT OF ARCHNEW-RECORD TO WS-AMT-DISPLAY-2
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'APPLIED  ' SR-INVOICE-NO OF ARCHIVE-RECORD
                  ' AMT ' WS-AMT-DISPLAY ' TO ' WS-AMT-DISPLAY-2
                  ' QTY ' SR-QUANTITY OF ARCHIVE-RECORD
                  '/' SR-QUANTITY OF ARCHNEW-RECORD
                  ' CUST ' SR-CUST-ID OF ARCHIVE-RECORD
                  '/' SR-CUST-ID OF ARCHNEW-RECORD
                  ' SLSP ' SR-SALESPERSON-ID OF ARCHIVE-RECORD
                  '/' SR-SALESPERSON-ID OF ARCHNEW-RECORD
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '         ARCHIVED ' ARCH-DATE OF ARCHIVE-RECORD
                  ' SOLD ' SR-SALE-DATE OF ARCHIVE-RECORD
                  ' REASON ' WS-CORR-REASON-TBL (WS-CORR-IDX)
                  ' BY ' WS-CORR-OPER-TBL (WS-CORR-IDX)
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE.

      *---------------------------------------------------------------*
      * TAKE THE BEFORE IMAGE OUT OF THE REGION/SALESPERSON ROLLUP     *
      * AND PUT THE AFTER IMAGE IN, BOTH UNDER THE MONTH THE SALE WAS  *
      * ARCHIVED IN - WHERE ARCHIVE ROLLED IT                          *
      *---------------------------------------------------------------*
       2300-ACCUMULATE-ROLLUP-DELTA.
           MOVE ARCH-DATE OF ARCHIVE-RECORD(1:4) TO WS-ROLL-YEAR
           MOVE ARCH-DATE OF ARCHIVE-RECORD(6:2) TO WS-ROLL-MONTH

           MOVE ARCH-SALES-DATA OF ARCHIVE-RECORD TO WS-IMAGE-SALE
           MOVE -1                          TO WS-IMAGE-SIGN
           PERFORM 2310-ROLL-ONE-IMAGE

           MOVE ARCH-SALES-DATA OF ARCHNEW-RECORD TO WS-IMAGE-SALE
           MOVE 1                           TO WS-IMAGE-SIGN
           PERFORM 2310-ROLL-ONE-IMAGE.

       2310-ROLL-ONE-IMAGE.
           MOVE SR-INVOICE-NO OF WS-IMAGE-SALE
                                            TO WS-SPLIT-LOOKUP-INVOICE
           PERFORM 1750-FIND-SPLIT

           IF SPLIT-FOUND
               MOVE ZERO                    TO WS-SPLIT-ALLOC-AMOUNT
               MOVE ZERO                    TO WS-SPLIT-ALLOC-TAX
               MOVE 'N'                     TO WS-SPLIT-DONE-SW
               PERFORM 2320-ROLL-ONE-SHARE UNTIL SPLIT-SHARES-DONE
           ELSE
               MOVE SR-SALESPERSON-ID OF WS-IMAGE-SALE
                                            TO WS-POST-SLSP-ID
               MOVE SR-SALESPERSON-NAME OF WS-IMAGE-SALE
                                            TO WS-POST-SLSP-NAME
               MOVE SR-SALE-AMOUNT OF WS-IMAGE-SALE
                                            TO WS-POST-SALES
               MOVE SR-TAX-AMOUNT OF WS-IMAGE-SALE
                                            TO WS-POST-TAX
               PERFORM 2350-POST-ROLLUP-DELTA
           END-IF.

      *---------------------------------------------------------------*
      * ONE SHARE OF A SPLIT SALE - ALLOCATED EXACTLY AS ARCHIVE       *
      * ALLOCATED IT (ROUNDED PERCENTAGE, THE LAST SHARE TAKING WHAT   *
      * IS LEFT)                                                       *
      *---------------------------------------------------------------*
       2320-ROLL-ONE-SHARE.
           MOVE WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                                            TO WS-POST-SLSP-ID
           MOVE WS-POST-SLSP-ID             TO WS-SLSP-LOOKUP-ID
           PERFORM 1180-FIND-SLSP
           IF SLSP-ID-FOUND
               MOVE WS-SLSP-NAME-TBL (WS-SLSP-IDX)
                                            TO WS-POST-SLSP-NAME
           ELSE
               MOVE SPACES                  TO WS-POST-SLSP-NAME
           END-IF

           IF WS-SPLIT-LAST-TBL (WS-SPLIT-IDX) = 'Y'
               COMPUTE WS-POST-SALES =
                       SR-SALE-AMOUNT OF WS-IMAGE-SALE
                       - WS-SPLIT-ALLOC-AMOUNT
               COMPUTE WS-POST-TAX =
                       SR-TAX-AMOUNT OF WS-IMAGE-SALE
                       - WS-SPLIT-ALLOC-TAX
               MOVE 'Y'                     TO WS-SPLIT-DONE-SW
           ELSE
               COMPUTE WS-POST-SALES ROUNDED =
                       SR-SALE-AMOUNT OF WS-IMAGE-SALE
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               COMPUTE WS-POST-TAX ROUNDED =
                       SR-TAX-AMOUNT OF WS-IMAGE-SALE
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               ADD WS-POST-SALES            TO WS-SPLIT-ALLOC-AMOUNT
               ADD WS-POST-TAX              TO WS-SPLIT-ALLOC-TAX
               SET WS-SPLIT-IDX UP BY 1
           END-IF

           PERFORM 2350-POST-ROLLUP-DELTA.

       2350-POST-ROLLUP-DELTA.
           MOVE 'N'                        TO WS-DELTA-FOUND-SW
           SET WS-DELTA-IDX                TO 1
           PERFORM 2360-SEARCH-DELTA-TABLE
               UNTIL WS-DELTA-IDX > WS-DELTA-TABLE-COUNT
                  OR DELTA-ENTRY-FOUND

           IF NOT DELTA-ENTRY-FOUND
               IF WS-DELTA-TABLE-COUNT >= WS-DELTA-TABLE-MAX
                   MOVE 'ROLLUP DELTA TABLE FULL'
                                            TO WS-ABEND-MSG(1:23)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-DELTA-TABLE-COUNT
               SET WS-DELTA-IDX             TO WS-DELTA-TABLE-COUNT
               MOVE WS-ROLL-YEAR
                            TO WS-DELTA-YEAR-TBL (WS-DELTA-IDX)
               MOVE WS-ROLL-MONTH
                            TO WS-DELTA-MONTH-TBL (WS-DELTA-IDX)
               MOVE SR-REGION OF WS-IMAGE-SALE
                            TO WS-DELTA-REGION-TBL (WS-DELTA-IDX)
               MOVE WS-POST-SLSP-ID
                            TO WS-DELTA-SLSP-TBL (WS-DELTA-IDX)
               MOVE WS-POST-SLSP-NAME
                            TO WS-DELTA-NAME-TBL (WS-DELTA-IDX)
           END-IF

           COMPUTE WS-DELTA-SALES-TBL (WS-DELTA-IDX) =
                   WS-DELTA-SALES-TBL (WS-DELTA-IDX)
                 + WS-POST-SALES * WS-IMAGE-SIGN
           COMPUTE WS-DELTA-TAX-TBL (WS-DELTA-IDX) =
                   WS-DELTA-TAX-TBL (WS-DELTA-IDX)
                 + WS-POST-TAX * WS-IMAGE-SIGN.

       2360-SEARCH-DELTA-TABLE.
           IF WS-DELTA-YEAR-TBL (WS-DELTA-IDX) = WS-ROLL-YEAR
          AND WS-DELTA-MONTH-TBL (WS-DELTA-IDX) = WS-ROLL-MONTH
          AND WS-DELTA-REGION-TBL (WS-DELTA-IDX)
                  = SR-REGION OF WS-IMAGE-SALE
          AND WS-DELTA-SLSP-TBL (WS-DELTA-IDX) = WS-POST-SLSP-ID
               MOVE 'Y'                    TO WS-DELTA-FOUND-SW
           ELSE
               SET WS-DELTA-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * THE FAMILY/CATEGORY ROLLUP MOVES BY THE AMOUNT CHANGE, AND ITS *
      * STANDARD COST BY THE QUANTITY CHANGE, DERIVED FROM THE MASTERS *
      * THE WAY ARCHIVE DERIVES THEM                                   *
      *---------------------------------------------------------------*
       2400-ACCUMULATE-CATEGORY-DELTA.
           MOVE SR-PRODUCT-CODE OF ARCHIVE-RECORD
                                           TO WS-PROD-LOOKUP-CODE
           PERFORM 1550-FIND-PRODUCT-ENTRY
           MOVE 'UNASSIGNED'               TO WS-LINE-FAMILY
                                              WS-LINE-CATEGORY
           MOVE ZERO                       TO WS-LINE-UNIT-COST
           IF PROD-ENTRY-FOUND
               MOVE WS-PROD-COST-TBL (WS-PROD-IDX)
                                           TO WS-LINE-UNIT-COST
               IF WS-PROD-CATEGORY-TBL (WS-PROD-IDX) NOT = SPACES
                   MOVE WS-PROD-FAMILY-TBL (WS-PROD-IDX)
                                           TO WS-LINE-FAMILY
                   MOVE WS-PROD-CATEGORY-TBL (WS-PROD-IDX)
                                           TO WS-LINE-CATEGORY
               END-IF
           END-IF
           COMPUTE WS-LINE-COST = WS-QTY-DELTA * WS-LINE-UNIT-COST
           MOVE ARCH-DATE OF ARCHIVE-RECORD(1:4) TO WS-ROLL-YEAR
           MOVE ARCH-DATE OF ARCHIVE-RECORD(6:2) TO WS-ROLL-MONTH

           MOVE 'N'                        TO WS-CDELTA-FOUND-SW
           SET WS-CDELTA-IDX               TO 1
           PERFORM 2450-SEARCH-CDELTA-TABLE
               UNTIL WS-CDELTA-IDX > WS-CDELTA-TABLE-COUNT
                  OR CDELTA-ENTRY-FOUND

           IF NOT CDELTA-ENTRY-FOUND
               IF WS-CDELTA-TABLE-COUNT >= WS-CDELTA-TABLE-MAX
                   MOVE 'CATEGORY DELTA TABLE FULL'
                                            TO WS-ABEND-MSG(1:25)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CDELTA-TABLE-COUNT
               SET WS-CDELTA-IDX            TO WS-CDELTA-TABLE-COUNT
               MOVE WS-ROLL-YEAR
                            TO WS-CDELTA-YEAR-TBL (WS-CDELTA-IDX)
               MOVE WS-ROLL-MONTH
                            TO WS-CDELTA-MONTH-TBL (WS-CDELTA-IDX)
               MOVE WS-LINE-FAMILY
                            TO WS-CDELTA-FAMILY-TBL (WS-CDELTA-IDX)
               MOVE WS-LINE-CATEGORY
                            TO WS-CDELTA-CAT-TBL (WS-CDELTA-IDX)
           END-IF

           ADD WS-SALE-DELTA TO WS-CDELTA-SALES-TBL (WS-CDELTA-IDX)
           ADD WS-LINE-COST  TO WS-CDELTA-COST-TBL (WS-CDELTA-IDX).

       2450-SEARCH-CDELTA-TABLE.
           IF WS-CDELTA-YEAR-TBL (WS-CDELTA-IDX) = WS-ROLL-YEAR
          AND WS-CDELTA-MONTH-TBL (WS-CDELTA-IDX) = WS-ROLL-MONTH
          AND WS-CDELTA-FAMILY-TBL (WS-CDELTA-IDX) = WS-LINE-FAMILY
          AND WS-CDELTA-CAT-TBL (WS-CDELTA-IDX) = WS-LINE-CATEGORY
               MOVE 'Y'                    TO WS-CDELTA-FOUND-SW
           ELSE
               SET WS-CDELTA-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * RESTATE THE SALE'S OPEN ITEM (READ IN 2160) - THE ORIGINAL AND *
      * OPEN AMOUNTS MOVE BY THE SALE-PLUS-TAX CHANGE, AND THE ITEM    *
      * FOLLOWS A CORRECTED CUSTOMER                                   *
      *---------------------------------------------------------------*
       2500-RESTATE-OPEN-ITEM.
           ADD WS-ITEM-DELTA                TO OI-ORIG-AMOUNT
           ADD WS-ITEM-DELTA                TO OI-OPEN-AMOUNT
           IF CUST-CHANGED
               MOVE SR-CUST-ID OF ARCHNEW-RECORD TO OI-CUST-ID
           END-IF
           IF OI-OPEN-AMOUNT = ZERO
               MOVE 'C'                     TO OI-STATUS
               MOVE WS-BUSINESS-DATE        TO OI-LAST-APPLIED-DATE
           ELSE
               MOVE 'O'                     TO OI-STATUS
           END-IF
           REWRITE OPEN-ITEM-RECORD
           IF WS-OPENITEM-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: OPENITEM-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-ITEMS-RESTATED.

      *---------------------------------------------------------------*
      * RESTATE REBATE PROGRESS FOR THE SALE'S ACCRUAL QUARTER. A      *
      * CUSTOMER CHANGE TAKES THE WHOLE OLD AMOUNT OFF THE OLD         *
      * CUSTOMER AND PUTS THE NEW AMOUNT ON THE NEW ONE.               *
      *---------------------------------------------------------------*
       2600-RESTATE-REBATE.
           MOVE ARCH-DATE OF ARCHIVE-RECORD(1:4) TO WS-SALE-YEAR
           MOVE ARCH-DATE OF ARCHIVE-RECORD(6:2) TO WS-SALE-MONTH
           COMPUTE WS-SALE-QUARTER = (WS-SALE-MONTH + 2) / 3

           IF CUST-CHANGED
               MOVE SR-CUST-ID OF ARCHIVE-RECORD TO WS-REBATE-CUST-ID
               COMPUTE WS-REBATE-DELTA =
                       ZERO - SR-SALE-AMOUNT OF ARCHIVE-RECORD
               PERFORM 2610-RESTATE-ONE-PROGRESS
               MOVE SR-CUST-ID OF ARCHNEW-RECORD TO WS-REBATE-CUST-ID
               MOVE SR-SALE-AMOUNT OF ARCHNEW-RECORD
                                            TO WS-REBATE-DELTA
               PERFORM 2610-RESTATE-ONE-PROGRESS
           ELSE
               MOVE SR-CUST-ID OF ARCHIVE-RECORD TO WS-REBATE-CUST-ID
               MOVE WS-SALE-DELTA           TO WS-REBATE-DELTA
               PERFORM 2610-RESTATE-ONE-PROGRESS
           END-IF.

      *---------------------------------------------------------------*
      * ONLY AN AGREEMENT CUSTOMER ACCRUES. PROGRESS STILL HOLDING THE *
      * SALE'S QUARTER AND NOT YET SETTLED IS RESTATED AND RE-PRICED;  *
      * A CUSTOMER WITH NO PROGRESS YET IS STARTED WHEN THE SALE'S     *
      * QUARTER IS THE ONE BEING ACCRUED. ANYTHING ELSE - THE QUARTER  *
      * SETTLED OR ROLLED - IS REPORTED FOR A MANUAL REBATE ADJUSTMENT *
      *---------------------------------------------------------------*
       2610-RESTATE-ONE-PROGRESS.
           MOVE 'N'                        TO WS-AGREE-FOUND-SW
           SET WS-AGR-IDX                  TO 1
           PERFORM 2650-SEARCH-AGREE-TABLE
               UNTIL WS-AGR-IDX > WS-AGREE-TABLE-COUNT
                  OR AGREEMENT-FOUND
           IF NOT AGREEMENT-FOUND OR WS-REBATE-DELTA = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REBATE-CUST-ID           TO RBC-CUST-ID
           READ PROGRESS-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-PROGRESS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-PROGRESS-FOUND-SW
           END-READ
           IF WS-PROGRESS-STATUS NOT = '00'
          AND WS-PROGRESS-STATUS NOT = '23'
               MOVE 'READ ERROR: PROGRESS-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROGRESS-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF PROGRESS-FOUND
          AND RBC-YEAR = WS-SALE-YEAR
          AND RBC-QUARTER = WS-SALE-QUARTER
          AND RBC-OPEN
               ADD WS-REBATE-DELTA          TO RBC-NET-PURCHASES
               PERFORM 2660-PRICE-ACCRUAL
               REWRITE REBATE-ACCRUAL-RECORD
               IF WS-PROGRESS-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: PROGRESS-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROGRESS-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-REBATES-RESTATED
               EXIT PARAGRAPH
           END-IF

           IF NOT PROGRESS-FOUND
          AND WS-SALE-YEAR = WS-ACCRUAL-YEAR
          AND WS-SALE-QUARTER = WS-ACCRUAL-QUARTER
          AND WS-REBATE-DELTA > ZERO
               MOVE WS-REBATE-CUST-ID       TO RBC-CUST-ID
               MOVE WS-SALE-YEAR            TO RBC-YEAR
               MOVE WS-SALE-QUARTER         TO RBC-QUARTER
               MOVE WS-REBATE-DELTA         TO RBC-NET-PURCHASES
               MOVE 'O'                     TO RBC-SETTLED-FLAG
               PERFORM 2660-PRICE-ACCRUAL
               WRITE REBATE-ACCRUAL-RECORD
               IF WS-PROGRESS-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: PROGRESS-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROGRESS-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-REBATES-RESTATED
               EXIT PARAGRAPH
           END-IF

           ADD 1                            TO WS-REBATES-NOT-RESTATED
           MOVE WS-REBATE-DELTA             TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '*** REBATE PROGRESS FOR CUSTOMER '
                  WS-REBATE-CUST-ID ' NOT RESTATED BY '
                  WS-AMT-DISPLAY ' - QUARTER '
                  WS-SALE-YEAR '/' WS-SALE-QUARTER
                  ' SETTLED OR ROLLED ***'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE.

       2650-SEARCH-AGREE-TABLE.
           IF WS-AGR-CUST-TBL (WS-AGR-IDX) = WS-REBATE-CUST-ID
               MOVE 'Y'                    TO WS-AGREE-FOUND-SW
           ELSE
               SET WS-AGR-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * RE-PRICE THE ACCRUAL OFF THE WHOLE QUARTER'S NET AT THE        *
      * HIGHEST BREAKPOINT CROSSED, EXACTLY AS REBACCRL PRICES IT      *
      *---------------------------------------------------------------*
       2660-PRICE-ACCRUAL.
           MOVE ZERO                        TO WS-REBATE-RATE
           IF RBC-NET-PURCHASES > ZERO
               IF WS-AGR-BRK1-AMT-TBL (WS-AGR-IDX) > ZERO
              AND RBC-NET-PURCHASES
                      NOT < WS-AGR-BRK1-AMT-TBL (WS-AGR-IDX)
                   MOVE WS-AGR-BRK1-RT-TBL (WS-AGR-IDX)
                                            TO WS-REBATE-RATE
               END-IF
               IF WS-AGR-BRK2-AMT-TBL (WS-AGR-IDX) > ZERO
              AND RBC-NET-PURCHASES
                      NOT < WS-AGR-BRK2-AMT-TBL (WS-AGR-IDX)
                   MOVE WS-AGR-BRK2-RT-TBL (WS-AGR-IDX)
                                            TO WS-REBATE-RATE
               END-IF
               IF WS-AGR-BRK3-AMT-TBL (WS-AGR-IDX) > ZERO
              AND RBC-NET-PURCHASES
                      NOT < WS-AGR-BRK3-AMT-TBL (WS-AGR-IDX)
                   MOVE WS-AGR-BRK3-RT-TBL (WS-AGR-IDX)
                                            TO WS-REBATE-RATE
               END-IF
           END-IF

           COMPUTE RBC-ACCRUED-AMOUNT ROUNDED =
                   RBC-NET-PURCHASES * WS-REBATE-RATE
           IF RBC-ACCRUED-AMOUNT < ZERO
               MOVE ZERO                    TO RBC-ACCRUED-AMOUNT
           END-IF.

      *---------------------------------------------------------------*
      * A QUANTITY CHANGE IS A WAREHOUSE ADJUSTMENT FOR STKPOST - MORE *
      * UNITS SOLD THAN FIRST POSTED COME OFF THE SHELF, FEWER GO BACK *
      *---------------------------------------------------------------*
       2700-WRITE-STOCK-ADJUSTMENT.
           MOVE SPACES                      TO STOCK-TRANSACTION-RECORD
           MOVE 'A'                         TO STT-TRANS-TYPE
           MOVE SR-PRODUCT-CODE OF ARCHIVE-RECORD TO STT-PROD-CODE
           MOVE WS-BUSINESS-DATE            TO STT-TRANS-DATE
           COMPUTE STT-QUANTITY = ZERO - WS-QTY-DELTA
           MOVE SR-INVOICE-NO OF ARCHIVE-RECORD TO STT-REFERENCE
           MOVE WS-CORR-OPER-TBL (WS-CORR-IDX) TO STT-OPERATOR-ID
           WRITE STOCK-TRANSACTION-RECORD
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'WRITE ERROR: STOCK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STOCK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-STOCK-ADJUSTMENTS.

      *---------------------------------------------------------------*
      * ONE TYPE 'K' AUDIT ROW PER CHANGED FIELD, EACH VALUE PREFIXED  *
      * WITH THE INVOICE SO THE ROW NAMES ITS SALE. THE ROWS FILE      *
      * UNDER THE CORRECTED CUSTOMER; A CUSTOMER CHANGE IS ALSO FILED  *
      * UNDER THE CUSTOMER THE SALE LEFT.                              *
      *---------------------------------------------------------------*
       2800-AUDIT-CORRECTION.
           MOVE SR-CUST-ID OF ARCHNEW-RECORD TO WS-AUDIT-CUST-ID

           IF AMOUNT-CHANGED
               MOVE 'SALE-AMOUNT'           TO WS-AUDIT-FIELD-NAME
               MOVE SR-SALE-AMOUNT OF ARCHIVE-RECORD
                                            TO WS-AUDIT-AMOUNT-EDIT
               PERFORM 2820-SET-OLD-AMOUNT
               MOVE SR-SALE-AMOUNT OF ARCHNEW-RECORD
                                            TO WS-AUDIT-AMOUNT-EDIT
               PERFORM 2830-SET-NEW-AMOUNT
               PERFORM 2810-WRITE-AUDIT-ROW
           END-IF

           IF WS-TAX-DELTA NOT = ZERO
               MOVE 'TAX-AMOUNT'            TO WS-AUDIT-FIELD-NAME
               MOVE SR-TAX-AMOUNT OF ARCHIVE-RECORD
                                            TO WS-AUDIT-AMOUNT-EDIT
               PERFORM 2820-SET-OLD-AMOUNT
               MOVE SR-TAX-AMOUNT OF ARCHNEW-RECORD
                                            TO WS-AUDIT-AMOUNT-EDIT
               PERFORM 2830-SET-NEW-AMOUNT
               PERFORM 2810-WRITE-AUDIT-ROW
           END-IF

           IF QTY-CHANGED
               MOVE 'QUANTITY'              TO WS-AUDIT-FIELD-NAME
               MOVE SPACES                  TO WS-AUDIT-OLD-VALUE
                                               WS-AUDIT-NEW-VALUE
               STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                      SR-QUANTITY OF ARCHIVE-RECORD
                      DELIMITED SIZE        INTO WS-AUDIT-OLD-VALUE
               STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                      SR-QUANTITY OF ARCHNEW-RECORD
                      DELIMITED SIZE        INTO WS-AUDIT-NEW-VALUE
               PERFORM 2810-WRITE-AUDIT-ROW
           END-IF

           IF SLSP-CHANGED
               MOVE 'SALESPERSON-ID'        TO WS-AUDIT-FIELD-NAME
               MOVE SPACES                  TO WS-AUDIT-OLD-VALUE
                                               WS-AUDIT-NEW-VALUE
               STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                      SR-SALESPERSON-ID OF ARCHIVE-RECORD
                      DELIMITED SIZE        INTO WS-AUDIT-OLD-VALUE
               STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                      SR-SALESPERSON-ID OF ARCHNEW-RECORD
                      DELIMITED SIZE        INTO WS-AUDIT-NEW-VALUE
               PERFORM 2810-WRITE-AUDIT-ROW
           END-IF

           IF CUST-CHANGED
               MOVE 'CUST-ID'               TO WS-AUDIT-FIELD-NAME
               MOVE SPACES                  TO WS-AUDIT-OLD-VALUE
                                               WS-AUDIT-NEW-VALUE
               STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                      SR-CUST-ID OF ARCHIVE-RECORD
                      DELIMITED SIZE        INTO WS-AUDIT-OLD-VALUE
               STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                      SR-CUST-ID OF ARCHNEW-RECORD
                      DELIMITED SIZE        INTO WS-AUDIT-NEW-VALUE
               PERFORM 2810-WRITE-AUDIT-ROW
               MOVE SR-CUST-ID OF ARCHIVE-RECORD TO WS-AUDIT-CUST-ID
               PERFORM 2810-WRITE-AUDIT-ROW
           END-IF.

       2810-WRITE-AUDIT-ROW.
           MOVE FUNCTION CURRENT-DATE      TO AUD-TIMESTAMP
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD    TO AUD-TIMESTAMP(1:8)
           END-IF
           MOVE WS-BUSDATE-CYCLE           TO AUD-TIMESTAMP(25:2)
           MOVE WS-AUDIT-CUST-ID           TO AUD-CUST-ID
           MOVE 'K'                        TO AUD-TRANS-TYPE
           MOVE WS-AUDIT-FIELD-NAME        TO AUD-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE         TO AUD-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE         TO AUD-NEW-VALUE
           MOVE WS-CORR-OPER-TBL (WS-CORR-IDX) TO AUD-OPERATOR-ID

           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2820-SET-OLD-AMOUNT.
           MOVE SPACES                      TO WS-AUDIT-OLD-VALUE
           STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                  WS-AUDIT-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-AUDIT-OLD-VALUE.

       2830-SET-NEW-AMOUNT.
           MOVE SPACES                      TO WS-AUDIT-NEW-VALUE
           STRING SR-INVOICE-NO OF ARCHIVE-RECORD ' '
                  WS-AUDIT-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-AUDIT-NEW-VALUE.

      *---------------------------------------------------------------*
      * RECORD THE POSTED CORRECTION - GLEXTRAC BOOKS THE RECLASS OFF  *
      * ITS DIFFERENCES AND COMMCALC REVERSES THE BEFORE IMAGE AND     *
      * PAYS THE AFTER IMAGE ON ITS NEXT RUN                           *
      *---------------------------------------------------------------*
       2900-WRITE-POSTED-CORRECTION.
           MOVE SPACES                      TO POSTED-CORRECTION-RECORD
           MOVE WS-BUSINESS-DATE            TO CP-POSTED-DATE
           MOVE WS-BUSDATE-CYCLE            TO CP-POSTED-CYCLE
           MOVE SR-INVOICE-NO OF ARCHIVE-RECORD TO CP-INVOICE-NO
           MOVE WS-CORR-OPER-TBL (WS-CORR-IDX) TO CP-OPERATOR-ID
           MOVE WS-CORR-REASON-TBL (WS-CORR-IDX) TO CP-REASON
           MOVE ARCH-DATE OF ARCHIVE-RECORD TO CP-ARCH-DATE
           MOVE SR-DIVISION OF ARCHIVE-RECORD TO CP-DIVISION
           MOVE WS-SALE-DELTA               TO CP-SALE-DELTA
           MOVE WS-TAX-DELTA                TO CP-TAX-DELTA
           MOVE ARCH-SALES-DATA OF ARCHIVE-RECORD TO CP-BEFORE-IMAGE
           MOVE ARCH-SALES-DATA OF ARCHNEW-RECORD TO CP-AFTER-IMAGE
           MOVE 'P'                         TO CP-COMM-STATUS
           WRITE POSTED-CORRECTION-RECORD
           IF WS-POSTED-STATUS NOT = '00'
               MOVE 'WRITE ERROR: POSTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-POSTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * APPLY THE ROLLUP DIFFERENCES - READ BY KEY, ADJUST, REWRITE IN *
      * PLACE. A SALESPERSON THE ROLLUP NEVER HAD FOR THE MONTH (A     *
      * CORRECTED REP) GETS A NEW ENTRY.                               *
      *---------------------------------------------------------------*
       3000-APPLY-ROLLUP-DELTAS.
           SET WS-DELTA-IDX                 TO 1
           PERFORM 3100-APPLY-ONE-ROLLUP
               UNTIL WS-DELTA-IDX > WS-DELTA-TABLE-COUNT.

       3100-APPLY-ONE-ROLLUP.
           IF WS-DELTA-SALES-TBL (WS-DELTA-IDX) = ZERO
          AND WS-DELTA-TAX-TBL (WS-DELTA-IDX) = ZERO
               SET WS-DELTA-IDX UP BY 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DELTA-YEAR-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-YEAR
           MOVE WS-DELTA-MONTH-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-MONTH
           MOVE WS-DELTA-REGION-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-REGION
           MOVE WS-DELTA-SLSP-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-SALESPERSON-ID
           MOVE 'N'                         TO WS-DELTA-FOUND-SW
           READ ROLLUP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-DELTA-FOUND-SW
           END-READ

           IF DELTA-ENTRY-FOUND
               ADD WS-DELTA-SALES-TBL (WS-DELTA-IDX)
                   TO ARCH-ROLL-SALES-TOTAL
               ADD WS-DELTA-TAX-TBL (WS-DELTA-IDX)
                   TO ARCH-ROLL-TAX-TOTAL
               REWRITE ROLLUP-RECORD
               IF WS-ROLLUP-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: ROLLUP-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-ROLLUP-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-ROLLUP-UPDATED
           ELSE
               MOVE WS-DELTA-NAME-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-SALESPERSON-NM
               MOVE WS-DELTA-SALES-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-SALES-TOTAL
               MOVE WS-DELTA-TAX-TBL (WS-DELTA-IDX)
                                            TO ARCH-ROLL-TAX-TOTAL
               WRITE ROLLUP-RECORD
               IF WS-ROLLUP-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: ROLLUP-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-ROLLUP-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-ROLLUP-ADDED
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-DELTA-SALES-TBL (WS-DELTA-IDX) TO WS-AMT-DISPLAY
           STRING 'ROLLUP RESTATED ' ARCH-ROLL-YEAR '/'
                  ARCH-ROLL-MONTH ' ' ARCH-ROLL-REGION
                  ' SLSP ' ARCH-ROLL-SALESPERSON-ID
                  ' BY ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           SET WS-DELTA-IDX UP BY 1.

      *---------------------------------------------------------------*
      * APPLY THE CATEGORY ROLLUP DIFFERENCES THE SAME WAY             *
      *---------------------------------------------------------------*
       3500-APPLY-CATEGORY-DELTAS.
           SET WS-CDELTA-IDX                TO 1
           PERFORM 3600-APPLY-ONE-CATEGORY
               UNTIL WS-CDELTA-IDX > WS-CDELTA-TABLE-COUNT.

       3600-APPLY-ONE-CATEGORY.
           IF WS-CDELTA-SALES-TBL (WS-CDELTA-IDX) = ZERO
          AND WS-CDELTA-COST-TBL (WS-CDELTA-IDX) = ZERO
               SET WS-CDELTA-IDX UP BY 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CDELTA-YEAR-TBL (WS-CDELTA-IDX)  TO CAT-ROLL-YEAR
           MOVE WS-CDELTA-MONTH-TBL (WS-CDELTA-IDX) TO CAT-ROLL-MONTH
           MOVE WS-CDELTA-FAMILY-TBL (WS-CDELTA-IDX)
                                            TO CAT-ROLL-FAMILY
           MOVE WS-CDELTA-CAT-TBL (WS-CDELTA-IDX)
                                            TO CAT-ROLL-CATEGORY
           MOVE 'N'                         TO WS-CDELTA-FOUND-SW
           READ CATROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-CDELTA-FOUND-SW
           END-READ

           IF CDELTA-ENTRY-FOUND
               ADD WS-CDELTA-SALES-TBL (WS-CDELTA-IDX)
                   TO CAT-ROLL-SALES-TOTAL
               ADD WS-CDELTA-COST-TBL (WS-CDELTA-IDX)
                   TO CAT-ROLL-COST-TOTAL
               REWRITE CATEGORY-ROLLUP-RECORD
               IF WS-CATROLL-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: CATROLL-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CATROLL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CATROLL-UPDATED
           ELSE
               MOVE WS-CDELTA-SALES-TBL (WS-CDELTA-IDX)
                                            TO CAT-ROLL-SALES-TOTAL
               MOVE ZERO                    TO CAT-ROLL-RETURNS-TOTAL
               MOVE WS-CDELTA-COST-TBL (WS-CDELTA-IDX)
                                            TO CAT-ROLL-COST-TOTAL
               WRITE CATEGORY-ROLLUP-RECORD
               IF WS-CATROLL-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: CATROLL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CATROLL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CATROLL-ADDED
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-CDELTA-SALES-TBL (WS-CDELTA-IDX) TO WS-AMT-DISPLAY
           MOVE WS-CDELTA-COST-TBL (WS-CDELTA-IDX)  TO WS-AMT-DISPLAY-2
           STRING 'CATEGORY RESTATED ' CAT-ROLL-YEAR '/'
                  CAT-ROLL-MONTH ' ' CAT-ROLL-FAMILY
                  ' ' CAT-ROLL-CATEGORY
                  ' SALES ' WS-AMT-DISPLAY
                  ' COST ' WS-AMT-DISPLAY-2
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           SET WS-CDELTA-IDX UP BY 1.

      *---------------------------------------------------------------*
      * A CARD WHOSE INVOICE NEVER TURNED UP AS A SALE IN THE HISTORY  *
      * IS REJECTED AFTER THE PASS                                     *
      *---------------------------------------------------------------*
       4000-REJECT-UNMATCHED.
           SET WS-CORR-SCAN                 TO 1
           PERFORM 4100-CHECK-ONE-CARD
               UNTIL WS-CORR-SCAN > WS-CORR-TABLE-COUNT.

       4100-CHECK-ONE-CARD.
           IF WS-CORR-STATE-TBL (WS-CORR-SCAN) = 'W'
               MOVE 'R'          TO WS-CORR-STATE-TBL (WS-CORR-SCAN)
               ADD 1                        TO WS-CORR-REJECTED
               MOVE WS-CORR-CARD-NO-TBL (WS-CORR-SCAN)
                                            TO WS-ERROR-RECORD-NO
               MOVE WS-CORR-IMAGE-TBL (WS-CORR-SCAN)
                                            TO WS-ERROR-INPUT
               MOVE WS-CORR-INVOICE-TBL (WS-CORR-SCAN)
                                            TO WS-ERROR-INVOICE
               MOVE 'C-NOSALE'              TO WS-ERROR-CODE
               MOVE 'INVOICE IS NOT IN THE SALES HISTORY AS A SALE'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           END-IF
           SET WS-CORR-SCAN UP BY 1.

      *---------------------------------------------------------------*
      * LOG ONE ERROR RECORD TO THE SHARED ERROR FILE, AND ECHO IT ON  *
      * THE REGISTER                                                   *
      *---------------------------------------------------------------*
       8000-LOG-ERROR.
           MOVE FUNCTION CURRENT-DATE      TO ERR-TIMESTAMP
           MOVE WS-ERROR-RECORD-NO         TO ERR-RECORD-NUMBER
           MOVE WS-ERROR-CODE              TO ERR-ERROR-CODE
           MOVE WS-ERROR-MESSAGE           TO ERR-ERROR-MESSAGE
           MOVE WS-ERROR-INPUT             TO ERR-INPUT-DATA

           WRITE ERROR-RECORD
           IF WS-ERROR-STATUS NOT = '00'
               MOVE 'WRITE ERROR: ERROR-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ERROR-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'REJECTED ' WS-ERROR-INVOICE ' ' WS-ERROR-CODE
                  ' ' WS-ERROR-MESSAGE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           MOVE SPACES                      TO WS-ERROR-CODE
           MOVE SPACES                      TO WS-ERROR-MESSAGE.

      *---------------------------------------------------------------*
      * FINALIZATION - CLOSE UP, PRINT THE REGISTER TOTALS AND SAY     *
      * WHAT THE OPERATOR HAS LEFT TO DO                               *
      *---------------------------------------------------------------*
       8500-FINALIZE.
           CLOSE ARCHIVE-FILE
           CLOSE ARCHNEW-FILE
           CLOSE OPENITEM-FILE
           CLOSE ROLLUP-FILE
           CLOSE CATROLL-FILE
           CLOSE PROGRESS-FILE
           CLOSE POSTED-FILE
           CLOSE STOCK-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-CARDS-READ               TO WS-CNT-DISPLAY
           STRING 'CARDS READ:        ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-CORR-APPLIED             TO WS-CNT-DISPLAY
           STRING 'APPLIED:           ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-CORR-REJECTED            TO WS-CNT-DISPLAY
           STRING 'REJECTED:          ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-TOTAL-SALE-DELTA         TO WS-AMT-DISPLAY
           STRING 'NET SALES CHANGE:  ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-TOTAL-TAX-DELTA          TO WS-AMT-DISPLAY
           STRING 'NET TAX CHANGE:    ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           CLOSE REGISTER-FILE

           DISPLAY '============================================='
           DISPLAY 'SALECORR - POSTED-SALE CORRECTION SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'BUSINESS DATE:         ' WS-BUSINESS-DATE
           DISPLAY 'CARDS READ:            ' WS-CARDS-READ
           DISPLAY 'CORRECTIONS APPLIED:   ' WS-CORR-APPLIED
           DISPLAY 'CORRECTIONS REJECTED:  ' WS-CORR-REJECTED
           DISPLAY 'ARCHIVE READ:          ' WS-ARCH-READ
           DISPLAY 'ARCHIVE WRITTEN:       ' WS-ARCH-WRITTEN
           DISPLAY 'ROLLUP ROWS UPDATED:   ' WS-ROLLUP-UPDATED
           DISPLAY 'ROLLUP ROWS ADDED:     ' WS-ROLLUP-ADDED
           DISPLAY 'CATEGORY ROWS UPDATED: ' WS-CATROLL-UPDATED
           DISPLAY 'CATEGORY ROWS ADDED:   ' WS-CATROLL-ADDED
           DISPLAY 'OPEN ITEMS RESTATED:   ' WS-ITEMS-RESTATED
           DISPLAY 'REBATES RESTATED:      ' WS-REBATES-RESTATED
           DISPLAY 'REBATES NOT RESTATED:  ' WS-REBATES-NOT-RESTATED
           DISPLAY 'STOCK ADJUSTMENTS:     ' WS-STOCK-ADJUSTMENTS
           DISPLAY 'SPLITS REJECTED:       ' WS-SPLITS-REJECTED
           DISPLAY '============================================='
           IF WS-CORR-APPLIED > ZERO
               DISPLAY 'SALECORR: AFTER A CLEAN RUN, RENAME ARCHNEW'
                       ' OVER SALES.HISTORY BEFORE THE NEXT'
               DISPLAY 'SALECORR: ARCHIVE OR CORRECTION RUN'
               DISPLAY 'SALECORR: AFTER THE RENAME, RUN ARCHRETN'
                       ' REBUILD FOR THE HISTORY INDEX'
           END-IF

           IF WS-CORR-REJECTED > ZERO
               MOVE 4                       TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE CORRECTION REGISTER                      *
      *---------------------------------------------------------------*
       9100-WRITE-REGISTER-LINE.
           MOVE WS-REPORT-LINE             TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REGISTER-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REGISTER-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE.

      *----------------------------------------------------------------*
      * READ THE MAINTAINED BUSINESS DATE, IF ONE IS ON FILE, SAVING   *
      * IT IN WORKING STORAGE SO IT SURVIVES THE CLOSE. SAFE TO        *
      * PERFORM MORE THAN ONCE - ONLY THE FIRST CALL TOUCHES THE       *
      * FILE. A MISSING OR MALFORMED CONTROL FILE LEAVES THE SYSTEM-   *
      * CLOCK DEFAULTS STANDING.                                       *
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
           DISPLAY '*** SALECORR FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
