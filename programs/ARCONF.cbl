      *****************************************************************
      * PROGRAM NAME: ARCONF                                          *
      * DESCRIPTION:  A/R BALANCE CONFIRMATIONS FOR THE AUDITORS      *
      *               EVERY YEAR-END THE EXTERNAL AUDITORS CONFIRM A  *
      *               SAMPLE OF CUSTOMER BALANCES DIRECTLY WITH THE   *
      *               CUSTOMERS. THE LETTERS USED TO BE TYPED FROM    *
      *               CUSTINQ SCREENS AND THE REPLIES TRACKED IN A    *
      *               SPREADSHEET. THIS PROGRAM RUNS THE WHOLE CYCLE  *
      *               IN THREE ACTIONS, ALL AGAINST ONE CUT-OFF DATE: *
      *                                                                *
      *               SELECT - DRAWS THE SAMPLE FROM THE CUSTOMER     *
      *               EXTRACT: EVERY ACCOUNT WHOSE BALANCE AT THE     *
      *               CUT-OFF REACHES THE THRESHOLD, PLUS A SEEDED    *
      *               RANDOM SELECTION OF THE REST (THE SAME SEED     *
      *               DRAWS THE SAME SAMPLE, SO THE AUDITORS CAN      *
      *               REPERFORM IT). MERGED ACCOUNTS AND ACCOUNTS     *
      *               WITH NOTHING OPEN AT THE CUT-OFF ARE LEFT OUT.  *
      *               THE BALANCE AT THE CUT-OFF IS REBUILT ITEM BY   *
      *               ITEM FROM OPENITEM: EACH ITEM DATED ON OR       *
      *               BEFORE THE CUT-OFF, AT ITS OPEN AMOUNT PLUS     *
      *               WHATEVER RECEIPTS, CREDIT MEMOS, RETURNS AND    *
      *               WRITE-OFFS (APPLHIST) RELIEVED IT AFTER THE     *
      *               CUT-OFF, LESS ANY RECEIPT A REVERSAL HAS SINCE  *
      *               PUT BACK ON IT. A POSITIVE CONFIRMATION         *
      *               LETTER LISTING THOSE ITEMS IS PRINTED FOR EACH  *
      *               ACCOUNT, AND A RESPONSE RECORD (CONFRESP) IS    *
      *               OPENED AWAITING THE REPLY. A SAMPLE ONCE DRAWN  *
      *               FOR A CUT-OFF IS NEVER REDRAWN.                 *
      *                                                                *
      *               REPLY - POSTS THE REPLIES KEYED FROM THE        *
      *               RETURNED FORMS (CONFREPL): AGREED, DISAGREED    *
      *               WITH THE BALANCE THE CUSTOMER'S RECORDS SHOW,   *
      *               OR NO REPLY. A LATE ANSWER MAY REPLACE A 'NO    *
      *               REPLY'; AN ANSWER ALREADY POSTED IS NOT         *
      *               OVERWRITTEN.                                    *
      *                                                                *
      *               EXCEPT - THE EXCEPTIONS REPORT: EACH            *
      *               DISAGREEMENT RECONCILED TO THE RECEIPTS (NET OF *
      *               REVERSALS), CREDIT MEMOS, AND RETURNS AND       *
      *               WRITE-OFFS POSTED AGAINST CUT-OFF ITEMS SINCE   *
      *               THE CUT-OFF AND TO THE AMOUNT IN DISPUTE, WITH  *
      *               WHATEVER IS LEFT SHOWN AS UNRECONCILED; EACH NO *
      *               REPLY WITH ITS SUBSEQUENT RECEIPTS FOR THE      *
      *               AUDITORS' ALTERNATIVE PROCEDURES; AND THE       *
      *               LETTERS STILL AWAITING AN ANSWER.               *
      *                                                                *
      * INPUTS:       CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               OPEN-ITEM LEDGER      (OPENITEM, INDEXED -      *
      *                                      SELECT)                  *
      *               APPLICATION HISTORY   (APPLHIST - OPTIONAL)     *
      *               REPLY TRANSACTIONS    (CONFREPL - REPLY)        *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      *               COMMAND-LINE ACTION AND PARMS (THE GNUCOBOL     *
      *               STAND-IN FOR A JCL PARM), KEYWORD=VALUE AS      *
      *               ARCHQRY TAKES THEM:                             *
      *                 SELECT [CUTOFF=YYYY-MM-DD] [OVER=NNNNNNNN]    *
      *                        [PCT=NN] [SEED=NNNNNNNN]               *
      *                   CUTOFF DEFAULTS TO THE BUSINESS DATE, OVER  *
      *                   (WHOLE DOLLARS) TO 10000, PCT (THE SHARE OF *
      *                   THE REST TO PICK AT RANDOM) TO 10, AND SEED *
      *                   TO THE CUT-OFF DATE AS YYYYMMDD             *
      *                 REPLY                                         *
      *                 EXCEPT [CUTOFF=YYYY-MM-DD]                    *
      *                   CUTOFF DEFAULTS TO THE LATEST SAMPLE ON FILE*
      * OUTPUTS:      RESPONSE FILE         (CONFRESP, INDEXED,       *
      *                                      UPDATED IN PLACE)        *
      *               CONFIRMATION LETTERS  (CONFLTR, ONE PER PAGE -  *
      *                                      SELECT)                  *
      *               SAMPLE REGISTER / REPLY LOG / EXCEPTIONS REPORT *
      *                                     (CONFRPT)                 *
      *                                                                *
      * RETURN CODES: 0  RUN COMPLETE                                 *
      *               4  REPLY: ONE OR MORE REPLIES REFUSED           *
      *                  EXCEPT: ONE OR MORE DISAGREEMENTS LEFT       *
      *                  UNRECONCILED                                 *
      *               8  SELECT: A SAMPLE IS ALREADY ON FILE FOR THE  *
      *                  CUT-OFF; EXCEPT: NO SAMPLE FOR THE CUT-OFF   *
      *               16 FATAL ERROR OR BAD PARM                      *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   CONFRESP - CONFIRMATION RESPONSE RECORD (100 BYTES)         *
      *   CONFTRAN - CONFIRMATION REPLY TRANSACTION (80 BYTES)        *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   OPENITEM - A/R OPEN-ITEM RECORD (80 BYTES)                  *
      *   APPLHIST - APPLICATION HISTORY RECORD (80 BYTES)            *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCONF.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    RECEIPT AND CREDIT-MEMO SLICES - THOSE POSTED AFTER THE
      *    CUT-OFF AGAINST ITEMS DATED ON OR BEFORE IT PUT THE CUT-OFF
      *    BALANCE BACK TOGETHER AND EXPLAIN A DISAGREEMENT. A MISSING
      *    FILE MEANS NOTHING HAS BEEN APPLIED SINCE.
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

           SELECT CONF-FILE       ASSIGN TO CONFRESP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CNF-KEY
                  FILE STATUS  IS WS-CONF-STATUS.

           SELECT REPLY-FILE      ASSIGN TO CONFREPL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPLY-STATUS.

           SELECT LETTER-FILE     ASSIGN TO CONFLTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-LETTER-STATUS.

           SELECT REPORT-FILE     ASSIGN TO CONFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE LETTERS AND A REPLY KEYED
      *    WITHOUT A DATE, AND IS THE DEFAULT CUT-OFF. A MISSING FILE
      *    FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  CONF-FILE
           RECORDING MODE IS F.
           COPY CONFRESP.

       FD  REPLY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CONFTRAN.

       FD  LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  LETTER-LINE                  PIC X(132).

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
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.
           05  WS-CONF-STATUS           PIC XX VALUE SPACES.
           05  WS-REPLY-STATUS          PIC XX VALUE SPACES.
           05  WS-LETTER-STATUS         PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-APPLHIST-EOF-SW       PIC X VALUE 'N'.
               88  APPLHIST-EOF                 VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-CONF-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  CONF-SCAN-EOF                VALUE 'Y'.
           05  WS-REPLY-EOF-SW          PIC X VALUE 'N'.
               88  REPLY-EOF                    VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
           05  WS-AFTER-FOUND-SW        PIC X VALUE 'N'.
               88  AFTER-FOUND                  VALUE 'Y'.
           05  WS-DATE-OK-SW            PIC X VALUE 'N'.
               88  WORK-DATE-OK                 VALUE 'Y'.
           05  WS-SAMPLE-ON-FILE-SW     PIC X VALUE 'N'.
               88  SAMPLE-ON-FILE               VALUE 'Y'.
           05  WS-RUN-MODE-SW           PIC X VALUE SPACE.
               88  SELECT-RUN                   VALUE 'S'.
               88  REPLY-RUN                    VALUE 'R'.
               88  EXCEPT-RUN                   VALUE 'E'.

      *---------------------------------------------------------------*
      * THE ACTION AND ITS KEYWORD=VALUE PARMS                         *
      *---------------------------------------------------------------*
       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(120) VALUE SPACES.
           05  WS-ACTION-CODE           PIC X(10) VALUE SPACES.
           05  WS-PARM-TOKEN OCCURS 4 TIMES
                             INDEXED BY WS-TOKEN-IDX
                                        PIC X(24).
           05  WS-PARM-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-PARM-VALUE            PIC X(12) VALUE SPACES.

       01  WS-SAMPLE-FIELDS.
           05  WS-CUTOFF-DATE           PIC X(10) VALUE SPACES.
           05  WS-THRESHOLD             PIC 9(8)V99 VALUE 10000.00.
           05  WS-SAMPLE-PCT            PIC 9(3)    VALUE 10.
           05  WS-SEED                  PIC 9(8)    VALUE ZERO.
           05  WS-SEED-GIVEN-SW         PIC X       VALUE 'N'.
               88  SEED-GIVEN                   VALUE 'Y'.
           05  WS-RANDOM-DRAW           PIC 9(3)V9(6) VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY CUSTOMER ON THE EXTRACT, WITH THE ADDRESS FOR THE LETTER,*
      * THE DISPUTE HOLD FOR THE RECONCILIATION, THE BALANCE REBUILT   *
      * AT THE CUT-OFF, WHAT WAS APPLIED AGAINST CUT-OFF ITEMS SINCE,  *
      * AND WHY (OR WHETHER) THE ACCOUNT WAS PICKED                    *
      *---------------------------------------------------------------*
       01  WS-CUST-TABLE.
           05  WS-CT-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-CT-IDX.
               10  WS-CT-CUST-ID-TBL    PIC 9(6).
               10  WS-CT-NAME-TBL       PIC X(30).
               10  WS-CT-ADDR-TBL       PIC X(30).
               10  WS-CT-CITY-TBL       PIC X(20).
               10  WS-CT-STATE-TBL      PIC X(2).
               10  WS-CT-ZIP-TBL        PIC X(10).
               10  WS-CT-MERGED-TBL     PIC X(1).
               10  WS-CT-DISPUTE-TBL    PIC 9(8)V99.
               10  WS-CT-BALANCE-TBL    PIC 9(9)V99.
               10  WS-CT-ITEMS-TBL      PIC 9(4).
               10  WS-CT-RECEIPTS-TBL   PIC S9(9)V99.
               10  WS-CT-MEMOS-TBL      PIC S9(9)V99.
               10  WS-CT-NONCASH-TBL    PIC S9(9)V99.
               10  WS-CT-SELECT-TBL     PIC X(1).

       01  WS-CUST-TABLE-FIELDS.
           05  WS-CUST-TABLE-MAX        PIC 9(05) VALUE 10000.
           05  WS-CUST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-CT-FOUND-SUB          PIC 9(05) VALUE ZERO.
           05  WS-CT-SUB                PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * WHAT WAS APPLIED AFTER THE CUT-OFF TO EACH ITEM DATED ON OR    *
      * BEFORE IT, ONE ENTRY PER ITEM - ADDED BACK TO THE ITEM'S OPEN  *
      * AMOUNT TO GIVE WHAT WAS OPEN AT THE CUT-OFF (SELECT ONLY)      *
      *---------------------------------------------------------------*
       01  WS-AFTER-TABLE.
           05  WS-AF-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-AF-IDX.
               10  WS-AF-ITEM-SEQ-TBL   PIC 9(8).
               10  WS-AF-AMOUNT-TBL     PIC S9(9)V99.

       01  WS-AFTER-TABLE-FIELDS.
           05  WS-AFTER-TABLE-MAX       PIC 9(05) VALUE 20000.
           05  WS-AFTER-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-AF-FOUND-SUB          PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-ITEM-SEQ       PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE CUT-OFF ITEMS OF THE ACCOUNTS SELECTED, IN LEDGER ORDER,   *
      * FOR THE LETTERS                                                *
      *---------------------------------------------------------------*
       01  WS-LETTER-ITEM-TABLE.
           05  WS-LI-ENTRY OCCURS 20000 TIMES
                           INDEXED BY WS-LI-IDX.
               10  WS-LI-CUST-ID-TBL    PIC 9(6).
               10  WS-LI-DATE-TBL       PIC X(10).
               10  WS-LI-SOURCE-TBL     PIC X(1).
               10  WS-LI-REFERENCE-TBL  PIC X(10).
               10  WS-LI-ORIG-TBL       PIC 9(8)V99.
               10  WS-LI-OPEN-TBL       PIC 9(9)V99.

       01  WS-LETTER-ITEM-FIELDS.
           05  WS-LETTER-ITEM-MAX       PIC 9(05) VALUE 20000.
           05  WS-LETTER-ITEM-COUNT     PIC 9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-READ        PIC 9(7) VALUE ZERO.
           05  WS-MERGED-EXCLUDED       PIC 9(7) VALUE ZERO.
           05  WS-ZERO-EXCLUDED         PIC 9(7) VALUE ZERO.
           05  WS-POPULATION-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-OVER-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-RANDOM-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-LETTERS-PRINTED       PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-READ            PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-AT-CUTOFF       PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-ITEMS          PIC 9(7) VALUE ZERO.
           05  WS-LATER-SLICES          PIC 9(7) VALUE ZERO.
           05  WS-REPLIES-READ          PIC 9(7) VALUE ZERO.
           05  WS-REPLIES-POSTED        PIC 9(7) VALUE ZERO.
           05  WS-REPLIES-REFUSED       PIC 9(7) VALUE ZERO.
           05  WS-SAMPLE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-AGREED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-DISAGREED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NO-REPLY-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-AWAITING-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-UNRECONCILED-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-POPULATION-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05  WS-OVER-TOTAL            PIC 9(11)V99 VALUE ZERO.
           05  WS-RANDOM-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-ORPHAN-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-SAMPLE-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-AGREED-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  WS-DISAGREED-TOTAL       PIC 9(11)V99 VALUE ZERO.
           05  WS-NO-REPLY-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-AWAITING-TOTAL        PIC 9(11)V99 VALUE ZERO.
           05  WS-UNRECONCILED-TOTAL    PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE DISAGREEMENT BEING RECONCILED - THE DIFFERENCE IS OUR      *
      * BALANCE LESS THE CUSTOMER'S, AND EACH RECONCILING ITEM TAKES   *
      * UP AS MUCH OF WHAT IS LEFT AS IT CAN                           *
      *---------------------------------------------------------------*
       01  WS-RECON-FIELDS.
           05  WS-DIFFERENCE            PIC S9(9)V99 VALUE ZERO.
           05  WS-REMAINING             PIC S9(9)V99 VALUE ZERO.
           05  WS-RECON-AVAILABLE       PIC S9(9)V99 VALUE ZERO.
           05  WS-RECON-TAKEN           PIC 9(9)V99  VALUE ZERO.
           05  WS-RECON-LABEL           PIC X(34)    VALUE SPACES.
           05  WS-UNCOVERED             PIC S9(9)V99 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE             PIC X(10) VALUE SPACES.
           05  WS-WORK-YYYYMMDD         PIC 9(8) VALUE ZERO.
           05  WS-WORK-YYYYMMDD-X REDEFINES WS-WORK-YYYYMMDD
                                        PIC X(8).
           05  WS-WORK-YMD-PARTS REDEFINES WS-WORK-YYYYMMDD.
               10  WS-WORK-YYYY         PIC 9(4).
               10  WS-WORK-MM           PIC 9(2).
               10  WS-WORK-DD           PIC 9(2).
           05  WS-ITEM-AT-CUTOFF        PIC S9(9)V99 VALUE ZERO.
           05  WS-LETTER-BALANCE        PIC 9(9)V99 VALUE ZERO.
           05  WS-REASON-DISPLAY        PIC X(9)  VALUE SPACES.
           05  WS-REFUSAL-REASON        PIC X(30) VALUE SPACES.
           05  WS-COVERAGE-PCT          PIC 9(3)V9 VALUE ZERO.
           05  WS-LINE-NAME             PIC X(30) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-3         PIC $$,$$$,$$$,$$9.99-.
           05  WS-CNT-DISPLAY           PIC ZZZ,ZZ9.
           05  WS-PCT-DISPLAY           PIC ZZ9.9.
           05  WS-ITEMS-DISPLAY         PIC Z,ZZ9.

      *---------------------------------------------------------------*
      * LETTER LINES - THE ADDRESS BLOCK IS THE SAME NAME/ADDRESS/     *
      * CITY-STATE-ZIP SHAPE DUNNING AND ESCHEAT BUILD                 *
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
           05  FILLER                   PIC X(36) VALUE
               ' - BALANCE CONFIRMATION AS OF      '.
           05  LTR-CUTOFF-1             PIC X(10).
           05  FILLER                   PIC X(67) VALUE SPACES.

       01  LTR-INTRO-LINE-1.
           05  FILLER                   PIC X(45) VALUE
               'OUR AUDITORS ARE EXAMINING OUR FINANCIAL STAT'.
           05  FILLER                   PIC X(45) VALUE
               'EMENTS. PLEASE COMPARE THE BALANCE BELOW WITH'.
           05  FILLER                   PIC X(42) VALUE SPACES.

       01  LTR-INTRO-LINE-2.
           05  FILLER                   PIC X(43) VALUE
               'YOUR RECORDS AND CONFIRM DIRECTLY TO THEM W'.
           05  FILLER                   PIC X(38) VALUE
               'HETHER IT AGREES WITH WHAT YOU OWED AS'.
           05  FILLER                   PIC X(4)  VALUE ' OF '.
           05  LTR-CUTOFF-2             PIC X(10).
           05  FILLER                   PIC X(37) VALUE '.'.

       01  LTR-INTRO-LINE-3.
           05  FILLER                   PIC X(45) VALUE
               'THIS IS NOT A REQUEST FOR PAYMENT. PLEASE DO '.
           05  FILLER                   PIC X(87) VALUE
               'NOT SEND PAYMENT TO THE AUDITORS.'.

       01  LTR-ITEM-HEAD-LINE.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'ITEM DATE'.
           05  FILLER                   PIC X(12) VALUE 'REFERENCE'.
           05  FILLER                   PIC X(10) VALUE 'TYPE'.
           05  FILLER                   PIC X(18) VALUE
               '    ORIGINAL'.
           05  FILLER                   PIC X(18) VALUE
               '  OPEN AT CUT-OFF'.
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  LTR-ITEM-LINE.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  LTR-ITEM-DATE            PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LTR-ITEM-REF             PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LTR-ITEM-TYPE            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  LTR-ITEM-ORIG            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  LTR-ITEM-OPEN            PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(61) VALUE SPACES.

       01  LTR-TOTAL-LINE.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  FILLER                   PIC X(29) VALUE
               'BALANCE DUE TO US AS OF'.
           05  LTR-CUTOFF-3             PIC X(10).
           05  FILLER                   PIC X(9)  VALUE SPACES.
           05  LTR-BALANCE              PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(65) VALUE SPACES.

       01  LTR-AGREE-LINE.
           05  FILLER                   PIC X(45) VALUE
               '[  ] THE BALANCE ABOVE AGREES WITH OUR RECORD'.
           05  FILLER                   PIC X(87) VALUE 'S.'.

       01  LTR-DISAGREE-LINE.
           05  FILLER                   PIC X(45) VALUE
               '[  ] THE BALANCE ABOVE DOES NOT AGREE. OUR RE'.
           05  FILLER                   PIC X(46) VALUE
               'CORDS SHOW $______________ - DETAILS ATTACHED.'.
           05  FILLER                   PIC X(41) VALUE SPACES.

       01  LTR-RETURN-LINE.
           05  FILLER                   PIC X(45) VALUE
               'PLEASE SIGN AND RETURN THIS FORM DIRECTLY TO '.
           05  FILLER                   PIC X(87) VALUE
               'OUR AUDITORS IN THE ENCLOSED REPLY ENVELOPE.'.

       01  LTR-SIGN-LINE.
           05  FILLER                   PIC X(45) VALUE
               'SIGNATURE: ______________________  TITLE: ___'.
           05  FILLER                   PIC X(45) VALUE
               '______________  DATE: __________'.
           05  FILLER                   PIC X(42) VALUE SPACES.

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
           EVALUATE TRUE
               WHEN SELECT-RUN
                   PERFORM 2000-SELECT-SAMPLE
               WHEN REPLY-RUN
                   PERFORM 3000-POST-REPLIES
               WHEN EXCEPT-RUN
                   PERFORM 4000-REPORT-EXCEPTIONS
           END-EVALUATE
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE ACTION AND ITS PARMS, THE BUSINESS DATE,  *
      * THE RESPONSE FILE AND THE REPORT                               *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           MOVE SPACES                      TO WS-PARM-TOKEN (1)
           MOVE SPACES                      TO WS-PARM-TOKEN (2)
           MOVE SPACES                      TO WS-PARM-TOKEN (3)
           MOVE SPACES                      TO WS-PARM-TOKEN (4)
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                    INTO WS-ACTION-CODE
                         WS-PARM-TOKEN (1) WS-PARM-TOKEN (2)
                         WS-PARM-TOKEN (3) WS-PARM-TOKEN (4)
           EVALUATE WS-ACTION-CODE
               WHEN 'SELECT'
                   MOVE 'S'                 TO WS-RUN-MODE-SW
               WHEN 'REPLY'
                   MOVE 'R'                 TO WS-RUN-MODE-SW
               WHEN 'EXCEPT'
                   MOVE 'E'                 TO WS-RUN-MODE-SW
               WHEN OTHER
                   PERFORM 1030-BAD-PARM
           END-EVALUATE
           SET WS-TOKEN-IDX                 TO 1
           PERFORM 1020-PARSE-ONE-TOKEN 4 TIMES

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

      *    THE SAMPLE IS DRAWN AS OF A DAY ALREADY BOOKED - NEVER A
      *    DATE AHEAD OF THE BUSINESS DATE
           IF SELECT-RUN
               IF WS-CUTOFF-DATE = SPACES
                   MOVE WS-BUSINESS-DATE    TO WS-CUTOFF-DATE
               END-IF
               IF WS-CUTOFF-DATE > WS-BUSINESS-DATE
                   DISPLAY 'ARCONF: CUT-OFF ' WS-CUTOFF-DATE
                           ' IS AFTER THE BUSINESS DATE '
                           WS-BUSINESS-DATE
                   PERFORM 1030-BAD-PARM
               END-IF
               IF WS-SAMPLE-PCT > 100
                   PERFORM 1030-BAD-PARM
               END-IF
               IF NOT SEED-GIVEN
                   MOVE WS-CUTOFF-DATE(1:4) TO WS-WORK-YYYYMMDD-X(1:4)
                   MOVE WS-CUTOFF-DATE(6:2) TO WS-WORK-YYYYMMDD-X(5:2)
                   MOVE WS-CUTOFF-DATE(9:2) TO WS-WORK-YYYYMMDD-X(7:2)
                   MOVE WS-WORK-YYYYMMDD    TO WS-SEED
               END-IF
           END-IF
           IF WS-CUTOFF-DATE NOT = SPACES
               MOVE WS-CUTOFF-DATE          TO WS-WORK-DATE
               PERFORM 1900-CHECK-WORK-DATE
               IF NOT WORK-DATE-OK
                   PERFORM 1030-BAD-PARM
               END-IF
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY ESCHEAT
      *    BOOTSTRAPS ITS TRACKING FILE
           OPEN I-O CONF-FILE
           IF WS-CONF-STATUS = '35'
               OPEN OUTPUT CONF-FILE
               CLOSE CONF-FILE
               OPEN I-O CONF-FILE
           END-IF
           IF WS-CONF-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONF-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONF-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE KEYWORD=VALUE TOKEN. AN UNKNOWN KEYWORD, OR ONE THE ACTION *
      * DOES NOT TAKE, IS FATAL, AS IN ARCHQRY.                        *
      *---------------------------------------------------------------*
       1020-PARSE-ONE-TOKEN.
           IF WS-PARM-TOKEN (WS-TOKEN-IDX) NOT = SPACES
               MOVE SPACES                  TO WS-PARM-KEYWORD
               MOVE SPACES                  TO WS-PARM-VALUE
               UNSTRING WS-PARM-TOKEN (WS-TOKEN-IDX)
                        DELIMITED BY '='
                        INTO WS-PARM-KEYWORD WS-PARM-VALUE
               EVALUATE TRUE
                   WHEN WS-PARM-KEYWORD = 'CUTOFF'
                    AND NOT REPLY-RUN
                       MOVE WS-PARM-VALUE   TO WS-CUTOFF-DATE
                   WHEN WS-PARM-KEYWORD = 'OVER'
                    AND SELECT-RUN
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = 0
                           PERFORM 1030-BAD-PARM
                       END-IF
                       COMPUTE WS-THRESHOLD =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN WS-PARM-KEYWORD = 'PCT'
                    AND SELECT-RUN
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = 0
                           PERFORM 1030-BAD-PARM
                       END-IF
                       COMPUTE WS-SAMPLE-PCT =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN WS-PARM-KEYWORD = 'SEED'
                    AND SELECT-RUN
                       IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) NOT = 0
                           PERFORM 1030-BAD-PARM
                       END-IF
                       COMPUTE WS-SEED =
                               FUNCTION NUMVAL(WS-PARM-VALUE)
                       MOVE 'Y'             TO WS-SEED-GIVEN-SW
                   WHEN OTHER
                       DISPLAY 'ARCONF: UNKNOWN PARM KEYWORD '
                               WS-PARM-KEYWORD
                       PERFORM 1030-BAD-PARM
               END-EVALUATE
           END-IF
           SET WS-TOKEN-IDX UP BY 1.

       1030-BAD-PARM.
           DISPLAY 'USAGE: ARCONF SELECT [CUTOFF=YYYY-MM-DD] '
                   '[OVER=NNNNNNNN] [PCT=NN] [SEED=NNNNNNNN]'
           DISPLAY '       ARCONF REPLY'
           DISPLAY '       ARCONF EXCEPT [CUTOFF=YYYY-MM-DD]'
           MOVE 16                          TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * LOAD EVERY CUSTOMER ON THE EXTRACT. THE TABLE IS IN EXTRACT    *
      * (CUSTOMER) ORDER, WHICH IS THE ORDER THE SAMPLE IS DRAWN IN.   *
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
           PERFORM 1220-TAKE-ONE-CUSTOMER UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1220-TAKE-ONE-CUSTOMER.
           ADD 1                            TO WS-CUSTOMERS-READ
           IF WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX
               MOVE 'CUSTOMER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CUST-TABLE-COUNT
           SET WS-CT-IDX                    TO WS-CUST-TABLE-COUNT
           MOVE CUST-ID OF CUST-IN-REC
                                    TO WS-CT-CUST-ID-TBL (WS-CT-IDX)
           MOVE CUST-NAME OF CUST-IN-REC
                                    TO WS-CT-NAME-TBL (WS-CT-IDX)
           MOVE CUST-ADDRESS OF CUST-IN-REC
                                    TO WS-CT-ADDR-TBL (WS-CT-IDX)
           MOVE CUST-CITY OF CUST-IN-REC
                                    TO WS-CT-CITY-TBL (WS-CT-IDX)
           MOVE CUST-STATE OF CUST-IN-REC
                                    TO WS-CT-STATE-TBL (WS-CT-IDX)
           MOVE CUST-ZIP OF CUST-IN-REC
                                    TO WS-CT-ZIP-TBL (WS-CT-IDX)
           MOVE 'N'                 TO WS-CT-MERGED-TBL (WS-CT-IDX)
           IF CUST-MERGED OF CUST-IN-REC
               MOVE 'Y'             TO WS-CT-MERGED-TBL (WS-CT-IDX)
           END-IF
           MOVE ZERO                TO WS-CT-DISPUTE-TBL (WS-CT-IDX)
           IF CUST-IN-DISPUTE OF CUST-IN-REC
          AND CUST-DISPUTE-AMOUNT OF CUST-IN-REC IS NUMERIC
               MOVE CUST-DISPUTE-AMOUNT OF CUST-IN-REC
                                    TO WS-CT-DISPUTE-TBL (WS-CT-IDX)
           END-IF
           MOVE ZERO                TO WS-CT-BALANCE-TBL (WS-CT-IDX)
           MOVE ZERO                TO WS-CT-ITEMS-TBL (WS-CT-IDX)
           MOVE ZERO                TO WS-CT-RECEIPTS-TBL (WS-CT-IDX)
           MOVE ZERO                TO WS-CT-MEMOS-TBL (WS-CT-IDX)
           MOVE ZERO                TO WS-CT-NONCASH-TBL (WS-CT-IDX)
           MOVE SPACE               TO WS-CT-SELECT-TBL (WS-CT-IDX)
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
      * EVERY RECEIPT OR CREDIT-MEMO SLICE POSTED AFTER THE CUT-OFF    *
      * AGAINST AN ITEM DATED ON OR BEFORE IT. THE CUSTOMER TABLE      *
      * CARRIES THE TOTALS FOR THE RECONCILIATION; A SELECT RUN ALSO   *
      * KEEPS THEM BY ITEM TO PUT EACH ITEM BACK AS IT STOOD. A        *
      * MISSING HISTORY (STATUS 35) MEANS NOTHING TO ADD BACK.         *
      *---------------------------------------------------------------*
       1300-LOAD-LATER-APPLICATIONS.
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
               PERFORM 1320-TAKE-ONE-SLICE UNTIL APPLHIST-EOF
               CLOSE APPLHIST-FILE
           END-IF.

       1320-TAKE-ONE-SLICE.
           IF APH-POSTED-DATE > WS-CUTOFF-DATE
          AND APH-ITEM-DATE NOT > WS-CUTOFF-DATE
          AND APH-AMOUNT IS NUMERIC
               ADD 1                        TO WS-LATER-SLICES
               MOVE APH-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               IF CUST-FOUND
                   EVALUATE TRUE
                       WHEN APH-FROM-CREDIT-MEMO
                           ADD APH-AMOUNT
                               TO WS-CT-MEMOS-TBL (WS-CT-FOUND-SUB)
                       WHEN APH-FROM-RETURN
                         OR APH-FROM-WRITE-OFF
                           ADD APH-AMOUNT
                               TO WS-CT-NONCASH-TBL (WS-CT-FOUND-SUB)
                       WHEN APH-RECEIPT-REVERSAL
                           SUBTRACT APH-AMOUNT
                               FROM WS-CT-RECEIPTS-TBL (WS-CT-FOUND-SUB)
                       WHEN OTHER
                           ADD APH-AMOUNT
                               TO WS-CT-RECEIPTS-TBL (WS-CT-FOUND-SUB)
                   END-EVALUATE
               END-IF
               IF SELECT-RUN
                   PERFORM 1330-ADD-AFTER-AMOUNT
               END-IF
           END-IF
           PERFORM 1350-READ-APPLHIST.

       1330-ADD-AFTER-AMOUNT.
           MOVE APH-ITEM-SEQ                TO WS-SEARCH-ITEM-SEQ
           PERFORM 5100-FIND-AFTER-ENTRY
           IF NOT AFTER-FOUND
               IF WS-AFTER-TABLE-COUNT >= WS-AFTER-TABLE-MAX
                   MOVE 'AFTER TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-AFTER-TABLE-COUNT
               MOVE WS-AFTER-TABLE-COUNT    TO WS-AF-FOUND-SUB
               MOVE APH-ITEM-SEQ
                        TO WS-AF-ITEM-SEQ-TBL (WS-AF-FOUND-SUB)
               MOVE ZERO
                        TO WS-AF-AMOUNT-TBL (WS-AF-FOUND-SUB)
           END-IF
           IF APH-RECEIPT-REVERSAL
               SUBTRACT APH-AMOUNT
                    FROM WS-AF-AMOUNT-TBL (WS-AF-FOUND-SUB)
           ELSE
               ADD APH-AMOUNT
                    TO WS-AF-AMOUNT-TBL (WS-AF-FOUND-SUB)
           END-IF.

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
      * VALIDATE WS-WORK-DATE AS YYYY-MM-DD                            *
      *---------------------------------------------------------------*
       1900-CHECK-WORK-DATE.
           MOVE 'N'                         TO WS-DATE-OK-SW
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
           END-IF.

      *---------------------------------------------------------------*
      * SELECT - DRAW THE SAMPLE, OPEN A RESPONSE RECORD AND PRINT A   *
      * LETTER FOR EACH ACCOUNT IN IT                                  *
      *---------------------------------------------------------------*
       2000-SELECT-SAMPLE.
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'A/R BALANCE CONFIRMATION SAMPLE - CUT-OFF '
                  WS-CUTOFF-DATE
                  ' - BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

      *    THE AUDITORS' SAMPLE IS FIXED ONCE DRAWN
           PERFORM 5200-FIND-CUTOFF-ON-FILE
           IF SAMPLE-ON-FILE
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING 'A SAMPLE IS ALREADY ON FILE FOR CUT-OFF '
                      WS-CUTOFF-DATE ' - NOTHING DRAWN'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               DISPLAY 'ARCONF: SAMPLE ALREADY DRAWN FOR CUT-OFF '
                       WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: LETTER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LETTER-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1200-LOAD-CUSTOMERS
           PERFORM 1300-LOAD-LATER-APPLICATIONS

           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = '00'
               MOVE 'OPEN FAILED: OPENITEM-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 2100-START-ITEM-SCAN
           PERFORM 2120-TOTAL-ONE-ITEM UNTIL ITEM-SCAN-EOF

      *    THE SEED STARTS THE SEQUENCE; EACH ACCOUNT UNDER THE
      *    THRESHOLD THEN TAKES THE NEXT DRAW IN EXTRACT ORDER
           COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM (WS-SEED)
           MOVE 1                           TO WS-CT-SUB
           PERFORM 2200-DRAW-ONE-CUSTOMER
               UNTIL WS-CT-SUB > WS-CUST-TABLE-COUNT

           PERFORM 2100-START-ITEM-SCAN
           PERFORM 2300-COLLECT-ONE-ITEM UNTIL ITEM-SCAN-EOF
           CLOSE OPENITEM-FILE

           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'REASON'                    TO WS-REPORT-LINE(1:6)
           MOVE 'ACCOUNT'                   TO WS-REPORT-LINE(11:7)
           MOVE 'NAME'                      TO WS-REPORT-LINE(19:4)
           MOVE 'ITEMS'                     TO WS-REPORT-LINE(51:5)
           MOVE 'BALANCE AT CUT-OFF'        TO WS-REPORT-LINE(62:18)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:80)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 1                           TO WS-CT-SUB
           PERFORM 2400-ISSUE-ONE-CONFIRMATION
               UNTIL WS-CT-SUB > WS-CUST-TABLE-COUNT
           IF WS-LETTERS-PRINTED = ZERO
               MOVE 'NO ACCOUNTS SELECTED'  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           CLOSE LETTER-FILE
           PERFORM 2900-PRINT-SAMPLE-SUMMARY.

       2100-START-ITEM-SCAN.
           MOVE 'N'                         TO WS-ITEM-SCAN-EOF-SW
           MOVE ZERO                        TO OI-ITEM-SEQ
           START OPENITEM-FILE KEY NOT < OI-ITEM-SEQ
               INVALID KEY
                   MOVE 'Y'                 TO WS-ITEM-SCAN-EOF-SW
           END-START
           IF NOT ITEM-SCAN-EOF
               PERFORM 2150-READ-ITEM-NEXT
           END-IF.

      *    WHAT THE ITEM IN THE RECORD AREA HAD OPEN AT THE CUT-OFF -
      *    ZERO FOR AN ITEM DATED AFTER IT
       2110-ITEM-AT-CUTOFF.
           MOVE ZERO                        TO WS-ITEM-AT-CUTOFF
           IF OI-ITEM-DATE NOT > WS-CUTOFF-DATE
               MOVE OI-OPEN-AMOUNT          TO WS-ITEM-AT-CUTOFF
               MOVE OI-ITEM-SEQ             TO WS-SEARCH-ITEM-SEQ
               PERFORM 5100-FIND-AFTER-ENTRY
               IF AFTER-FOUND
                   ADD WS-AF-AMOUNT-TBL (WS-AF-FOUND-SUB)
                                            TO WS-ITEM-AT-CUTOFF
               END-IF
           END-IF.

      *    FIRST PASS - EACH ACCOUNT'S BALANCE AT THE CUT-OFF
       2120-TOTAL-ONE-ITEM.
           ADD 1                            TO WS-ITEMS-READ
           PERFORM 2110-ITEM-AT-CUTOFF
           IF WS-ITEM-AT-CUTOFF > ZERO
               ADD 1                        TO WS-ITEMS-AT-CUTOFF
               MOVE OI-CUST-ID              TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               IF CUST-FOUND
                   ADD WS-ITEM-AT-CUTOFF
                           TO WS-CT-BALANCE-TBL (WS-CT-FOUND-SUB)
                   ADD 1   TO WS-CT-ITEMS-TBL (WS-CT-FOUND-SUB)
               ELSE
                   ADD 1                    TO WS-ORPHAN-ITEMS
                   ADD WS-ITEM-AT-CUTOFF    TO WS-ORPHAN-TOTAL
               END-IF
           END-IF
           PERFORM 2150-READ-ITEM-NEXT.

       2150-READ-ITEM-NEXT.
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
      * PUT ONE ACCOUNT IN OR OUT OF THE SAMPLE. MERGED ACCOUNTS AND   *
      * ACCOUNTS WITH NOTHING OPEN AT THE CUT-OFF ARE NOT THE          *
      * POPULATION; OF THE REST, EVERY ONE AT OR OVER THE THRESHOLD IS *
      * TAKEN AND EACH OF THE OTHERS IS TAKEN WITH PROBABILITY PCT.    *
      *---------------------------------------------------------------*
       2200-DRAW-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-CT-MERGED-TBL (WS-CT-SUB) = 'Y'
                   ADD 1                    TO WS-MERGED-EXCLUDED
               WHEN WS-CT-BALANCE-TBL (WS-CT-SUB) = ZERO
                   ADD 1                    TO WS-ZERO-EXCLUDED
               WHEN OTHER
                   ADD 1                    TO WS-POPULATION-COUNT
                   ADD WS-CT-BALANCE-TBL (WS-CT-SUB)
                                            TO WS-POPULATION-TOTAL
                   IF WS-CT-BALANCE-TBL (WS-CT-SUB) NOT < WS-THRESHOLD
                       MOVE 'T'     TO WS-CT-SELECT-TBL (WS-CT-SUB)
                       ADD 1                TO WS-OVER-COUNT
                       ADD WS-CT-BALANCE-TBL (WS-CT-SUB)
                                            TO WS-OVER-TOTAL
                   ELSE
                       COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM * 100
                       IF WS-RANDOM-DRAW < WS-SAMPLE-PCT
                           MOVE 'R' TO WS-CT-SELECT-TBL (WS-CT-SUB)
                           ADD 1            TO WS-RANDOM-COUNT
                           ADD WS-CT-BALANCE-TBL (WS-CT-SUB)
                                            TO WS-RANDOM-TOTAL
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1                            TO WS-CT-SUB.

      *    SECOND PASS - THE CUT-OFF ITEMS OF THE ACCOUNTS SELECTED
       2300-COLLECT-ONE-ITEM.
           MOVE OI-CUST-ID                  TO WS-SEARCH-CUST-ID
           PERFORM 5000-FIND-CUSTOMER
           IF CUST-FOUND
               IF WS-CT-SELECT-TBL (WS-CT-FOUND-SUB) NOT = SPACE
                   PERFORM 2110-ITEM-AT-CUTOFF
                   IF WS-ITEM-AT-CUTOFF > ZERO
                       PERFORM 2310-ADD-LETTER-ITEM
                   END-IF
               END-IF
           END-IF
           PERFORM 2150-READ-ITEM-NEXT.

       2310-ADD-LETTER-ITEM.
           IF WS-LETTER-ITEM-COUNT >= WS-LETTER-ITEM-MAX
               MOVE 'LETTER ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-LETTER-ITEM-COUNT
           SET WS-LI-IDX                    TO WS-LETTER-ITEM-COUNT
           MOVE OI-CUST-ID          TO WS-LI-CUST-ID-TBL (WS-LI-IDX)
           MOVE OI-ITEM-DATE        TO WS-LI-DATE-TBL (WS-LI-IDX)
           MOVE OI-SOURCE           TO WS-LI-SOURCE-TBL (WS-LI-IDX)
           MOVE OI-REFERENCE        TO WS-LI-REFERENCE-TBL (WS-LI-IDX)
           MOVE OI-ORIG-AMOUNT      TO WS-LI-ORIG-TBL (WS-LI-IDX)
           MOVE WS-ITEM-AT-CUTOFF   TO WS-LI-OPEN-TBL (WS-LI-IDX).

      *---------------------------------------------------------------*
      * ONE ACCOUNT IN THE SAMPLE - ITS RESPONSE RECORD, ITS LETTER,   *
      * AND ITS LINE ON THE SAMPLE REGISTER                            *
      *---------------------------------------------------------------*
       2400-ISSUE-ONE-CONFIRMATION.
           IF WS-CT-SELECT-TBL (WS-CT-SUB) = SPACE
               ADD 1                        TO WS-CT-SUB
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES                      TO CONF-RESPONSE-RECORD
           MOVE WS-CUTOFF-DATE              TO CNF-CUTOFF-DATE
           MOVE WS-CT-CUST-ID-TBL (WS-CT-SUB) TO CNF-CUST-ID
           MOVE WS-CT-SELECT-TBL (WS-CT-SUB) TO CNF-SELECT-REASON
           MOVE WS-CT-BALANCE-TBL (WS-CT-SUB) TO CNF-BALANCE
           MOVE WS-CT-ITEMS-TBL (WS-CT-SUB) TO CNF-ITEM-COUNT
           MOVE WS-BUSINESS-DATE            TO CNF-SENT-DATE
           MOVE SPACE                       TO CNF-RESPONSE
           MOVE ZERO                        TO CNF-CUST-AMOUNT
           WRITE CONF-RESPONSE-RECORD
           IF WS-CONF-STATUS NOT = '00'
               MOVE 'WRITE ERROR: CONF-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONF-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 3900-PRINT-LETTER
           ADD 1                            TO WS-LETTERS-PRINTED

           IF CNF-OVER-THRESHOLD
               MOVE 'THRESHOLD'             TO WS-REASON-DISPLAY
           ELSE
               MOVE 'RANDOM'                TO WS-REASON-DISPLAY
           END-IF
           MOVE CNF-ITEM-COUNT              TO WS-ITEMS-DISPLAY
           MOVE CNF-BALANCE                 TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING WS-REASON-DISPLAY ' ' CNF-CUST-ID ' '
                  WS-CT-NAME-TBL (WS-CT-SUB) '  '
                  WS-ITEMS-DISPLAY '  ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-CT-SUB.

      *---------------------------------------------------------------*
      * THE SAMPLE SUMMARY - HOW IT WAS DRAWN AND WHAT IT COVERS       *
      *---------------------------------------------------------------*
       2900-PRINT-SAMPLE-SUMMARY.
           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-THRESHOLD                TO WS-AMT-DISPLAY
           MOVE WS-SAMPLE-PCT               TO WS-PCT-DISPLAY
           STRING 'SELECTION: BALANCE AT OR OVER ' WS-AMT-DISPLAY
                  ' PLUS ' WS-PCT-DISPLAY '% OF THE REST AT RANDOM'
                  ' (SEED ' WS-SEED ')'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CUSTOMERS-READ           TO WS-CNT-DISPLAY
           STRING 'CUSTOMERS ON THE EXTRACT:     ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-MERGED-EXCLUDED          TO WS-CNT-DISPLAY
           STRING 'EXCLUDED - MERGED:            ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-ZERO-EXCLUDED            TO WS-CNT-DISPLAY
           STRING 'EXCLUDED - NOTHING OPEN:      ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-POPULATION-COUNT         TO WS-CNT-DISPLAY
           MOVE WS-POPULATION-TOTAL         TO WS-AMT-DISPLAY
           STRING 'POPULATION:                   ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-OVER-COUNT               TO WS-CNT-DISPLAY
           MOVE WS-OVER-TOTAL               TO WS-AMT-DISPLAY
           STRING 'SELECTED - OVER THRESHOLD:    ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-RANDOM-COUNT             TO WS-CNT-DISPLAY
           MOVE WS-RANDOM-TOTAL             TO WS-AMT-DISPLAY
           STRING 'SELECTED - RANDOM:            ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ZERO                        TO WS-COVERAGE-PCT
           IF WS-POPULATION-TOTAL > ZERO
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                       (WS-OVER-TOTAL + WS-RANDOM-TOTAL) * 100
                     / WS-POPULATION-TOTAL
           END-IF
           MOVE WS-COVERAGE-PCT             TO WS-PCT-DISPLAY
           STRING 'COVERAGE OF POPULATION BALANCE: ' WS-PCT-DISPLAY
                  '%'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-LETTERS-PRINTED          TO WS-CNT-DISPLAY
           STRING 'LETTERS PRINTED:              ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-ORPHAN-ITEMS > ZERO
               MOVE WS-ORPHAN-ITEMS         TO WS-CNT-DISPLAY
               MOVE WS-ORPHAN-TOTAL         TO WS-AMT-DISPLAY
               STRING 'ITEMS FOR NO CUSTOMER ON FILE:' WS-CNT-DISPLAY
                      '  BALANCE ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * REPLY - POST EACH KEYED REPLY TO ITS RESPONSE RECORD. THE      *
      * FIRST FAILED EDIT REFUSES IT.                                  *
      *---------------------------------------------------------------*
       3000-POST-REPLIES.
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'A/R BALANCE CONFIRMATION REPLIES POSTED - '
                  'BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           OPEN INPUT REPLY-FILE
           IF WS-REPLY-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPLY-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPLY-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 3050-READ-REPLY
           PERFORM 3100-POST-ONE-REPLY UNTIL REPLY-EOF
           CLOSE REPLY-FILE

           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REPLIES-READ             TO WS-CNT-DISPLAY
           STRING 'REPLIES READ:                 ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REPLIES-POSTED           TO WS-CNT-DISPLAY
           STRING 'REPLIES POSTED:               ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-REPLIES-REFUSED          TO WS-CNT-DISPLAY
           STRING 'REPLIES REFUSED:              ' WS-CNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       3050-READ-REPLY.
           READ REPLY-FILE
               AT END
                   MOVE 'Y'                 TO WS-REPLY-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-REPLIES-READ
           END-READ
           IF NOT REPLY-EOF AND WS-REPLY-STATUS NOT = '00'
               MOVE 'READ ERROR: REPLY-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPLY-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3100-POST-ONE-REPLY.
           MOVE SPACES                      TO WS-REFUSAL-REASON
           IF CFT-RESPONSE-DATE = SPACES
               MOVE WS-BUSINESS-DATE        TO CFT-RESPONSE-DATE
           END-IF
           MOVE CFT-RESPONSE-DATE           TO WS-WORK-DATE
           PERFORM 1900-CHECK-WORK-DATE

           EVALUATE TRUE
               WHEN CFT-CUST-ID NOT NUMERIC
                   MOVE 'CUSTOMER ID NOT NUMERIC'
                                            TO WS-REFUSAL-REASON
               WHEN CFT-RESPONSE NOT = 'A' AND NOT = 'D'
                                   AND NOT = 'N'
                   MOVE 'RESPONSE NOT A, D OR N'
                                            TO WS-REFUSAL-REASON
               WHEN CFT-RESPONSE = 'D'
                AND CFT-CUST-AMOUNT NOT NUMERIC
                   MOVE 'CUSTOMER AMOUNT NOT NUMERIC'
                                            TO WS-REFUSAL-REASON
               WHEN NOT WORK-DATE-OK
                   MOVE 'REPLY DATE NOT YYYY-MM-DD'
                                            TO WS-REFUSAL-REASON
               WHEN CFT-OPERATOR-ID = SPACES
                   MOVE 'NO OPERATOR ID'    TO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 3200-CHECK-RESPONSE-RECORD
           END-EVALUATE

           IF WS-REFUSAL-REASON = SPACES
               PERFORM 3300-REWRITE-RESPONSE
           ELSE
               ADD 1                        TO WS-REPLIES-REFUSED
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING 'REFUSED   ' CFT-CUTOFF-DATE ' '
                      CFT-CUST-ID ' ' CFT-RESPONSE ' - '
                      WS-REFUSAL-REASON
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           PERFORM 3050-READ-REPLY.

      *    THE LETTER MUST HAVE GONE OUT, AND AN ANSWER ALREADY ON IT
      *    STANDS - ONLY A 'NO REPLY' GIVES WAY, TO A LATE ANSWER
       3200-CHECK-RESPONSE-RECORD.
           MOVE CFT-CUTOFF-DATE             TO CNF-CUTOFF-DATE
           MOVE CFT-CUST-ID                 TO CNF-CUST-ID
           READ CONF-FILE
               INVALID KEY
                   MOVE 'NOT IN THE CONFIRMATION SAMPLE'
                                            TO WS-REFUSAL-REASON
           END-READ
           IF WS-CONF-STATUS NOT = '00'
          AND WS-CONF-STATUS NOT = '23'
               MOVE 'READ ERROR: CONF-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONF-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               EVALUATE TRUE
                   WHEN CNF-AGREED OR CNF-DISAGREED
                       MOVE 'REPLY ALREADY POSTED'
                                            TO WS-REFUSAL-REASON
                   WHEN CNF-NO-REPLY AND CFT-RESPONSE = 'N'
                       MOVE 'ALREADY CLOSED AS NO REPLY'
                                            TO WS-REFUSAL-REASON
                   WHEN CFT-RESPONSE-DATE < CNF-SENT-DATE
                       MOVE 'REPLY DATED BEFORE THE LETTER'
                                            TO WS-REFUSAL-REASON
               END-EVALUATE
           END-IF.

       3300-REWRITE-RESPONSE.
           MOVE CFT-RESPONSE                TO CNF-RESPONSE
           MOVE CFT-RESPONSE-DATE           TO CNF-RESPONSE-DATE
           MOVE ZERO                        TO CNF-CUST-AMOUNT
           IF CNF-DISAGREED
               MOVE CFT-CUST-AMOUNT         TO CNF-CUST-AMOUNT
           END-IF
           MOVE CFT-NOTE                    TO CNF-RESPONSE-NOTE
           MOVE CFT-OPERATOR-ID             TO CNF-OPERATOR-ID
           REWRITE CONF-RESPONSE-RECORD
           IF WS-CONF-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: CONF-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONF-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-REPLIES-POSTED

           MOVE CNF-BALANCE                 TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN CNF-AGREED
                   STRING 'AGREED    ' CNF-CUTOFF-DATE ' '
                          CNF-CUST-ID ' BALANCE ' WS-AMT-DISPLAY
                          ' BY ' CNF-OPERATOR-ID
                          DELIMITED SIZE    INTO WS-REPORT-LINE
               WHEN CNF-DISAGREED
                   MOVE CNF-CUST-AMOUNT     TO WS-AMT-DISPLAY-2
                   COMPUTE WS-DIFFERENCE =
                           CNF-BALANCE - CNF-CUST-AMOUNT
                   MOVE WS-DIFFERENCE       TO WS-AMT-DISPLAY-3
                   STRING 'DISAGREED ' CNF-CUTOFF-DATE ' '
                          CNF-CUST-ID ' BALANCE ' WS-AMT-DISPLAY
                          ' CUSTOMER ' WS-AMT-DISPLAY-2
                          ' DIFF ' WS-AMT-DISPLAY-3
                          ' BY ' CNF-OPERATOR-ID
                          DELIMITED SIZE    INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING 'NO REPLY  ' CNF-CUTOFF-DATE ' '
                          CNF-CUST-ID ' BALANCE ' WS-AMT-DISPLAY
                          ' BY ' CNF-OPERATOR-ID
                          DELIMITED SIZE    INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * ONE CONFIRMATION LETTER PER PAGE - ADDRESS BLOCK, THE REQUEST, *
      * THE ITEMS OPEN AT THE CUT-OFF, THE BALANCE, AND THE REPLY FORM *
      *---------------------------------------------------------------*
       3900-PRINT-LETTER.
           MOVE WS-BUSINESS-DATE            TO LTR-DATE
           WRITE LETTER-LINE FROM LTR-DATE-LINE
                  AFTER ADVANCING PAGE

           MOVE WS-CT-NAME-TBL (WS-CT-SUB)  TO LTR-NAME
           WRITE LETTER-LINE FROM LTR-NAME-LINE
                  AFTER ADVANCING 2 LINES

           MOVE WS-CT-ADDR-TBL (WS-CT-SUB)  TO LTR-ADDRESS
           WRITE LETTER-LINE FROM LTR-ADDR-LINE
                  AFTER ADVANCING 1 LINE

           MOVE WS-CT-CITY-TBL (WS-CT-SUB)  TO LTR-CITY
           MOVE WS-CT-STATE-TBL (WS-CT-SUB) TO LTR-STATE
           MOVE WS-CT-ZIP-TBL (WS-CT-SUB)   TO LTR-ZIP
           WRITE LETTER-LINE FROM LTR-CITY-LINE
                  AFTER ADVANCING 1 LINE

           MOVE WS-CT-CUST-ID-TBL (WS-CT-SUB) TO LTR-CUST-ID
           MOVE WS-CUTOFF-DATE              TO LTR-CUTOFF-1
           WRITE LETTER-LINE FROM LTR-ACCOUNT-LINE
                  AFTER ADVANCING 2 LINES

           WRITE LETTER-LINE FROM LTR-INTRO-LINE-1
                  AFTER ADVANCING 2 LINES
           MOVE WS-CUTOFF-DATE              TO LTR-CUTOFF-2
           WRITE LETTER-LINE FROM LTR-INTRO-LINE-2
                  AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE FROM LTR-INTRO-LINE-3
                  AFTER ADVANCING 1 LINE

           WRITE LETTER-LINE FROM LTR-ITEM-HEAD-LINE
                  AFTER ADVANCING 2 LINES
           MOVE ZERO                        TO WS-LETTER-BALANCE
           SET WS-LI-IDX                    TO 1
           PERFORM 3910-PRINT-ONE-ITEM
               UNTIL WS-LI-IDX > WS-LETTER-ITEM-COUNT

           MOVE WS-CUTOFF-DATE              TO LTR-CUTOFF-3
           MOVE WS-LETTER-BALANCE           TO LTR-BALANCE
           WRITE LETTER-LINE FROM LTR-TOTAL-LINE
                  AFTER ADVANCING 2 LINES

           WRITE LETTER-LINE FROM LTR-AGREE-LINE
                  AFTER ADVANCING 3 LINES
           WRITE LETTER-LINE FROM LTR-DISAGREE-LINE
                  AFTER ADVANCING 2 LINES
           WRITE LETTER-LINE FROM LTR-RETURN-LINE
                  AFTER ADVANCING 2 LINES
           WRITE LETTER-LINE FROM LTR-SIGN-LINE
                  AFTER ADVANCING 3 LINES

           WRITE LETTER-LINE FROM LTR-FOOTER-LINE
                  AFTER ADVANCING 2 LINES

           IF WS-LETTER-STATUS NOT = '00'
               MOVE 'WRITE ERROR: LETTER-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LETTER-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3910-PRINT-ONE-ITEM.
           IF WS-LI-CUST-ID-TBL (WS-LI-IDX)
                  = WS-CT-CUST-ID-TBL (WS-CT-SUB)
               MOVE WS-LI-DATE-TBL (WS-LI-IDX)   TO LTR-ITEM-DATE
               MOVE WS-LI-REFERENCE-TBL (WS-LI-IDX)
                                            TO LTR-ITEM-REF
               IF WS-LI-SOURCE-TBL (WS-LI-IDX) = 'F'
                   MOVE 'FREIGHT'           TO LTR-ITEM-TYPE
               ELSE
                   MOVE 'INVOICE'           TO LTR-ITEM-TYPE
               END-IF
               MOVE WS-LI-ORIG-TBL (WS-LI-IDX)   TO LTR-ITEM-ORIG
               MOVE WS-LI-OPEN-TBL (WS-LI-IDX)   TO LTR-ITEM-OPEN
               ADD WS-LI-OPEN-TBL (WS-LI-IDX)    TO WS-LETTER-BALANCE
               WRITE LETTER-LINE FROM LTR-ITEM-LINE
                      AFTER ADVANCING 1 LINE
           END-IF
           SET WS-LI-IDX UP BY 1.

      *---------------------------------------------------------------*
      * EXCEPT - THE EXCEPTIONS REPORT FOR ONE CUT-OFF: DISAGREEMENTS  *
      * RECONCILED, NO REPLIES WITH THEIR SUBSEQUENT RECEIPTS, AND THE *
      * LETTERS STILL AWAITING AN ANSWER                               *
      *---------------------------------------------------------------*
       4000-REPORT-EXCEPTIONS.
           IF WS-CUTOFF-DATE = SPACES
               PERFORM 4010-FIND-LATEST-CUTOFF
           ELSE
               PERFORM 5200-FIND-CUTOFF-ON-FILE
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'A/R BALANCE CONFIRMATION EXCEPTIONS - CUT-OFF '
                  WS-CUTOFF-DATE
                  ' - BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF NOT SAMPLE-ON-FILE
               MOVE 'NO CONFIRMATION SAMPLE ON FILE FOR THIS CUT-OFF'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               DISPLAY 'ARCONF: NO SAMPLE ON FILE FOR CUT-OFF '
                       WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF

           PERFORM 1200-LOAD-CUSTOMERS
           PERFORM 1300-LOAD-LATER-APPLICATIONS

           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'DISAGREEMENTS - OUR BALANCE LESS THE CUSTOMER''S, RECON
      -         'CILED TO POSTINGS SINCE THE CUT-OFF'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:100)
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 4050-START-CUTOFF-SCAN
           PERFORM 4100-RECONCILE-ONE-RESPONSE UNTIL CONF-SCAN-EOF
           IF WS-DISAGREED-COUNT = ZERO
               MOVE 'NONE'                  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'NO REPLY - RECEIPTS SINCE THE CUT-OFF AGAINST CUT-OFF I
      -         'TEMS (SUBSEQUENT-RECEIPTS TEST)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNT'                   TO WS-REPORT-LINE(1:7)
           MOVE 'NAME'                      TO WS-REPORT-LINE(9:4)
           MOVE 'BALANCE'                   TO WS-REPORT-LINE(51:7)
           MOVE 'RECEIPTS SINCE'            TO WS-REPORT-LINE(63:14)
           MOVE 'NOT COVERED'               TO WS-REPORT-LINE(86:11)
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:100)
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 4050-START-CUTOFF-SCAN
           PERFORM 4200-LIST-ONE-NO-REPLY UNTIL CONF-SCAN-EOF
           IF WS-NO-REPLY-COUNT = ZERO
               MOVE 'NONE'                  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'AWAITING REPLY'            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE(1:100)
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 4050-START-CUTOFF-SCAN
           PERFORM 4300-LIST-ONE-AWAITING UNTIL CONF-SCAN-EOF
           IF WS-AWAITING-COUNT = ZERO
               MOVE 'NONE'                  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           PERFORM 4900-PRINT-EXCEPTION-SUMMARY.

      *    NO CUT-OFF GIVEN - THE LATEST SAMPLE ON FILE
       4010-FIND-LATEST-CUTOFF.
           MOVE 'N'                         TO WS-SAMPLE-ON-FILE-SW
           MOVE LOW-VALUES                  TO CNF-KEY
           MOVE 'N'                         TO WS-CONF-SCAN-EOF-SW
           START CONF-FILE KEY NOT < CNF-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-CONF-SCAN-EOF-SW
           END-START
           IF NOT CONF-SCAN-EOF
               PERFORM 5250-READ-CONF-NEXT
           END-IF
           PERFORM 4020-NOTE-ONE-CUTOFF UNTIL CONF-SCAN-EOF.

       4020-NOTE-ONE-CUTOFF.
           MOVE CNF-CUTOFF-DATE             TO WS-CUTOFF-DATE
           MOVE 'Y'                         TO WS-SAMPLE-ON-FILE-SW
           PERFORM 5250-READ-CONF-NEXT.

      *    POSITION ON THE FIRST RESPONSE RECORD OF THE CUT-OFF AND
      *    READ IT; THE SCAN ENDS AT THE NEXT CUT-OFF
       4050-START-CUTOFF-SCAN.
           MOVE 'N'                         TO WS-CONF-SCAN-EOF-SW
           MOVE WS-CUTOFF-DATE              TO CNF-CUTOFF-DATE
           MOVE ZERO                        TO CNF-CUST-ID
           START CONF-FILE KEY NOT < CNF-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-CONF-SCAN-EOF-SW
           END-START
           IF NOT CONF-SCAN-EOF
               PERFORM 4060-READ-CUTOFF-NEXT
           END-IF.

       4060-READ-CUTOFF-NEXT.
           PERFORM 5250-READ-CONF-NEXT
           IF NOT CONF-SCAN-EOF
               IF CNF-CUTOFF-DATE NOT = WS-CUTOFF-DATE
                   MOVE 'Y'                 TO WS-CONF-SCAN-EOF-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FIRST PASS - TALLY EVERY RESPONSE AND RECONCILE EACH           *
      * DISAGREEMENT. A RECEIPT OR CREDIT MEMO POSTED SINCE THE        *
      * CUT-OFF IS A TIMING DIFFERENCE WHEN THE CUSTOMER HAS ALREADY   *
      * RECORDED IT; AN AMOUNT IN DISPUTE IS ONE THE CUSTOMER DOES NOT *
      * ACCEPT. EACH TAKES UP AS MUCH OF THE DIFFERENCE AS IT CAN, IN  *
      * THAT ORDER; WHAT IS LEFT IS UNRECONCILED.                      *
      *---------------------------------------------------------------*
       4100-RECONCILE-ONE-RESPONSE.
           ADD 1                            TO WS-SAMPLE-COUNT
           ADD CNF-BALANCE                  TO WS-SAMPLE-TOTAL
           EVALUATE TRUE
               WHEN CNF-AGREED
                   ADD 1                    TO WS-AGREED-COUNT
                   ADD CNF-BALANCE          TO WS-AGREED-TOTAL
               WHEN CNF-NO-REPLY
                   ADD 1                    TO WS-NO-REPLY-COUNT
                   ADD CNF-BALANCE          TO WS-NO-REPLY-TOTAL
               WHEN CNF-DISAGREED
                   ADD 1                    TO WS-DISAGREED-COUNT
                   ADD CNF-BALANCE          TO WS-DISAGREED-TOTAL
                   PERFORM 4110-RECONCILE-DISAGREEMENT
               WHEN OTHER
                   ADD 1                    TO WS-AWAITING-COUNT
                   ADD CNF-BALANCE          TO WS-AWAITING-TOTAL
           END-EVALUATE
           PERFORM 4060-READ-CUTOFF-NEXT.

       4110-RECONCILE-DISAGREEMENT.
           MOVE CNF-CUST-ID                 TO WS-SEARCH-CUST-ID
           PERFORM 5000-FIND-CUSTOMER
           PERFORM 5300-SET-LINE-NAME
           COMPUTE WS-DIFFERENCE = CNF-BALANCE - CNF-CUST-AMOUNT
           MOVE WS-DIFFERENCE               TO WS-REMAINING

           MOVE CNF-BALANCE                 TO WS-AMT-DISPLAY
           MOVE CNF-CUST-AMOUNT             TO WS-AMT-DISPLAY-2
           MOVE WS-DIFFERENCE               TO WS-AMT-DISPLAY-3
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING CNF-CUST-ID ' ' WS-LINE-NAME
                  ' OURS ' WS-AMT-DISPLAY
                  ' THEIRS ' WS-AMT-DISPLAY-2
                  ' DIFF ' WS-AMT-DISPLAY-3
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF CNF-RESPONSE-NOTE NOT = SPACES
               STRING '       CUSTOMER SAYS: ' CNF-RESPONSE-NOTE
                      '  (REPLY OF ' CNF-RESPONSE-DATE ')'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           IF CUST-FOUND
               MOVE WS-CT-RECEIPTS-TBL (WS-CT-FOUND-SUB)
                                            TO WS-RECON-AVAILABLE
               MOVE 'RECEIPTS POSTED SINCE THE CUT-OFF'
                                            TO WS-RECON-LABEL
               PERFORM 4120-TAKE-RECONCILING-ITEM
               MOVE WS-CT-MEMOS-TBL (WS-CT-FOUND-SUB)
                                            TO WS-RECON-AVAILABLE
               MOVE 'CREDIT MEMOS POSTED SINCE CUT-OFF'
                                            TO WS-RECON-LABEL
               PERFORM 4120-TAKE-RECONCILING-ITEM
               MOVE WS-CT-NONCASH-TBL (WS-CT-FOUND-SUB)
                                            TO WS-RECON-AVAILABLE
               MOVE 'RETURNS/WRITE-OFFS SINCE CUT-OFF'
                                            TO WS-RECON-LABEL
               PERFORM 4120-TAKE-RECONCILING-ITEM
               MOVE WS-CT-DISPUTE-TBL (WS-CT-FOUND-SUB)
                                            TO WS-RECON-AVAILABLE
               MOVE 'AMOUNT IN DISPUTE'     TO WS-RECON-LABEL
               PERFORM 4120-TAKE-RECONCILING-ITEM
           END-IF

           MOVE WS-REMAINING                TO WS-AMT-DISPLAY
           IF WS-REMAINING = ZERO
               STRING '       ' 'RECONCILED                        '
                      '  ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           ELSE
               ADD 1                        TO WS-UNRECONCILED-COUNT
               ADD WS-REMAINING             TO WS-UNRECONCILED-TOTAL
               STRING '       ' 'UNRECONCILED                      '
                      '  ' WS-AMT-DISPLAY '  ***'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE.

       4120-TAKE-RECONCILING-ITEM.
           MOVE ZERO                        TO WS-RECON-TAKEN
           IF WS-REMAINING > ZERO
          AND WS-RECON-AVAILABLE > ZERO
               IF WS-RECON-AVAILABLE < WS-REMAINING
                   MOVE WS-RECON-AVAILABLE  TO WS-RECON-TAKEN
               ELSE
                   MOVE WS-REMAINING        TO WS-RECON-TAKEN
               END-IF
               SUBTRACT WS-RECON-TAKEN      FROM WS-REMAINING
               MOVE WS-RECON-TAKEN          TO WS-AMT-DISPLAY
               MOVE WS-RECON-AVAILABLE      TO WS-AMT-DISPLAY-2
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING '       ' WS-RECON-LABEL
                      ' ' WS-AMT-DISPLAY
                      '  (OF ' WS-AMT-DISPLAY-2 ')'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *    SECOND PASS - EACH NO REPLY, WITH WHAT HAS BEEN PAID AGAINST
      *    ITS CUT-OFF ITEMS SINCE - THE AUDITORS' ALTERNATIVE PROCEDURE
       4200-LIST-ONE-NO-REPLY.
           IF CNF-NO-REPLY
               MOVE CNF-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               PERFORM 5300-SET-LINE-NAME
               MOVE ZERO                    TO WS-RECON-AVAILABLE
               IF CUST-FOUND
                   MOVE WS-CT-RECEIPTS-TBL (WS-CT-FOUND-SUB)
                                            TO WS-RECON-AVAILABLE
               END-IF
               IF WS-RECON-AVAILABLE < ZERO
                   MOVE ZERO                TO WS-RECON-AVAILABLE
               END-IF
               COMPUTE WS-UNCOVERED = CNF-BALANCE - WS-RECON-AVAILABLE
               IF WS-UNCOVERED < ZERO
                   MOVE ZERO                TO WS-UNCOVERED
               END-IF
               MOVE CNF-BALANCE             TO WS-AMT-DISPLAY
               MOVE WS-RECON-AVAILABLE      TO WS-AMT-DISPLAY-2
               MOVE WS-UNCOVERED            TO WS-AMT-DISPLAY-3
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING CNF-CUST-ID '  ' WS-LINE-NAME '    '
                      WS-AMT-DISPLAY '  ' WS-AMT-DISPLAY-2 '  '
                      WS-AMT-DISPLAY-3
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           PERFORM 4060-READ-CUTOFF-NEXT.

      *    THIRD PASS - LETTERS STILL OUT
       4300-LIST-ONE-AWAITING.
           IF CNF-AWAITING-REPLY
               MOVE CNF-CUST-ID             TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-CUSTOMER
               PERFORM 5300-SET-LINE-NAME
               MOVE CNF-BALANCE             TO WS-AMT-DISPLAY
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING CNF-CUST-ID '  ' WS-LINE-NAME '    '
                      WS-AMT-DISPLAY '  SENT ' CNF-SENT-DATE
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           PERFORM 4060-READ-CUTOFF-NEXT.

       4900-PRINT-EXCEPTION-SUMMARY.
           MOVE SPACES                      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-SAMPLE-COUNT             TO WS-CNT-DISPLAY
           MOVE WS-SAMPLE-TOTAL             TO WS-AMT-DISPLAY
           STRING 'CONFIRMATIONS SENT:           ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-AGREED-COUNT             TO WS-CNT-DISPLAY
           MOVE WS-AGREED-TOTAL             TO WS-AMT-DISPLAY
           STRING 'AGREED:                       ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-DISAGREED-COUNT          TO WS-CNT-DISPLAY
           MOVE WS-DISAGREED-TOTAL          TO WS-AMT-DISPLAY
           STRING 'DISAGREED:                    ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-UNRECONCILED-COUNT       TO WS-CNT-DISPLAY
           MOVE WS-UNRECONCILED-TOTAL       TO WS-AMT-DISPLAY
           STRING '  OF WHICH UNRECONCILED:      ' WS-CNT-DISPLAY
                  '  DIFF    ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-NO-REPLY-COUNT           TO WS-CNT-DISPLAY
           MOVE WS-NO-REPLY-TOTAL           TO WS-AMT-DISPLAY
           STRING 'NO REPLY:                     ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-AWAITING-COUNT           TO WS-CNT-DISPLAY
           MOVE WS-AWAITING-TOTAL           TO WS-AMT-DISPLAY
           STRING 'AWAITING REPLY:               ' WS-CNT-DISPLAY
                  '  BALANCE ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOOK A CUSTOMER UP IN THE CUSTOMER TABLE - THE LAST ONE FOUND  *
      * IS TRIED FIRST, SINCE ONE CUSTOMER'S RECORDS TEND TO FOLLOW    *
      * ONE ANOTHER                                                    *
      *---------------------------------------------------------------*
       5000-FIND-CUSTOMER.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF WS-CT-FOUND-SUB > ZERO
               IF WS-CT-CUST-ID-TBL (WS-CT-FOUND-SUB)
                      = WS-SEARCH-CUST-ID
                   MOVE 'Y'                 TO WS-CUST-FOUND-SW
               END-IF
           END-IF
           IF NOT CUST-FOUND
               SET WS-CT-IDX                TO 1
               PERFORM 5010-COMPARE-ONE-CUSTOMER
                   UNTIL CUST-FOUND
                      OR WS-CT-IDX > WS-CUST-TABLE-COUNT
           END-IF.

       5010-COMPARE-ONE-CUSTOMER.
           IF WS-CT-CUST-ID-TBL (WS-CT-IDX) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-CUST-FOUND-SW
               SET WS-CT-FOUND-SUB          TO WS-CT-IDX
           ELSE
               SET WS-CT-IDX UP BY 1
           END-IF.

      *    THE AFTER-CUT-OFF ENTRY FOR WS-SEARCH-ITEM-SEQ, IF ANY
       5100-FIND-AFTER-ENTRY.
           MOVE 'N'                         TO WS-AFTER-FOUND-SW
           SET WS-AF-IDX                    TO 1
           PERFORM 5110-COMPARE-ONE-AFTER
               UNTIL AFTER-FOUND
                  OR WS-AF-IDX > WS-AFTER-TABLE-COUNT.

       5110-COMPARE-ONE-AFTER.
           IF WS-AF-ITEM-SEQ-TBL (WS-AF-IDX) = WS-SEARCH-ITEM-SEQ
               MOVE 'Y'                     TO WS-AFTER-FOUND-SW
               SET WS-AF-FOUND-SUB          TO WS-AF-IDX
           ELSE
               SET WS-AF-IDX UP BY 1
           END-IF.

      *    IS THERE A RESPONSE RECORD FOR WS-CUTOFF-DATE?
       5200-FIND-CUTOFF-ON-FILE.
           MOVE 'N'                         TO WS-SAMPLE-ON-FILE-SW
           MOVE 'N'                         TO WS-CONF-SCAN-EOF-SW
           MOVE WS-CUTOFF-DATE              TO CNF-CUTOFF-DATE
           MOVE ZERO                        TO CNF-CUST-ID
           START CONF-FILE KEY NOT < CNF-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-CONF-SCAN-EOF-SW
           END-START
           IF NOT CONF-SCAN-EOF
               PERFORM 5250-READ-CONF-NEXT
               IF NOT CONF-SCAN-EOF
                   IF CNF-CUTOFF-DATE = WS-CUTOFF-DATE
                       MOVE 'Y'             TO WS-SAMPLE-ON-FILE-SW
                   END-IF
               END-IF
           END-IF.

       5250-READ-CONF-NEXT.
           READ CONF-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-CONF-SCAN-EOF-SW
           END-READ
           IF WS-CONF-STATUS NOT = '00'
          AND WS-CONF-STATUS NOT = '10'
               MOVE 'READ ERROR: CONF-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONF-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    THE NAME FOR A REPORT LINE - A CUSTOMER PURGED SINCE THE
      *    LETTER WENT OUT IS NO LONGER ON THE EXTRACT
       5300-SET-LINE-NAME.
           IF CUST-FOUND
               MOVE WS-CT-NAME-TBL (WS-CT-FOUND-SUB) TO WS-LINE-NAME
           ELSE
               MOVE '*** NOT ON CUSTOMER EXTRACT'    TO WS-LINE-NAME
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - CLOSE UP AND THE CONSOLE SUMMARY                *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE CONF-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'ARCONF - A/R BALANCE CONFIRMATION SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'RUN:                   ' WS-ACTION-CODE
           EVALUATE TRUE
               WHEN SELECT-RUN
                   DISPLAY 'CUT-OFF:               ' WS-CUTOFF-DATE
                   DISPLAY 'CUSTOMERS READ:        ' WS-CUSTOMERS-READ
                   DISPLAY 'POPULATION:            '
                           WS-POPULATION-COUNT
                   DISPLAY 'OVER THRESHOLD:        ' WS-OVER-COUNT
                   DISPLAY 'RANDOM SELECTION:      ' WS-RANDOM-COUNT
                   DISPLAY 'LETTERS PRINTED:       '
                           WS-LETTERS-PRINTED
               WHEN REPLY-RUN
                   DISPLAY 'REPLIES READ:          ' WS-REPLIES-READ
                   DISPLAY 'REPLIES POSTED:        ' WS-REPLIES-POSTED
                   DISPLAY 'REPLIES REFUSED:       '
                           WS-REPLIES-REFUSED
               WHEN EXCEPT-RUN
                   DISPLAY 'CUT-OFF:               ' WS-CUTOFF-DATE
                   DISPLAY 'CONFIRMATIONS:         ' WS-SAMPLE-COUNT
                   DISPLAY 'AGREED:                ' WS-AGREED-COUNT
                   DISPLAY 'DISAGREED:             '
                           WS-DISAGREED-COUNT
                   DISPLAY 'UNRECONCILED:          '
                           WS-UNRECONCILED-COUNT
                   DISPLAY 'NO REPLY:              ' WS-NO-REPLY-COUNT
                   DISPLAY 'AWAITING REPLY:        ' WS-AWAITING-COUNT
           END-EVALUATE
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN SELECT-RUN AND SAMPLE-ON-FILE
                   MOVE 8                   TO RETURN-CODE
               WHEN EXCEPT-RUN AND NOT SAMPLE-ON-FILE
                   MOVE 8                   TO RETURN-CODE
               WHEN REPLY-RUN AND WS-REPLIES-REFUSED > ZERO
                   MOVE 4                   TO RETURN-CODE
               WHEN EXCEPT-RUN AND WS-UNRECONCILED-COUNT > ZERO
                   MOVE 4                   TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO                TO RETURN-CODE
           END-EVALUATE.

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
           DISPLAY '*** ARCONF FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
