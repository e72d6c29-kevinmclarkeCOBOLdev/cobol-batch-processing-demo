      *****************************************************************
      * PROGRAM NAME: ACHGEN                                          *
      * DESCRIPTION:  AUTO-DEBIT RUN - BANK DEBIT FILE AND RECEIPTS   *
      *               CUSTOMERS ENROLLED THROUGH ACHMNT HAVE THEIR    *
      *               OPEN ITEMS PULLED FROM THEIR BANK ON THE DUE    *
      *               DATE. EACH NIGHT THIS STEP SELECTS EVERY OPEN   *
      *               ITEM OF AN ACTIVE MANDATE THAT HAS COME DUE     *
      *               UNDER THE CUSTOMER'S CUST-PAYMENT-TERMS (THE    *
      *               SAME TERMS DAYS DUNNING AGES AGAINST) AND NOT   *
      *               ALREADY DEBITED, SENDS THE BANK ONE DEBIT PER   *
      *               CUSTOMER FOR THEIR TOTAL, AND WRITES A MATCHING *
      *               'P' RECEIPT IN PAYMIN LAYOUT UNDER THE NIGHT'S  *
      *               AUTO-DEBIT DEPOSIT NUMBER SO CASHAPP APPLIES    *
      *               THE MONEY LIKE ANY OTHER DEPOSIT.               *
      *               BANK RETURNS (ADRETURN) ARE PROVED AGAINST THE  *
      *               AUTO-DEBIT HISTORY AND EACH ACCEPTED RETURN     *
      *               BECOMES A 'V' REVERSAL UNDER THE ORIGINAL       *
      *               DEPOSIT NUMBER, WHICH CASHAPP POSTS BACK TO THE *
      *               BALANCE AND REINSTATES AS AN OPEN ITEM. AN      *
      *               INSUFFICIENT-FUNDS RETURN (R01/R09) COUNTS      *
      *               AGAINST THE MANDATE AND DROPS IT AT THE LIMIT   *
      *               ON THE CONTROL CARD; ANY OTHER RETURN DROPS IT  *
      *               AT ONCE. A DROP IS AUDITED AS A TYPE 'E' ROW.   *
      *               THE DEPOSIT NUMBER IS '9' FOLLOWED BY THE LOW   *
      *               FIVE DIGITS OF THE BUSINESS DATE'S DAY NUMBER,  *
      *               SO ONE BUSINESS DATE CAN ONLY EVER BE DEBITED   *
      *               ONCE - A SECOND RUN FOR THE SAME DATE FINDS ITS *
      *               BATCH ON THE HISTORY, STILL TAKES THE RETURNS,  *
      *               AND SENDS NO DEBITS.                            *
      *               THE HISTORY AND THE MANDATES ARE UPDATED ONLY   *
      *               AFTER THE DEBIT FILE PROVES TO THE RECEIPTS.    *
      *                                                                *
      * INPUTS:       MANDATE FILE          (ADMANDT, INDEXED)        *
      *               OPEN-ITEM LEDGER      (OPENITEM, INDEXED)       *
      *               CUSTOMER EXTRACT      (CUSTMOUT)                *
      *               AUTO-DEBIT HISTORY    (ADHIST - ABSENT ON THE   *
      *                                      FIRST RUN)               *
      *               BANK RETURNS          (ADRETURN - OPTIONAL)     *
      *               ORIGINATOR CARD       (ADCTLCRD - REQUIRED)     *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      BANK DEBIT FILE       (ADBANKOUT)               *
      *               RECEIPTS/REVERSALS    (ADPAYOUT, PAYMIN LAYOUT  *
      *                                      WITH HDR/TRL CONTROLS)   *
      *               AUTO-DEBIT REGISTER   (ADRPT)                   *
      *               AUTO-DEBIT HISTORY    (ADHIST, EXTENDED)        *
      *               MANDATE FILE          (ADMANDT, REWRITTEN)      *
      *               AUDIT TRAIL           (AUDITOUT, EXTENDED)      *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                                *
      * RETURN CODES: 0  DEBITS AND RETURNS ALL PROCESSED             *
      *               4  A RETURN WAS REJECTED, AN ENROLLED CUSTOMER  *
      *                  WAS SKIPPED, OR TONIGHT'S DEBITS WERE        *
      *                  ALREADY SENT                                 *
      *               12 THE DEBIT FILE DOES NOT PROVE TO THE         *
      *                  RECEIPTS - NOTHING MAY BE SENT               *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   ADMANDT  - AUTO-DEBIT MANDATE RECORD (100 BYTES)            *
      *   ADCTLCRD - AUTO-DEBIT CONTROL CARD (80 BYTES)               *
      *   ADBANK   - AUTO-DEBIT BANK FILE RECORDS (94 BYTES)          *
      *   ADRETURN - AUTO-DEBIT BANK RETURN RECORD (80 BYTES)         *
      *   ADHIST   - AUTO-DEBIT HISTORY RECORD (80 BYTES)             *
      *   OPENITEM - A/R OPEN-ITEM LEDGER RECORD (80 BYTES)           *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   PAYMREC  - PAYMENT RECORD (50 BYTES)                        *
      *   PAYCTL   - PAYMENT FILE HDR/TRL CONTROL RECORD (50 BYTES)   *
      *   AUDITREC - AUDIT TRAIL RECORD (160 BYTES)                   *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHGEN.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE    ASSIGN TO ADCTLCRD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.

      *    MANDATE FILE - LOADED IN KEY ORDER AT STARTUP AND
      *    REWRITTEN AT THE END FOR THE MANDATES THIS RUN CHANGED
           SELECT MANDATE-FILE    ASSIGN TO ADMANDT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ADM-CUST-ID
                  FILE STATUS  IS WS-MANDATE-STATUS.

           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

      *    AUTO-DEBIT HISTORY - READ IN FULL AT STARTUP, THEN
      *    EXTENDED WITH THIS RUN'S DEBITS AND RETURNS
           SELECT HISTORY-FILE    ASSIGN TO ADHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HISTORY-STATUS.

           SELECT RETURN-FILE     ASSIGN TO ADRETURN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RETURN-STATUS.

           SELECT BANK-FILE       ASSIGN TO ADBANKOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BANK-STATUS.

      *    RECEIPTS AND REVERSALS IN CASHAPP'S OWN PAYMIN LAYOUT,
      *    HDR AND TRL INCLUDED, READY TO POST AS THEY STAND
           SELECT PAYMENT-FILE    ASSIGN TO ADPAYOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PAYMENT-STATUS.

           SELECT REPORT-FILE     ASSIGN TO ADRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE DEBITS AND DECIDES WHAT
      *    HAS COME DUE. A MISSING FILE FALLS BACK TO THE SYSTEM
      *    CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ADCTLCRD.

       FD  MANDATE-FILE
           RECORDING MODE IS F.
           COPY ADMANDT.

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ADHIST.

       FD  RETURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ADRETURN.

       FD  BANK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY ADBANK.

       FD  PAYMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PAYMREC.
       COPY PAYCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY AUDITREC.

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
           05  WS-CONTROL-STATUS        PIC XX VALUE SPACES.
           05  WS-MANDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-HISTORY-STATUS        PIC XX VALUE SPACES.
           05  WS-RETURN-STATUS         PIC XX VALUE SPACES.
           05  WS-BANK-STATUS           PIC XX VALUE SPACES.
           05  WS-PAYMENT-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-MANDATE-EOF-SW        PIC X VALUE 'N'.
               88  MANDATE-EOF                  VALUE 'Y'.
           05  WS-ITEM-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-HISTORY-EOF-SW        PIC X VALUE 'N'.
               88  HISTORY-EOF                  VALUE 'Y'.
           05  WS-RETURN-EOF-SW         PIC X VALUE 'N'.
               88  RETURN-EOF                   VALUE 'Y'.
           05  WS-RETURNS-PRESENT-SW    PIC X VALUE 'N'.
               88  RETURNS-PRESENT              VALUE 'Y'.
           05  WS-MANDATE-FOUND-SW      PIC X VALUE 'N'.
               88  MANDATE-FOUND                VALUE 'Y'.
           05  WS-ITEM-FOUND-SW         PIC X VALUE 'N'.
               88  ITEM-FOUND                   VALUE 'Y'.
           05  WS-TRACE-FOUND-SW        PIC X VALUE 'N'.
               88  TRACE-FOUND                  VALUE 'Y'.
           05  WS-BATCH-SENT-SW         PIC X VALUE 'N'.
               88  BATCH-ALREADY-SENT           VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE ORIGINATOR CARD, AND TONIGHT'S DEPOSIT/BATCH NUMBER        *
      *---------------------------------------------------------------*
       01  WS-ORIGINATOR-FIELDS.
           05  WS-ORIGIN-BANK-ID        PIC X(9)  VALUE SPACES.
           05  WS-COMPANY-ID            PIC X(10) VALUE SPACES.
           05  WS-COMPANY-NAME          PIC X(16) VALUE SPACES.
           05  WS-NSF-LIMIT             PIC 9(2)  VALUE 2.
           05  WS-BATCH-NO              PIC 9(6)  VALUE ZERO.
           05  WS-BATCH-QUOT            PIC 9(7)  VALUE ZERO.
           05  WS-BATCH-DAY             PIC 9(5)  VALUE ZERO.
           05  WS-NEXT-TRACE-SEQ        PIC 9(6)  VALUE ZERO.

      *---------------------------------------------------------------*
      * DATE ARITHMETIC - DASHES ARE STRIPPED BEFORE FUNCTION          *
      * INTEGER-OF-DATE CAN USE A DATE, THE SAME AS DUNNING            *
      *---------------------------------------------------------------*
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE-NUM          PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE-INT          PIC 9(7) VALUE ZERO.
           05  WS-WORK-DATE-NUM         PIC 9(8) VALUE ZERO.
           05  WS-DAYS-PAST-DUE         PIC S9(7) VALUE ZERO.
           05  WS-DAYS-SINCE-DEBIT      PIC S9(7) VALUE ZERO.
           05  WS-TRACE-WINDOW-DAYS     PIC 9(3) VALUE 90.

      *---------------------------------------------------------------*
      * EVERY MANDATE ON FILE, WITH THE CUSTOMER'S NAME, TERMS, AND    *
      * STATUS OFF THE EXTRACT, AND WHAT THIS RUN DID TO IT            *
      *---------------------------------------------------------------*
       01  WS-MANDATE-TABLE.
           05  WS-MND-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-MND-IDX.
               10  WS-MND-CUST-TBL      PIC 9(6).
               10  WS-MND-ROUTING-TBL   PIC X(9).
               10  WS-MND-ACCOUNT-TBL   PIC X(17).
               10  WS-MND-ACCT-TYPE-TBL PIC X(1).
               10  WS-MND-STATUS-TBL    PIC X(1).
                   88  MND-ACTIVE               VALUE 'A'.
               10  WS-MND-NSF-TBL       PIC 9(2).
               10  WS-MND-ON-FILE-TBL   PIC X(1).
                   88  MND-CUST-ON-FILE         VALUE 'Y'.
               10  WS-MND-CUST-STAT-TBL PIC X(1).
               10  WS-MND-NAME-TBL      PIC X(30).
               10  WS-MND-TERMS-TBL     PIC 9(3).
               10  WS-MND-ELIGIBLE-TBL  PIC X(1).
                   88  MND-ELIGIBLE             VALUE 'Y'.
               10  WS-MND-DUE-TBL       PIC 9(8)V99.
               10  WS-MND-ITEMS-TBL     PIC 9(5).
               10  WS-MND-TRACE-TBL     PIC 9(6).
               10  WS-MND-CHANGED-TBL   PIC X(1).
                   88  MND-CHANGED              VALUE 'Y'.
               10  WS-MND-DEBITED-TBL   PIC X(1).
                   88  MND-DEBITED              VALUE 'Y'.
               10  WS-MND-RET-CODE-TBL  PIC X(3).

       01  WS-MANDATE-TABLE-FIELDS.
           05  WS-MND-TABLE-MAX         PIC 9(05) VALUE 2000.
           05  WS-MND-TABLE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-MND-SUB               PIC 9(05) VALUE ZERO.
           05  WS-MND-FOUND-SUB         PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CUST-ID        PIC 9(6)  VALUE ZERO.

      *---------------------------------------------------------------*
      * STILL-OPEN ITEMS OF ENROLLED CUSTOMERS. STATE ' ' IS FREE TO   *
      * DEBIT, 'D' WAS DEBITED BY AN EARLIER RUN, 'S' IS ON TONIGHT'S  *
      * DEBIT                                                          *
      *---------------------------------------------------------------*
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-ITEM-IDX.
               10  WS-ITEM-SEQ-TBL      PIC 9(8).
               10  WS-ITEM-CUST-TBL     PIC 9(6).
               10  WS-ITEM-DATE-TBL     PIC X(10).
               10  WS-ITEM-OPEN-TBL     PIC 9(8)V99.
               10  WS-ITEM-MND-TBL      PIC 9(5).
               10  WS-ITEM-STATE-TBL    PIC X(1).
                   88  ITEM-FREE                VALUE ' '.
                   88  ITEM-DEBITED-BEFORE      VALUE 'D'.
                   88  ITEM-SELECTED            VALUE 'S'.

       01  WS-ITEM-TABLE-FIELDS.
           05  WS-ITEM-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-ITEM-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-ITEM-SUB              PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-ITEM-SEQ       PIC 9(8)  VALUE ZERO.

      *---------------------------------------------------------------*
      * DEBITS SENT IN THE LAST WS-TRACE-WINDOW-DAYS DAYS, ONE ENTRY   *
      * PER TRACE NUMBER - WHAT A BANK RETURN IS PROVED AGAINST.       *
      * STATE ' ' OUTSTANDING, 'R' RETURNED ON AN EARLIER RUN, 'T'     *
      * RETURNED TONIGHT                                               *
      *---------------------------------------------------------------*
       01  WS-TRACE-TABLE.
           05  WS-TRC-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-TRC-IDX.
               10  WS-TRC-NO-TBL.
                   15  WS-TRC-BATCH-TBL PIC 9(6).
                   15  WS-TRC-SEQ-TBL   PIC 9(6).
               10  WS-TRC-CUST-TBL      PIC 9(6).
               10  WS-TRC-AMT-TBL       PIC 9(8)V99.
               10  WS-TRC-DATE-TBL      PIC X(10).
               10  WS-TRC-STATE-TBL     PIC X(1).
                   88  TRC-OUTSTANDING          VALUE ' '.
                   88  TRC-RETURNED-TONIGHT     VALUE 'T'.
               10  WS-TRC-RET-CODE-TBL  PIC X(3).

       01  WS-TRACE-TABLE-FIELDS.
           05  WS-TRC-TABLE-MAX         PIC 9(05) VALUE 5000.
           05  WS-TRC-TABLE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-TRC-SUB               PIC 9(05) VALUE ZERO.
           05  WS-TRC-FOUND-SUB         PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-TRACE-NO       PIC X(12) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-MANDATES-READ         PIC 9(7) VALUE ZERO.
           05  WS-ITEMS-LOADED          PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-READ          PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-READ          PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-ACCEPTED      PIC 9(7) VALUE ZERO.
           05  WS-RETURNS-AMT           PIC 9(12)V99 VALUE ZERO.
           05  WS-RETURNS-REJECTED      PIC 9(7) VALUE ZERO.
           05  WS-MANDATES-DROPPED      PIC 9(7) VALUE ZERO.
           05  WS-MANDATES-SKIPPED      PIC 9(7) VALUE ZERO.
           05  WS-DEBITS-SENT           PIC 9(7) VALUE ZERO.
           05  WS-DEBITS-AMT            PIC 9(12)V99 VALUE ZERO.
           05  WS-ITEMS-DEBITED         PIC 9(7) VALUE ZERO.
           05  WS-RECEIPTS-WRITTEN      PIC 9(7) VALUE ZERO.
           05  WS-RECEIPTS-AMT          PIC 9(12)V99 VALUE ZERO.
           05  WS-PAY-RECORD-COUNT      PIC 9(8) VALUE ZERO.
           05  WS-PAY-AMOUNT-HASH       PIC 9(13)V99 VALUE ZERO.
           05  WS-ROUTING-HASH-SUM      PIC 9(15) VALUE ZERO.
           05  WS-ROUTING-HASH-QUOT     PIC 9(5) VALUE ZERO.
           05  WS-ROUTING-HASH          PIC 9(10) VALUE ZERO.
           05  WS-ROUTING-PREFIX        PIC 9(8) VALUE ZERO.
           05  WS-HISTORY-WRITTEN       PIC 9(7) VALUE ZERO.
           05  WS-MANDATES-REWRITTEN    PIC 9(7) VALUE ZERO.

       01  WS-RETURN-REJECT-REASON      PIC X(24) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99.
           05  WS-AMT-DISPLAY-2         PIC $$$,$$$,$$$,$$9.99.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * REGISTER LINES                                                 *
      *---------------------------------------------------------------*
       01  WS-DEBIT-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'TRACE NO       CUST    NAME             '.
           05  FILLER                   PIC X(40) VALUE
               '              ITEMS          AMOUNT  ACC'.
           05  FILLER                   PIC X(10) VALUE
               'OUNT'.

       01  WS-DEBIT-DETAIL.
           05  DBD-TRACE-BATCH          PIC 9(6).
           05  FILLER                   PIC X(1)  VALUE '-'.
           05  DBD-TRACE-SEQ            PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DBD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DBD-CUST-NAME            PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DBD-ITEMS                PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DBD-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DBD-ACCOUNT              PIC X(8).

       01  WS-RETURN-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'TRACE NO       CUST    CODE         AMOU'.
           05  FILLER                   PIC X(40) VALUE
               'NT  NSF  MANDATE                        '.

       01  WS-RETURN-DETAIL.
           05  RTD-TRACE-BATCH          PIC 9(6).
           05  FILLER                   PIC X(1)  VALUE '-'.
           05  RTD-TRACE-SEQ            PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RTD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RTD-RETURN-CODE          PIC X(3).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RTD-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RTD-NSF-COUNT            PIC Z9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RTD-MANDATE              PIC X(30).

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE

           IF RETURNS-PRESENT
               PERFORM 2000-PROCESS-RETURNS
           END-IF

           IF BATCH-ALREADY-SENT
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING '*** DEBIT BATCH ' WS-BATCH-NO
                      ' FOR ' WS-BUSINESS-DATE
                      ' IS ALREADY ON THE HISTORY - NO DEBITS SENT'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               PERFORM 3000-BUILD-DEBITS
           END-IF

           PERFORM 4000-WRITE-TRAILERS
           PERFORM 4100-PROVE-REGISTER
           PERFORM 4500-APPEND-HISTORY
           PERFORM 4600-REWRITE-MANDATES
           PERFORM 8000-FINALIZE
           PERFORM 8100-SET-RETURN-CODE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE CARD, THE MANDATES, THE CUSTOMERS, THE    *
      * OPEN ITEMS, AND THE HISTORY ARE ALL LOADED BEFORE ANY OUTPUT   *
      * IS OPENED                                                      *
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
           MOVE WS-BUSDATE-YYYYMMDD         TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

      *    TONIGHT'S DEPOSIT/BATCH NUMBER - '9' AND THE LOW FIVE
      *    DIGITS OF THE DAY NUMBER, UNIQUE TO THE BUSINESS DATE
           DIVIDE WS-RUN-DATE-INT BY 100000 GIVING WS-BATCH-QUOT
                  REMAINDER WS-BATCH-DAY
           COMPUTE WS-BATCH-NO = 900000 + WS-BATCH-DAY

           PERFORM 1100-LOAD-CONTROL-CARD
           PERFORM 1200-LOAD-MANDATES
           PERFORM 1300-LOAD-CUSTOMERS
           PERFORM 1400-LOAD-OPEN-ITEMS
           PERFORM 1500-LOAD-HISTORY

           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS = '00'
               MOVE 'Y'                     TO WS-RETURNS-PRESENT-SW
           ELSE
               IF WS-RETURN-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: RETURN-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-RETURN-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           PERFORM 1700-OPEN-OUTPUTS.

      *---------------------------------------------------------------*
      * THE ORIGINATOR CARD IS REQUIRED - THE BANK REJECTS A DEBIT     *
      * FILE IT CANNOT TIE TO AN ORIGINATOR                            *
      *---------------------------------------------------------------*
       1100-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO AUTO-DEBIT-CONTROL-CARD
           END-READ
           MOVE ADCC-ORIGIN-BANK-ID         TO WS-ORIGIN-BANK-ID
           MOVE ADCC-COMPANY-ID             TO WS-COMPANY-ID
           MOVE ADCC-COMPANY-NAME           TO WS-COMPANY-NAME
           IF ADCC-NSF-LIMIT NUMERIC AND ADCC-NSF-LIMIT > ZERO
               MOVE ADCC-NSF-LIMIT          TO WS-NSF-LIMIT
           END-IF
           CLOSE CONTROL-FILE
           IF WS-ORIGIN-BANK-ID = SPACES OR WS-COMPANY-ID = SPACES
               MOVE 'ADCTLCRD CARD HAS NO ORIGIN BANK OR COMPANY ID'
                                            TO WS-ABEND-MSG(1:46)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD EVERY MANDATE IN KEY ORDER. THE FILE STAYS OPEN I-O FOR   *
      * THE REWRITES AT THE END. BOOTSTRAPPED EMPTY ON THE FIRST RUN,  *
      * THE SAME WAY ACHMNT BOOTSTRAPS IT.                             *
      *---------------------------------------------------------------*
       1200-LOAD-MANDATES.
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = '35'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           IF WS-MANDATE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: MANDATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE ZERO              TO ADM-CUST-ID OF AUTO-DEBIT-MANDATE
           START MANDATE-FILE KEY NOT < ADM-CUST-ID
               INVALID KEY
                   MOVE 'Y'                 TO WS-MANDATE-EOF-SW
           END-START
           IF NOT MANDATE-EOF
               PERFORM 1250-READ-MANDATE-NEXT
               PERFORM 1220-LOAD-ONE-MANDATE UNTIL MANDATE-EOF
           END-IF.

       1220-LOAD-ONE-MANDATE.
           ADD 1                            TO WS-MANDATES-READ
           IF WS-MND-TABLE-COUNT >= WS-MND-TABLE-MAX
               MOVE 'MANDATE TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:37)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-MND-TABLE-COUNT
           SET WS-MND-IDX                   TO WS-MND-TABLE-COUNT
           MOVE SPACES                  TO WS-MND-ENTRY (WS-MND-IDX)
           MOVE ADM-CUST-ID OF AUTO-DEBIT-MANDATE
                                     TO WS-MND-CUST-TBL (WS-MND-IDX)
           MOVE ADM-ROUTING-NO OF AUTO-DEBIT-MANDATE
                                     TO WS-MND-ROUTING-TBL (WS-MND-IDX)
           MOVE ADM-ACCOUNT-NO OF AUTO-DEBIT-MANDATE
                                     TO WS-MND-ACCOUNT-TBL (WS-MND-IDX)
           MOVE ADM-ACCOUNT-TYPE OF AUTO-DEBIT-MANDATE
                                   TO WS-MND-ACCT-TYPE-TBL (WS-MND-IDX)
           MOVE ADM-STATUS OF AUTO-DEBIT-MANDATE
                                     TO WS-MND-STATUS-TBL (WS-MND-IDX)
           IF ADM-NSF-COUNT OF AUTO-DEBIT-MANDATE NUMERIC
               MOVE ADM-NSF-COUNT OF AUTO-DEBIT-MANDATE
                                     TO WS-MND-NSF-TBL (WS-MND-IDX)
           ELSE
               MOVE ZERO             TO WS-MND-NSF-TBL (WS-MND-IDX)
           END-IF
           MOVE 30                   TO WS-MND-TERMS-TBL (WS-MND-IDX)
           MOVE ZERO                 TO WS-MND-DUE-TBL (WS-MND-IDX)
                                        WS-MND-ITEMS-TBL (WS-MND-IDX)
                                        WS-MND-TRACE-TBL (WS-MND-IDX)
           MOVE 'N'                  TO WS-MND-ON-FILE-TBL (WS-MND-IDX)
                                        WS-MND-ELIGIBLE-TBL (WS-MND-IDX)
                                        WS-MND-CHANGED-TBL (WS-MND-IDX)
                                        WS-MND-DEBITED-TBL (WS-MND-IDX)
           PERFORM 1250-READ-MANDATE-NEXT.

       1250-READ-MANDATE-NEXT.
           READ MANDATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-MANDATE-EOF-SW
           END-READ
           IF WS-MANDATE-STATUS NOT = '00'
          AND WS-MANDATE-STATUS NOT = '10'
               MOVE 'READ ERROR: MANDATE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * PICK UP NAME, TERMS, AND STATUS FOR EVERY ENROLLED CUSTOMER    *
      * OFF THE EXTRACT. THE TERMS DAYS ARE DUNNING'S: N10, N45, N60,  *
      * COD AS NAMED, ANYTHING ELSE NET 30.                            *
      *---------------------------------------------------------------*
       1300-LOAD-CUSTOMERS.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1350-READ-CUST-RECORD
           PERFORM 1320-MATCH-ONE-CUSTOMER UNTIL CUST-EOF
           CLOSE CUST-FILE

      *    AN ACTIVE MANDATE IS DEBITED ONLY FOR A CUSTOMER STILL ON
      *    THE EXTRACT AND NEITHER INACTIVE NOR MERGED AWAY
           MOVE 1                           TO WS-MND-SUB
           PERFORM 1380-SET-ELIGIBILITY
               UNTIL WS-MND-SUB > WS-MND-TABLE-COUNT.

       1320-MATCH-ONE-CUSTOMER.
           MOVE CUST-ID OF CUST-IN-REC      TO WS-SEARCH-CUST-ID
           PERFORM 5000-FIND-MANDATE
           IF MANDATE-FOUND
               MOVE 'Y'         TO WS-MND-ON-FILE-TBL (WS-MND-FOUND-SUB)
               MOVE CUST-STATUS OF CUST-IN-REC
                              TO WS-MND-CUST-STAT-TBL (WS-MND-FOUND-SUB)
               MOVE CUST-NAME OF CUST-IN-REC
                                  TO WS-MND-NAME-TBL (WS-MND-FOUND-SUB)
               EVALUATE CUST-PAYMENT-TERMS OF CUST-IN-REC
                   WHEN 'N10'
                       MOVE 10 TO WS-MND-TERMS-TBL (WS-MND-FOUND-SUB)
                   WHEN 'N45'
                       MOVE 45 TO WS-MND-TERMS-TBL (WS-MND-FOUND-SUB)
                   WHEN 'N60'
                       MOVE 60 TO WS-MND-TERMS-TBL (WS-MND-FOUND-SUB)
                   WHEN 'COD'
                       MOVE ZERO
                               TO WS-MND-TERMS-TBL (WS-MND-FOUND-SUB)
                   WHEN OTHER
                       MOVE 30 TO WS-MND-TERMS-TBL (WS-MND-FOUND-SUB)
               END-EVALUATE
           END-IF
           PERFORM 1350-READ-CUST-RECORD.

       1350-READ-CUST-RECORD.
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

       1380-SET-ELIGIBILITY.
           IF MND-ACTIVE (WS-MND-SUB)
               IF MND-CUST-ON-FILE (WS-MND-SUB)
              AND WS-MND-CUST-STAT-TBL (WS-MND-SUB) NOT = 'I'
              AND WS-MND-CUST-STAT-TBL (WS-MND-SUB) NOT = 'M'
              AND WS-MND-ROUTING-TBL (WS-MND-SUB) NUMERIC
                   MOVE 'Y'         TO WS-MND-ELIGIBLE-TBL (WS-MND-SUB)
               ELSE
                   ADD 1                    TO WS-MANDATES-SKIPPED
               END-IF
           END-IF
           ADD 1                            TO WS-MND-SUB.

      *---------------------------------------------------------------*
      * LOAD EVERY STILL-OPEN LEDGER ITEM OF AN ELIGIBLE MANDATE. A    *
      * MISSING LEDGER (STATUS 35) LEAVES NOTHING TO DEBIT, THE SAME   *
      * TOLERANCE ARAGING EXTENDS.                                     *
      *---------------------------------------------------------------*
       1400-LOAD-OPEN-ITEMS.
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
                   PERFORM 1450-READ-ITEM-NEXT
                   PERFORM 1420-LOAD-ONE-ITEM UNTIL ITEM-SCAN-EOF
               END-IF
               CLOSE OPENITEM-FILE
           END-IF.

       1420-LOAD-ONE-ITEM.
           IF OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               MOVE OI-CUST-ID              TO WS-SEARCH-CUST-ID
               PERFORM 5000-FIND-MANDATE
               IF MANDATE-FOUND
                   IF MND-ELIGIBLE (WS-MND-FOUND-SUB)
                       PERFORM 1430-ADD-ITEM-TO-TABLE
                   END-IF
               END-IF
           END-IF
           PERFORM 1450-READ-ITEM-NEXT.

       1430-ADD-ITEM-TO-TABLE.
           IF WS-ITEM-TABLE-COUNT >= WS-ITEM-TABLE-MAX
               MOVE 'OPEN ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:42)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-ITEM-TABLE-COUNT
           ADD 1                            TO WS-ITEMS-LOADED
           SET WS-ITEM-IDX                  TO WS-ITEM-TABLE-COUNT
           MOVE OI-ITEM-SEQ         TO WS-ITEM-SEQ-TBL (WS-ITEM-IDX)
           MOVE OI-CUST-ID          TO WS-ITEM-CUST-TBL (WS-ITEM-IDX)
           MOVE OI-ITEM-DATE        TO WS-ITEM-DATE-TBL (WS-ITEM-IDX)
           MOVE OI-OPEN-AMOUNT      TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
           MOVE WS-MND-FOUND-SUB    TO WS-ITEM-MND-TBL (WS-ITEM-IDX)
           MOVE SPACE               TO WS-ITEM-STATE-TBL (WS-ITEM-IDX).

       1450-READ-ITEM-NEXT.
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
      * LOAD THE AUTO-DEBIT HISTORY. A 'D' EVENT MARKS ITS ITEM AS     *
      * ALREADY DEBITED AND, INSIDE THE RETURN WINDOW, ADDS TO ITS     *
      * TRACE; AN 'R' EVENT MARKS ITS TRACE RETURNED. NO FILE (STATUS  *
      * 35) IS THE FIRST RUN.                                          *
      *---------------------------------------------------------------*
       1500-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM 1510-READ-HISTORY
               PERFORM 1520-LOAD-ONE-HISTORY UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-HISTORY-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1510-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ
           IF NOT HISTORY-EOF AND WS-HISTORY-STATUS NOT = '00'
               MOVE 'READ ERROR: HISTORY-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1520-LOAD-ONE-HISTORY.
           EVALUATE TRUE
               WHEN ADH-ITEM-DEBITED
                   IF ADH-TRACE-BATCH = WS-BATCH-NO
                       MOVE 'Y'             TO WS-BATCH-SENT-SW
                   END-IF
                   MOVE ADH-ITEM-SEQ        TO WS-SEARCH-ITEM-SEQ
                   PERFORM 5100-FIND-ITEM
                   IF ITEM-FOUND
                       MOVE 'D'      TO WS-ITEM-STATE-TBL (WS-ITEM-SUB)
                   END-IF
                   PERFORM 1530-ADD-TO-TRACE
               WHEN ADH-DEBIT-RETURNED
                   MOVE ADH-TRACE-NO        TO WS-SEARCH-TRACE-NO
                   PERFORM 5200-FIND-TRACE
                   IF TRACE-FOUND
                       MOVE 'R'  TO WS-TRC-STATE-TBL (WS-TRC-FOUND-SUB)
                       MOVE ADH-RETURN-CODE
                              TO WS-TRC-RET-CODE-TBL (WS-TRC-FOUND-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1510-READ-HISTORY.

      *    THE 'D' EVENTS OF ONE DEBIT ARE WRITTEN TOGETHER, SO A
      *    TRACE THAT MATCHES THE LAST ENTRY ADDED IS STILL BUILDING
       1530-ADD-TO-TRACE.
           IF ADH-EVENT-DATE(1:4) NUMERIC
          AND ADH-EVENT-DATE(6:2) NUMERIC
          AND ADH-EVENT-DATE(9:2) NUMERIC
               MOVE ADH-EVENT-DATE(1:4)     TO WS-WORK-DATE-NUM(1:4)
               MOVE ADH-EVENT-DATE(6:2)     TO WS-WORK-DATE-NUM(5:2)
               MOVE ADH-EVENT-DATE(9:2)     TO WS-WORK-DATE-NUM(7:2)
               COMPUTE WS-DAYS-SINCE-DEBIT =
                       WS-RUN-DATE-INT
                     - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           ELSE
               MOVE 999                     TO WS-DAYS-SINCE-DEBIT
           END-IF

           IF WS-DAYS-SINCE-DEBIT NOT > WS-TRACE-WINDOW-DAYS
               IF WS-TRC-TABLE-COUNT > ZERO
                   SET WS-TRC-IDX           TO WS-TRC-TABLE-COUNT
               END-IF
               IF WS-TRC-TABLE-COUNT > ZERO
              AND WS-TRC-NO-TBL (WS-TRC-IDX) = ADH-TRACE-NO
                   ADD ADH-AMOUNT       TO WS-TRC-AMT-TBL (WS-TRC-IDX)
               ELSE
                   IF WS-TRC-TABLE-COUNT >= WS-TRC-TABLE-MAX
                       MOVE 'DEBIT TRACE TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:41)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-TRC-TABLE-COUNT
                   SET WS-TRC-IDX           TO WS-TRC-TABLE-COUNT
                   MOVE ADH-TRACE-NO    TO WS-TRC-NO-TBL (WS-TRC-IDX)
                   MOVE ADH-CUST-ID     TO WS-TRC-CUST-TBL (WS-TRC-IDX)
                   MOVE ADH-AMOUNT      TO WS-TRC-AMT-TBL (WS-TRC-IDX)
                   MOVE ADH-EVENT-DATE  TO WS-TRC-DATE-TBL (WS-TRC-IDX)
                   MOVE SPACE          TO WS-TRC-STATE-TBL (WS-TRC-IDX)
                   MOVE SPACES      TO WS-TRC-RET-CODE-TBL (WS-TRC-IDX)
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * OPEN THE OUTPUTS AND START THE BANK FILE, THE RECEIPT FILE,    *
      * AND THE REGISTER                                               *
      *---------------------------------------------------------------*
       1700-OPEN-OUTPUTS.
           OPEN OUTPUT BANK-FILE
           IF WS-BANK-STATUS NOT = '00'
               MOVE 'OPEN FAILED: BANK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-BANK-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PAYMENT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PAYMENT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
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

           MOVE SPACES                      TO AUTO-DEBIT-CONTROL
           MOVE 'HDR'                       TO ADBC-RECORD-TYPE
           MOVE WS-ORIGIN-BANK-ID           TO ADBC-ORIGIN-BANK-ID
           MOVE WS-COMPANY-ID               TO ADBC-COMPANY-ID
           MOVE WS-COMPANY-NAME             TO ADBC-COMPANY-NAME
           MOVE WS-BUSDATE-YYYYMMDD         TO ADBC-FILE-DATE
           MOVE WS-BATCH-NO                 TO ADBC-BATCH-NO
           MOVE ZERO                        TO ADBC-ENTRY-COUNT
                                               ADBC-DEBIT-TOTAL
                                               ADBC-ENTRY-HASH
           WRITE AUTO-DEBIT-CONTROL
           PERFORM 9200-CHECK-BANK-WRITE

           MOVE SPACES                      TO PAY-CONTROL-RECORD
           MOVE 'HDR'                       TO PCTL-RECORD-TYPE
           MOVE WS-BUSINESS-DATE            TO PCTL-DEPOSIT-DATE
           MOVE ZERO                        TO PCTL-RECEIPT-COUNT
                                               PCTL-AMOUNT-HASH
           WRITE PAY-CONTROL-RECORD
           PERFORM 9300-CHECK-PAYMENT-WRITE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'AUTO-DEBIT REGISTER - ORIGINATOR '
                  WS-COMPANY-ID ' ' WS-COMPANY-NAME
                  '  BATCH ' WS-BATCH-NO
                  '  BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * BANK RETURNS - EACH MUST NAME A DEBIT WE SENT INSIDE THE       *
      * RETURN WINDOW, NOT YET RETURNED, FOR THE CUSTOMER AND AMOUNT   *
      * IT WAS SENT FOR. A REJECT IS LISTED FOR THE CASH DESK AND      *
      * REVERSES NOTHING.                                              *
      *---------------------------------------------------------------*
       2000-PROCESS-RETURNS.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'DEBITS RETURNED BY THE BANK (REVERSED TO CASHAPP)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-RETURN-HEADER            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 2010-READ-RETURN
           PERFORM 2100-APPLY-ONE-RETURN UNTIL RETURN-EOF
           CLOSE RETURN-FILE.

       2010-READ-RETURN.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-RETURN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
           END-READ
           IF NOT RETURN-EOF AND WS-RETURN-STATUS NOT = '00'
               MOVE 'READ ERROR: RETURN-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RETURN-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2100-APPLY-ONE-RETURN.
           MOVE SPACES                      TO WS-RETURN-REJECT-REASON
           MOVE 'N'                         TO WS-TRACE-FOUND-SW
           EVALUATE TRUE
               WHEN ADR-TRACE-NO NOT NUMERIC
                   MOVE 'INVALID TRACE NUMBER'
                                            TO WS-RETURN-REJECT-REASON
               WHEN ADR-AMOUNT NOT NUMERIC OR ADR-AMOUNT = ZERO
                   MOVE 'INVALID AMOUNT'    TO WS-RETURN-REJECT-REASON
               WHEN ADR-RETURN-CODE = SPACES
                   MOVE 'NO RETURN CODE'    TO WS-RETURN-REJECT-REASON
               WHEN OTHER
                   MOVE ADR-TRACE-NO        TO WS-SEARCH-TRACE-NO
                   PERFORM 5200-FIND-TRACE
                   EVALUATE TRUE
                       WHEN NOT TRACE-FOUND
                           MOVE 'DEBIT NOT ON HISTORY'
                                            TO WS-RETURN-REJECT-REASON
                       WHEN NOT TRC-OUTSTANDING (WS-TRC-FOUND-SUB)
                           MOVE 'ALREADY RETURNED'
                                            TO WS-RETURN-REJECT-REASON
                       WHEN ADR-CUST-ID NOT =
                                WS-TRC-CUST-TBL (WS-TRC-FOUND-SUB)
                           MOVE 'CUSTOMER NOT AS DEBITED'
                                            TO WS-RETURN-REJECT-REASON
                       WHEN ADR-AMOUNT NOT =
                                WS-TRC-AMT-TBL (WS-TRC-FOUND-SUB)
                           MOVE 'AMOUNT NOT AS DEBITED'
                                            TO WS-RETURN-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE

           IF WS-RETURN-REJECT-REASON = SPACES
               PERFORM 2200-REVERSE-RETURNED-DEBIT
           ELSE
               ADD 1                        TO WS-RETURNS-REJECTED
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE ADR-AMOUNT              TO WS-AMT-DISPLAY
               STRING '*** REJECTED  TRACE ' ADR-TRACE-NO
                      '  CUST ' ADR-CUST-ID
                      '  CODE ' ADR-RETURN-CODE
                      '  AMOUNT ' WS-AMT-DISPLAY
                      '  - ' WS-RETURN-REJECT-REASON
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           PERFORM 2010-READ-RETURN.

      *---------------------------------------------------------------*
      * A 'V' REVERSAL UNDER THE DEBIT'S OWN DEPOSIT NUMBER, THE SAME  *
      * NUMBER THE BANK STATEMENT CARRIES ON THE RETURN, THEN THE      *
      * MANDATE'S RETURN COUNT                                         *
      *---------------------------------------------------------------*
       2200-REVERSE-RETURNED-DEBIT.
           MOVE SPACES                      TO PAYMENT-RECORD
           MOVE WS-BUSINESS-DATE            TO PAY-DATE
           MOVE ADR-CUST-ID                 TO PAY-CUST-ID
           MOVE ADR-AMOUNT                  TO PAY-AMOUNT
           MOVE 'ACH'                       TO PAY-METHOD
           MOVE ADR-TRACE-BATCH             TO PAY-DEPOSIT-NO
           MOVE 'V'                         TO PAY-TRANS-TYPE
           MOVE 'ACHGEN'                    TO PAY-OPERATOR-ID
           WRITE PAYMENT-RECORD
           PERFORM 9300-CHECK-PAYMENT-WRITE
           ADD 1                            TO WS-PAY-RECORD-COUNT
           ADD ADR-AMOUNT                   TO WS-PAY-AMOUNT-HASH
           ADD 1                            TO WS-RETURNS-ACCEPTED
           ADD ADR-AMOUNT                   TO WS-RETURNS-AMT

           MOVE 'T'             TO WS-TRC-STATE-TBL (WS-TRC-FOUND-SUB)
           MOVE ADR-RETURN-CODE
                              TO WS-TRC-RET-CODE-TBL (WS-TRC-FOUND-SUB)

           MOVE ADR-TRACE-BATCH             TO RTD-TRACE-BATCH
           MOVE ADR-TRACE-SEQ               TO RTD-TRACE-SEQ
           MOVE ADR-CUST-ID                 TO RTD-CUST-ID
           MOVE ADR-RETURN-CODE             TO RTD-RETURN-CODE
           MOVE ADR-AMOUNT                  TO RTD-AMOUNT
           MOVE ZERO                        TO RTD-NSF-COUNT

           MOVE ADR-CUST-ID                 TO WS-SEARCH-CUST-ID
           PERFORM 5000-FIND-MANDATE
           IF NOT MANDATE-FOUND
               MOVE 'NO MANDATE ON FILE'    TO RTD-MANDATE
           ELSE
               MOVE 'Y'        TO WS-MND-CHANGED-TBL (WS-MND-FOUND-SUB)
               MOVE ADR-RETURN-CODE
                              TO WS-MND-RET-CODE-TBL (WS-MND-FOUND-SUB)
               IF ADR-NSF-RETURN
                   ADD 1            TO WS-MND-NSF-TBL (WS-MND-FOUND-SUB)
               END-IF
               MOVE WS-MND-NSF-TBL (WS-MND-FOUND-SUB) TO RTD-NSF-COUNT
               IF NOT MND-ACTIVE (WS-MND-FOUND-SUB)
                   MOVE 'NOT ACTIVE - NO CHANGE' TO RTD-MANDATE
               ELSE
                   IF NOT ADR-NSF-RETURN
                  OR WS-MND-NSF-TBL (WS-MND-FOUND-SUB) >= WS-NSF-LIMIT
                       PERFORM 2300-DROP-MANDATE
                       MOVE 'DROPPED FROM AUTO-DEBIT' TO RTD-MANDATE
                   ELSE
                       MOVE 'STAYS ENROLLED'    TO RTD-MANDATE
                   END-IF
               END-IF
           END-IF

           MOVE WS-RETURN-DETAIL            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *    THE DROP IS AUDITED UNDER THE SAME 'E' TYPE ACHMNT'S
      *    STATUS CHANGES USE
       2300-DROP-MANDATE.
           MOVE 'D'             TO WS-MND-STATUS-TBL (WS-MND-FOUND-SUB)
           MOVE 'N'           TO WS-MND-ELIGIBLE-TBL (WS-MND-FOUND-SUB)
           ADD 1                            TO WS-MANDATES-DROPPED

           MOVE FUNCTION CURRENT-DATE       TO AUD-TIMESTAMP
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD     TO AUD-TIMESTAMP(1:8)
           END-IF
           MOVE WS-BUSDATE-CYCLE            TO AUD-TIMESTAMP(25:2)
           MOVE ADR-CUST-ID                 TO AUD-CUST-ID
           MOVE 'E'                         TO AUD-TRANS-TYPE
           MOVE 'ACHGEN'                    TO AUD-OPERATOR-ID
           MOVE 'ADEBIT-STATUS'             TO AUD-FIELD-NAME
           MOVE 'A'                         TO AUD-OLD-VALUE
           MOVE SPACES                      TO AUD-NEW-VALUE
           STRING 'D DROPPED - RETURN ' ADR-RETURN-CODE
                  ' TRACE ' ADR-TRACE-NO
                  DELIMITED SIZE            INTO AUD-NEW-VALUE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * BUILD TONIGHT'S DEBITS: EVERY FREE ITEM OF AN ELIGIBLE         *
      * MANDATE THAT HAS COME DUE IS SELECTED AND SUMMED TO ITS        *
      * CUSTOMER, THEN ONE DEBIT AND ONE RECEIPT GO OUT PER CUSTOMER   *
      *---------------------------------------------------------------*
       3000-BUILD-DEBITS.
           MOVE 1                           TO WS-ITEM-SUB
           PERFORM 3100-SELECT-ONE-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-COUNT

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'DEBITS SENT TO THE BANK'   TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-DEBIT-HEADER             TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-MND-SUB
           PERFORM 3200-SEND-ONE-DEBIT
               UNTIL WS-MND-SUB > WS-MND-TABLE-COUNT

           IF WS-MANDATES-SKIPPED > ZERO
               MOVE 1                       TO WS-MND-SUB
               PERFORM 3300-LIST-ONE-SKIPPED
                   UNTIL WS-MND-SUB > WS-MND-TABLE-COUNT
           END-IF.

      *    DUE WHEN THE ITEM DATE PLUS THE CUSTOMER'S TERMS DAYS IS ON
      *    OR BEFORE THE BUSINESS DATE. A MANDATE DROPPED BY TONIGHT'S
      *    RETURNS IS NO LONGER ELIGIBLE.
       3100-SELECT-ONE-ITEM.
           MOVE WS-ITEM-MND-TBL (WS-ITEM-SUB) TO WS-MND-FOUND-SUB
           IF ITEM-FREE (WS-ITEM-SUB)
          AND MND-ELIGIBLE (WS-MND-FOUND-SUB)
               IF WS-ITEM-DATE-TBL (WS-ITEM-SUB) (1:4) NUMERIC
              AND WS-ITEM-DATE-TBL (WS-ITEM-SUB) (6:2) NUMERIC
              AND WS-ITEM-DATE-TBL (WS-ITEM-SUB) (9:2) NUMERIC
                   MOVE WS-ITEM-DATE-TBL (WS-ITEM-SUB) (1:4)
                                            TO WS-WORK-DATE-NUM(1:4)
                   MOVE WS-ITEM-DATE-TBL (WS-ITEM-SUB) (6:2)
                                            TO WS-WORK-DATE-NUM(5:2)
                   MOVE WS-ITEM-DATE-TBL (WS-ITEM-SUB) (9:2)
                                            TO WS-WORK-DATE-NUM(7:2)
                   COMPUTE WS-DAYS-PAST-DUE =
                           WS-RUN-DATE-INT
                         - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
                         - WS-MND-TERMS-TBL (WS-MND-FOUND-SUB)
                   IF WS-DAYS-PAST-DUE NOT < ZERO
                       MOVE 'S'      TO WS-ITEM-STATE-TBL (WS-ITEM-SUB)
                       ADD WS-ITEM-OPEN-TBL (WS-ITEM-SUB)
                                  TO WS-MND-DUE-TBL (WS-MND-FOUND-SUB)
                       ADD 1    TO WS-MND-ITEMS-TBL (WS-MND-FOUND-SUB)
                   END-IF
               END-IF
           END-IF
           ADD 1                            TO WS-ITEM-SUB.

       3200-SEND-ONE-DEBIT.
           IF WS-MND-DUE-TBL (WS-MND-SUB) > ZERO
               ADD 1                        TO WS-NEXT-TRACE-SEQ
               MOVE WS-NEXT-TRACE-SEQ  TO WS-MND-TRACE-TBL (WS-MND-SUB)
               MOVE 'Y'              TO WS-MND-DEBITED-TBL (WS-MND-SUB)
               MOVE 'Y'              TO WS-MND-CHANGED-TBL (WS-MND-SUB)

               MOVE SPACES                  TO AUTO-DEBIT-ENTRY
               MOVE 'DTL'                   TO ADB-RECORD-TYPE
               MOVE WS-BATCH-NO             TO ADB-TRACE-BATCH
               MOVE WS-NEXT-TRACE-SEQ       TO ADB-TRACE-SEQ
               MOVE WS-MND-ROUTING-TBL (WS-MND-SUB) TO ADB-ROUTING-NO
               MOVE WS-MND-ACCOUNT-TBL (WS-MND-SUB) TO ADB-ACCOUNT-NO
               MOVE WS-MND-ACCT-TYPE-TBL (WS-MND-SUB)
                                            TO ADB-ACCOUNT-TYPE
               MOVE WS-MND-DUE-TBL (WS-MND-SUB) TO ADB-AMOUNT
               MOVE WS-MND-CUST-TBL (WS-MND-SUB) TO ADB-CUST-ID
               MOVE WS-MND-NAME-TBL (WS-MND-SUB) (1:22)
                                            TO ADB-CUST-NAME
               MOVE WS-BUSDATE-YYYYMMDD     TO ADB-EFFECTIVE-DATE
               WRITE AUTO-DEBIT-ENTRY
               PERFORM 9200-CHECK-BANK-WRITE
               ADD 1                        TO WS-DEBITS-SENT
               ADD WS-MND-DUE-TBL (WS-MND-SUB) TO WS-DEBITS-AMT
               ADD WS-MND-ITEMS-TBL (WS-MND-SUB) TO WS-ITEMS-DEBITED
               MOVE ADB-ROUTING-NO(1:8)     TO WS-ROUTING-PREFIX
               ADD WS-ROUTING-PREFIX        TO WS-ROUTING-HASH-SUM

               MOVE SPACES                  TO PAYMENT-RECORD
               MOVE WS-BUSINESS-DATE        TO PAY-DATE
               MOVE WS-MND-CUST-TBL (WS-MND-SUB) TO PAY-CUST-ID
               MOVE WS-MND-DUE-TBL (WS-MND-SUB) TO PAY-AMOUNT
               MOVE 'ACH'                   TO PAY-METHOD
               MOVE WS-BATCH-NO             TO PAY-DEPOSIT-NO
               MOVE 'P'                     TO PAY-TRANS-TYPE
               MOVE 'ACHGEN'                TO PAY-OPERATOR-ID
               WRITE PAYMENT-RECORD
               PERFORM 9300-CHECK-PAYMENT-WRITE
               ADD 1                        TO WS-PAY-RECORD-COUNT
               ADD PAY-AMOUNT               TO WS-PAY-AMOUNT-HASH
               ADD 1                        TO WS-RECEIPTS-WRITTEN
               ADD PAY-AMOUNT               TO WS-RECEIPTS-AMT

               MOVE WS-BATCH-NO             TO DBD-TRACE-BATCH
               MOVE WS-NEXT-TRACE-SEQ       TO DBD-TRACE-SEQ
               MOVE WS-MND-CUST-TBL (WS-MND-SUB) TO DBD-CUST-ID
               MOVE WS-MND-NAME-TBL (WS-MND-SUB) TO DBD-CUST-NAME
               MOVE WS-MND-ITEMS-TBL (WS-MND-SUB) TO DBD-ITEMS
               MOVE WS-MND-DUE-TBL (WS-MND-SUB) TO DBD-AMOUNT
               MOVE SPACES                  TO DBD-ACCOUNT
               STRING 'RTE ' WS-MND-ROUTING-TBL (WS-MND-SUB) (6:4)
                      DELIMITED SIZE        INTO DBD-ACCOUNT
               MOVE WS-DEBIT-DETAIL         TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           ADD 1                            TO WS-MND-SUB.

       3300-LIST-ONE-SKIPPED.
           IF MND-ACTIVE (WS-MND-SUB)
          AND NOT MND-ELIGIBLE (WS-MND-SUB)
               MOVE SPACES                  TO WS-REPORT-LINE
               EVALUATE TRUE
                   WHEN NOT MND-CUST-ON-FILE (WS-MND-SUB)
                       STRING '*** SKIPPED   CUST '
                              WS-MND-CUST-TBL (WS-MND-SUB)
                              '  - ENROLLED BUT NOT ON THE EXTRACT'
                              DELIMITED SIZE INTO WS-REPORT-LINE
                   WHEN WS-MND-ROUTING-TBL (WS-MND-SUB) NOT NUMERIC
                       STRING '*** SKIPPED   CUST '
                              WS-MND-CUST-TBL (WS-MND-SUB)
                              '  - ROUTING NUMBER ON MANDATE INVALID'
                              DELIMITED SIZE INTO WS-REPORT-LINE
                   WHEN OTHER
                       STRING '*** SKIPPED   CUST '
                              WS-MND-CUST-TBL (WS-MND-SUB)
                              '  - CUSTOMER STATUS '
                              WS-MND-CUST-STAT-TBL (WS-MND-SUB)
                              ' - CANCEL THE MANDATE THROUGH ACHMNT'
                              DELIMITED SIZE INTO WS-REPORT-LINE
               END-EVALUATE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           ADD 1                            TO WS-MND-SUB.

      *---------------------------------------------------------------*
      * CLOSE BOTH FILES WITH THEIR TRAILERS. THE BANK TRAILER CARRIES *
      * THE ENTRY COUNT, DEBIT TOTAL, AND ROUTING HASH; THE RECEIPT    *
      * TRAILER THE COUNT AND AMOUNT HASH CASHAPP PROVES ON INPUT.     *
      *---------------------------------------------------------------*
       4000-WRITE-TRAILERS.
           DIVIDE WS-ROUTING-HASH-SUM BY 10000000000
                  GIVING WS-ROUTING-HASH-QUOT
                  REMAINDER WS-ROUTING-HASH

           MOVE SPACES                      TO AUTO-DEBIT-CONTROL
           MOVE 'TRL'                       TO ADBC-RECORD-TYPE
           MOVE WS-ORIGIN-BANK-ID           TO ADBC-ORIGIN-BANK-ID
           MOVE WS-COMPANY-ID               TO ADBC-COMPANY-ID
           MOVE WS-COMPANY-NAME             TO ADBC-COMPANY-NAME
           MOVE WS-BUSDATE-YYYYMMDD         TO ADBC-FILE-DATE
           MOVE WS-BATCH-NO                 TO ADBC-BATCH-NO
           MOVE WS-DEBITS-SENT              TO ADBC-ENTRY-COUNT
           MOVE WS-DEBITS-AMT               TO ADBC-DEBIT-TOTAL
           MOVE WS-ROUTING-HASH             TO ADBC-ENTRY-HASH
           WRITE AUTO-DEBIT-CONTROL
           PERFORM 9200-CHECK-BANK-WRITE

           MOVE SPACES                      TO PAY-CONTROL-RECORD
           MOVE 'TRL'                       TO PCTL-RECORD-TYPE
           MOVE WS-BUSINESS-DATE            TO PCTL-DEPOSIT-DATE
           MOVE WS-PAY-RECORD-COUNT         TO PCTL-RECEIPT-COUNT
           MOVE WS-PAY-AMOUNT-HASH          TO PCTL-AMOUNT-HASH
           WRITE PAY-CONTROL-RECORD
           PERFORM 9300-CHECK-PAYMENT-WRITE.

      *---------------------------------------------------------------*
      * PROVE THE REGISTER: THE DEBITS SENT MUST EQUAL THE RECEIPTS    *
      * WRITTEN, AND THE RECEIPT FILE'S TRAILER MUST EQUAL RECEIPTS    *
      * PLUS REVERSALS. AN OUT-OF-BALANCE RUN ENDS RC 12 WITH THE      *
      * HISTORY AND MANDATES UNTOUCHED - NEITHER FILE MAY BE SENT.     *
      *---------------------------------------------------------------*
       4100-PROVE-REGISTER.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'AUTO-DEBIT REGISTER PROOF' TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-DEBITS-SENT              TO WS-COUNT-DISPLAY
           MOVE WS-DEBITS-AMT               TO WS-AMT-DISPLAY
           STRING 'DEBITS SENT (ADBANKOUT)   ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-RECEIPTS-WRITTEN         TO WS-COUNT-DISPLAY
           MOVE WS-RECEIPTS-AMT             TO WS-AMT-DISPLAY
           STRING 'RECEIPTS WRITTEN (P)      ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-RETURNS-ACCEPTED         TO WS-COUNT-DISPLAY
           MOVE WS-RETURNS-AMT              TO WS-AMT-DISPLAY
           STRING 'REVERSALS WRITTEN (V)     ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-RETURNS-REJECTED         TO WS-COUNT-DISPLAY
           STRING 'RETURNS REJECTED          ' WS-COUNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-MANDATES-DROPPED         TO WS-COUNT-DISPLAY
           STRING 'MANDATES DROPPED          ' WS-COUNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE PCTL-RECEIPT-COUNT          TO WS-COUNT-DISPLAY
           MOVE PCTL-AMOUNT-HASH            TO WS-AMT-DISPLAY
           STRING 'RECEIPT FILE TRAILER      ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-RECEIPTS-WRITTEN = WS-DEBITS-SENT
          AND WS-RECEIPTS-AMT = WS-DEBITS-AMT
          AND PCTL-RECEIPT-COUNT
                  = WS-RECEIPTS-WRITTEN + WS-RETURNS-ACCEPTED
          AND PCTL-AMOUNT-HASH = WS-RECEIPTS-AMT + WS-RETURNS-AMT
               MOVE 'DEBIT FILE BALANCES TO THE RECEIPTS'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               MOVE '*** OUT OF BALANCE - DO NOT SEND EITHER FILE ***'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               PERFORM 8000-FINALIZE
               MOVE 'DEBIT FILE DOES NOT BALANCE TO THE RECEIPTS'
                                            TO WS-ABEND-MSG(1:43)
               PERFORM 9800-CONTROL-FAILURE
           END-IF.

      *---------------------------------------------------------------*
      * APPEND TONIGHT'S EVENTS TO THE HISTORY: AN 'R' FOR EACH DEBIT  *
      * RETURNED, THEN A 'D' FOR EACH ITEM ON TONIGHT'S DEBITS         *
      *---------------------------------------------------------------*
       4500-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
          AND WS-HISTORY-STATUS NOT = '05'
               MOVE 'OPEN FAILED: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 1                           TO WS-TRC-SUB
           PERFORM 4510-WRITE-ONE-RETURN
               UNTIL WS-TRC-SUB > WS-TRC-TABLE-COUNT
           MOVE 1                           TO WS-ITEM-SUB
           PERFORM 4520-WRITE-ONE-DEBITED-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-COUNT

           CLOSE HISTORY-FILE.

       4510-WRITE-ONE-RETURN.
           IF TRC-RETURNED-TONIGHT (WS-TRC-SUB)
               MOVE SPACES                  TO AUTO-DEBIT-HISTORY
               MOVE 'R'                     TO ADH-EVENT
               MOVE WS-TRC-NO-TBL (WS-TRC-SUB) TO ADH-TRACE-NO
               MOVE WS-TRC-CUST-TBL (WS-TRC-SUB) TO ADH-CUST-ID
               MOVE ZERO                    TO ADH-ITEM-SEQ
               MOVE WS-TRC-AMT-TBL (WS-TRC-SUB) TO ADH-AMOUNT
               MOVE WS-BUSINESS-DATE        TO ADH-EVENT-DATE
               MOVE WS-TRC-RET-CODE-TBL (WS-TRC-SUB)
                                            TO ADH-RETURN-CODE
               PERFORM 9400-WRITE-HISTORY
           END-IF
           ADD 1                            TO WS-TRC-SUB.

       4520-WRITE-ONE-DEBITED-ITEM.
           IF ITEM-SELECTED (WS-ITEM-SUB)
               MOVE WS-ITEM-MND-TBL (WS-ITEM-SUB) TO WS-MND-FOUND-SUB
               MOVE SPACES                  TO AUTO-DEBIT-HISTORY
               MOVE 'D'                     TO ADH-EVENT
               MOVE WS-BATCH-NO             TO ADH-TRACE-BATCH
               MOVE WS-MND-TRACE-TBL (WS-MND-FOUND-SUB)
                                            TO ADH-TRACE-SEQ
               MOVE WS-ITEM-CUST-TBL (WS-ITEM-SUB) TO ADH-CUST-ID
               MOVE WS-ITEM-SEQ-TBL (WS-ITEM-SUB) TO ADH-ITEM-SEQ
               MOVE WS-ITEM-OPEN-TBL (WS-ITEM-SUB) TO ADH-AMOUNT
               MOVE WS-BUSINESS-DATE        TO ADH-EVENT-DATE
               PERFORM 9400-WRITE-HISTORY
           END-IF
           ADD 1                            TO WS-ITEM-SUB.

      *---------------------------------------------------------------*
      * REWRITE EVERY MANDATE THIS RUN DEBITED, COUNTED A RETURN       *
      * AGAINST, OR DROPPED                                            *
      *---------------------------------------------------------------*
       4600-REWRITE-MANDATES.
           MOVE 1                           TO WS-MND-SUB
           PERFORM 4610-REWRITE-ONE-MANDATE
               UNTIL WS-MND-SUB > WS-MND-TABLE-COUNT.

       4610-REWRITE-ONE-MANDATE.
           IF MND-CHANGED (WS-MND-SUB)
               MOVE WS-MND-CUST-TBL (WS-MND-SUB)
                                TO ADM-CUST-ID OF AUTO-DEBIT-MANDATE
               READ MANDATE-FILE
                   INVALID KEY
                       MOVE 'MANDATE VANISHED DURING THE RUN'
                                            TO WS-ABEND-MSG(1:31)
                       PERFORM 9900-FATAL-ERROR
               END-READ
               IF WS-MANDATE-STATUS NOT = '00'
                   MOVE 'READ ERROR: MANDATE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-MANDATE-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE WS-MND-NSF-TBL (WS-MND-SUB)
                              TO ADM-NSF-COUNT OF AUTO-DEBIT-MANDATE
               IF WS-MND-RET-CODE-TBL (WS-MND-SUB) NOT = SPACES
                   MOVE WS-BUSINESS-DATE
                       TO ADM-LAST-RETURN-DATE OF AUTO-DEBIT-MANDATE
                   MOVE WS-MND-RET-CODE-TBL (WS-MND-SUB)
                       TO ADM-LAST-RETURN-CODE OF AUTO-DEBIT-MANDATE
               END-IF
               IF MND-DEBITED (WS-MND-SUB)
                   MOVE WS-BUSINESS-DATE
                        TO ADM-LAST-DEBIT-DATE OF AUTO-DEBIT-MANDATE
               END-IF
               IF WS-MND-STATUS-TBL (WS-MND-SUB)
                          NOT = ADM-STATUS OF AUTO-DEBIT-MANDATE
                   MOVE WS-MND-STATUS-TBL (WS-MND-SUB)
                                 TO ADM-STATUS OF AUTO-DEBIT-MANDATE
                   MOVE WS-BUSINESS-DATE
                            TO ADM-STATUS-DATE OF AUTO-DEBIT-MANDATE
                   MOVE 'ACHGEN'
                            TO ADM-OPERATOR-ID OF AUTO-DEBIT-MANDATE
               END-IF
               REWRITE AUTO-DEBIT-MANDATE
               IF WS-MANDATE-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: MANDATE-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-MANDATE-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-MANDATES-REWRITTEN
           END-IF
           ADD 1                            TO WS-MND-SUB.

      *---------------------------------------------------------------*
      * FIND A CUSTOMER (WS-SEARCH-CUST-ID) IN THE MANDATE TABLE. ON A *
      * HIT, WS-MND-FOUND-SUB POINTS AT IT.                            *
      *---------------------------------------------------------------*
       5000-FIND-MANDATE.
           MOVE 'N'                         TO WS-MANDATE-FOUND-SW
           MOVE 1                           TO WS-MND-FOUND-SUB
           PERFORM 5010-TEST-ONE-MANDATE
               UNTIL WS-MND-FOUND-SUB > WS-MND-TABLE-COUNT
                  OR MANDATE-FOUND.

       5010-TEST-ONE-MANDATE.
           IF WS-MND-CUST-TBL (WS-MND-FOUND-SUB) = WS-SEARCH-CUST-ID
               MOVE 'Y'                     TO WS-MANDATE-FOUND-SW
           ELSE
               ADD 1                        TO WS-MND-FOUND-SUB
           END-IF.

      *---------------------------------------------------------------*
      * FIND AN OPEN ITEM (WS-SEARCH-ITEM-SEQ) IN THE ITEM TABLE. ON A *
      * HIT, WS-ITEM-SUB POINTS AT IT.                                 *
      *---------------------------------------------------------------*
       5100-FIND-ITEM.
           MOVE 'N'                         TO WS-ITEM-FOUND-SW
           MOVE 1                           TO WS-ITEM-SUB
           PERFORM 5110-TEST-ONE-ITEM
               UNTIL WS-ITEM-SUB > WS-ITEM-TABLE-COUNT
                  OR ITEM-FOUND.

       5110-TEST-ONE-ITEM.
           IF WS-ITEM-SEQ-TBL (WS-ITEM-SUB) = WS-SEARCH-ITEM-SEQ
               MOVE 'Y'                     TO WS-ITEM-FOUND-SW
           ELSE
               ADD 1                        TO WS-ITEM-SUB
           END-IF.

      *---------------------------------------------------------------*
      * FIND A TRACE NUMBER (WS-SEARCH-TRACE-NO) IN THE TRACE TABLE.   *
      * ON A HIT, WS-TRC-FOUND-SUB POINTS AT IT.                       *
      *---------------------------------------------------------------*
       5200-FIND-TRACE.
           MOVE 'N'                         TO WS-TRACE-FOUND-SW
           MOVE 1                           TO WS-TRC-FOUND-SUB
           PERFORM 5210-TEST-ONE-TRACE
               UNTIL WS-TRC-FOUND-SUB > WS-TRC-TABLE-COUNT
                  OR TRACE-FOUND.

       5210-TEST-ONE-TRACE.
           IF WS-TRC-NO-TBL (WS-TRC-FOUND-SUB) = WS-SEARCH-TRACE-NO
               MOVE 'Y'                     TO WS-TRACE-FOUND-SW
           ELSE
               ADD 1                        TO WS-TRC-FOUND-SUB
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - CLOSE THE OUTPUTS AND ECHO THE SUMMARY          *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE BANK-FILE
           CLOSE PAYMENT-FILE
           CLOSE REPORT-FILE
           CLOSE AUDIT-FILE
           CLOSE MANDATE-FILE

           DISPLAY '============================================='
           DISPLAY 'ACHGEN - AUTO-DEBIT RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'DEBIT BATCH / DEPOSIT:  ' WS-BATCH-NO
           DISPLAY 'MANDATES ON FILE:       ' WS-MANDATES-READ
           DISPLAY 'ENROLLED ITEMS OPEN:    ' WS-ITEMS-LOADED
           DISPLAY 'RETURNS READ:           ' WS-RETURNS-READ
           DISPLAY 'RETURNS REVERSED:       ' WS-RETURNS-ACCEPTED
           DISPLAY 'RETURNS REJECTED:       ' WS-RETURNS-REJECTED
           DISPLAY 'MANDATES DROPPED:       ' WS-MANDATES-DROPPED
           DISPLAY 'MANDATES SKIPPED:       ' WS-MANDATES-SKIPPED
           DISPLAY 'DEBITS SENT:            ' WS-DEBITS-SENT
           DISPLAY 'ITEMS DEBITED:          ' WS-ITEMS-DEBITED
           MOVE WS-DEBITS-AMT               TO WS-AMT-DISPLAY
           DISPLAY 'DEBIT TOTAL:            ' WS-AMT-DISPLAY
           IF BATCH-ALREADY-SENT
               DISPLAY 'BATCH ALREADY ON HISTORY - NO DEBITS SENT'
           END-IF
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-RETURNS-REJECTED > ZERO
           OR WS-MANDATES-SKIPPED > ZERO
           OR BATCH-ALREADY-SENT
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
               DISPLAY 'ACHGEN: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'ACHGEN' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               COMPUTE RL-RECORDS-IN =
                       WS-MANDATES-READ + WS-RETURNS-READ
               COMPUTE RL-RECORDS-OUT =
                       WS-DEBITS-SENT + WS-RETURNS-ACCEPTED
               COMPUTE RL-RECORDS-ERR =
                       WS-RETURNS-REJECTED + WS-MANDATES-SKIPPED
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'ACHGEN: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE AUTO-DEBIT REGISTER                      *
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

       9200-CHECK-BANK-WRITE.
           IF WS-BANK-STATUS NOT = '00'
               MOVE 'WRITE ERROR: BANK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-BANK-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       9300-CHECK-PAYMENT-WRITE.
           IF WS-PAYMENT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: PAYMENT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PAYMENT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       9400-WRITE-HISTORY.
           WRITE AUTO-DEBIT-HISTORY
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'WRITE ERROR: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-HISTORY-WRITTEN.

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
      * CONTROL FAILURE - THE RUN IS REFUSED WITH THE HISTORY AND THE  *
      * MANDATES UNTOUCHED, SO RETURN-CODE 12 (DATA PROBLEM) RATHER    *
      * THAN THE I/O-LEVEL 16                                          *
      *---------------------------------------------------------------*
       9800-CONTROL-FAILURE.
           DISPLAY '*** ACHGEN CONTROL FAILURE: ' WS-ABEND-MSG
           MOVE 12                          TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** ACHGEN FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
