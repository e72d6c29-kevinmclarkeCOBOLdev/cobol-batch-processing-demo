      *****************************************************************
      * PROGRAM NAME: BANKRECN                                        *
      * DESCRIPTION:  BANK STATEMENT RECONCILIATION                   *
      *               CASHAPP PROVES RECEIPTS KEYED AGAINST RECEIPTS  *
      *               APPLIED, BUT NOTHING PROVED THE BANK ACTUALLY   *
      *               CREDITED THE DEPOSITS - TREASURY TICKED THE     *
      *               STATEMENT AGAINST THE DEPOSIT REGISTER BY HAND  *
      *               EVERY MORNING. THIS PROGRAM READS THE BANK'S    *
      *               PRIOR-DAY STATEMENT FILE (DEPOSITS, RETURNED    *
      *               ITEMS, AND FEES) AND MATCHES IT AGAINST         *
      *               CASHAPP'S DEPOSIT EXTRACT:                      *
      *                 - EACH BANK DEPOSIT CREDIT TO THE RECEIPTS    *
      *                   TOTAL OF ITS PAY-DEPOSIT-NO BATCH (SAME     *
      *                   SLIP NUMBER, SAME AMOUNT)                   *
      *                 - EACH RETURNED ITEM TO A CASHAPP 'V'         *
      *                   REVERSAL OF THE SAME AMOUNT (AND THE SAME   *
      *                   SLIP WHEN THE BANK NAMES ONE), OLDEST FIRST *
      *               FEES HAVE NO BOOK COUNTERPART AND ARE LISTED    *
      *               FOR TREASURY TO BOOK. ANYTHING UNMATCHED IS     *
      *               REPORTED BANK-ONLY OR BOOK-ONLY WITH ITS AGE    *
      *               AND CARRIED FORWARD TO THE NEXT RUN, WHERE IT   *
      *               IS MATCHED AGAIN BEFORE THE NEW STATEMENT'S     *
      *               OWN ITEMS - A DEPOSIT THE BANK CREDITS A DAY    *
      *               LATE CLEARS ITSELF.                             *
      *                                                                *
      *               THE EXTRACT IS RESET TO EMPTY ONLY AFTER THE    *
      *               CARRY-FORWARD FILE HAS BEEN REWRITTEN, THE SAME *
      *               ORDER AUDROLL RESETS THE LIVE AUDIT TRAIL IN.   *
      *                                                                *
      * INPUTS:       BANK STATEMENT FILE     (BANKSTMT)              *
      *               CASHAPP DEPOSIT EXTRACT (DEPXOUT - OPTIONAL)    *
      *               CARRIED-FORWARD ITEMS   (BANKOPEN - OPTIONAL,   *
      *               ABSENT ON THE FIRST RUN)                        *
      *               BUSINESS DATE CONTROL   (BUSDATE - OPTIONAL)    *
      * OUTPUTS:      RECONCILIATION REPORT   (BANKRPT)               *
      *               CARRIED-FORWARD ITEMS   (BANKOPEN, REWRITTEN)   *
      *               CASHAPP DEPOSIT EXTRACT (DEPXOUT, RESET)        *
      *                                                                *
      * RETURN CODES: 0  EVERY ITEM RECONCILED                        *
      *               4  UNRECONCILED ITEMS CARRIED FORWARD           *
      *               12 STATEMENT CONTROLS FAILED, OR THE STATEMENT  *
      *                  IS NOT LATER THAN THE LAST ONE RECONCILED -  *
      *                  NOTHING REWRITTEN OR RESET                   *
      *               16 FATAL ERROR                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE  ASSIGN TO BANKSTMT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-STMT-STATUS.

      *    CASHAPP'S BOOK-SIDE EXTRACT - EVERY DEPOSIT BATCH AND
      *    REVERSAL POSTED SINCE THE LAST RECONCILIATION
           SELECT EXTRACT-FILE    ASSIGN TO DEPXOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-EXTRACT-STATUS.

      *    UNRECONCILED ITEMS CARRIED FROM RUN TO RUN - READ IN FULL
      *    AT STARTUP, REWRITTEN IN FULL AT THE END
           SELECT CARRY-FILE      ASSIGN TO BANKOPEN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CARRY-STATUS.

           SELECT REPORT-FILE     ASSIGN TO BANKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE REPORT. A MISSING FILE
      *    FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY BANKSTMT.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY DEPOSITX.

       FD  CARRY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY BANKOPEN.

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

       01  WS-FILE-STATUS.
           05  WS-STMT-STATUS           PIC XX VALUE SPACES.
           05  WS-EXTRACT-STATUS        PIC XX VALUE SPACES.
           05  WS-CARRY-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-STMT-EOF-SW           PIC X VALUE 'N'.
               88  STMT-EOF                     VALUE 'Y'.
           05  WS-EXTRACT-EOF-SW        PIC X VALUE 'N'.
               88  EXTRACT-EOF                  VALUE 'Y'.
           05  WS-CARRY-EOF-SW          PIC X VALUE 'N'.
               88  CARRY-EOF                    VALUE 'Y'.
           05  WS-EXTRACT-PRESENT-SW    PIC X VALUE 'N'.
               88  EXTRACT-PRESENT              VALUE 'Y'.
           05  WS-TRL-SEEN-SW           PIC X VALUE 'N'.
               88  TRAILER-SEEN                 VALUE 'Y'.
           05  WS-BOOK-MATCH-SW         PIC X VALUE 'N'.
               88  BOOK-MATCH-FOUND             VALUE 'Y'.

       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-BUSDATE-CHECKED-SW    PIC X VALUE 'N'.
               88  BUSDATE-CHECKED              VALUE 'Y'.
           05  WS-BUSDATE-FOUND-SW      PIC X VALUE 'N'.
               88  BUSDATE-FOUND                VALUE 'Y'.
           05  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-YYYYMMDD      PIC X(08) VALUE SPACES.
           05  WS-BUSDATE-CYCLE         PIC X(02) VALUE '01'.

      *---------------------------------------------------------------*
      * STATEMENT CONTROLS - THE HDR SUPPLIES THE ACCOUNT AND DATE,    *
      * THE TRL THE COUNT AND TOTALS THE DETAIL MUST PROVE TO          *
      *---------------------------------------------------------------*
       COPY BANKCTL REPLACING BANK-CONTROL-RECORD BY WS-BANK-CTL.

       01  WS-STATEMENT-FIELDS.
           05  WS-ACCOUNT-NO            PIC X(16) VALUE SPACES.
           05  WS-STATEMENT-DATE        PIC X(10) VALUE SPACES.
           05  WS-LAST-STMT-DATE        PIC X(10) VALUE SPACES.
           05  WS-TRL-DETAIL-COUNT      PIC 9(8)  VALUE ZERO.
           05  WS-TRL-CREDIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
           05  WS-TRL-DEBIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
           05  WS-STMT-DETAIL-COUNT     PIC 9(8)  VALUE ZERO.
           05  WS-STMT-CREDIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
           05  WS-STMT-DEBIT-TOTAL      PIC 9(13)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * BANK-SIDE ITEMS - CARRIED BANK-ONLY ITEMS FIRST, THEN THE      *
      * STATEMENT'S OWN LINES. WS-BNK-STATE-TBL: 'O' OPEN, 'M'         *
      * MATCHED, 'F' A FEE (LISTED, NEVER MATCHED OR CARRIED).         *
      *---------------------------------------------------------------*
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-BNK-IDX.
               10  WS-BNK-TYPE-TBL      PIC X(3).
               10  WS-BNK-DEP-NO-TBL    PIC 9(6).
               10  WS-BNK-DATE-TBL      PIC X(10).
               10  WS-BNK-AMT-TBL       PIC 9(9)V99.
               10  WS-BNK-REF-TBL       PIC X(16).
               10  WS-BNK-DESC-TBL      PIC X(20).
               10  WS-BNK-SEEN-TBL      PIC X(10).
               10  WS-BNK-REASON-TBL    PIC X(20).
               10  WS-BNK-STATE-TBL     PIC X(1).
                   88  BNK-ITEM-OPEN            VALUE 'O'.
                   88  BNK-ITEM-MATCHED         VALUE 'M'.
                   88  BNK-ITEM-FEE             VALUE 'F'.

       01  WS-BANK-TABLE-FIELDS.
           05  WS-BANK-TABLE-MAX        PIC 9(05) VALUE 3000.
           05  WS-BANK-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-BANK-SUB              PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * BOOK-SIDE ITEMS - CARRIED BOOK-ONLY ITEMS FIRST, THEN THE      *
      * EXTRACT, SO A SEARCH IN TABLE ORDER TAKES THE OLDEST FIRST.    *
      * 'V' REVERSALS ARE HELD AS TYPE 'RET' TO PAIR WITH THE BANK'S   *
      * RETURNED ITEMS.                                                *
      *---------------------------------------------------------------*
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-BOK-IDX.
               10  WS-BOK-TYPE-TBL      PIC X(3).
               10  WS-BOK-DEP-NO-TBL    PIC 9(6).
               10  WS-BOK-DATE-TBL      PIC X(10).
               10  WS-BOK-AMT-TBL       PIC 9(9)V99.
               10  WS-BOK-CUST-TBL      PIC 9(6).
               10  WS-BOK-SEEN-TBL      PIC X(10).
               10  WS-BOK-REASON-TBL    PIC X(20).
               10  WS-BOK-STATE-TBL     PIC X(1).
                   88  BOK-ITEM-OPEN            VALUE 'O'.
                   88  BOK-ITEM-MATCHED         VALUE 'M'.

       01  WS-BOOK-TABLE-FIELDS.
           05  WS-BOOK-TABLE-MAX        PIC 9(05) VALUE 3000.
           05  WS-BOOK-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-BOOK-SUB              PIC 9(05) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CARRIED-IN            PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-READ          PIC 9(7) VALUE ZERO.
           05  WS-DEP-MATCHED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-DEP-MATCHED-AMT       PIC S9(13)V99 VALUE ZERO.
           05  WS-RET-MATCHED-CNT       PIC 9(7) VALUE ZERO.
           05  WS-RET-MATCHED-AMT       PIC S9(13)V99 VALUE ZERO.
           05  WS-FEE-CNT               PIC 9(7) VALUE ZERO.
           05  WS-FEE-AMT               PIC S9(13)V99 VALUE ZERO.
           05  WS-BANK-ONLY-CNT         PIC 9(7) VALUE ZERO.
           05  WS-BANK-ONLY-AMT         PIC S9(13)V99 VALUE ZERO.
           05  WS-BOOK-ONLY-CNT         PIC 9(7) VALUE ZERO.
           05  WS-BOOK-ONLY-AMT         PIC S9(13)V99 VALUE ZERO.
           05  WS-CARRIED-OUT           PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * AGING OF THE UNRECONCILED ITEMS, COUNTED FROM THE ITEM DATE TO *
      * THE STATEMENT DATE. THE DASHES ARE STRIPPED BEFORE FUNCTION    *
      * INTEGER-OF-DATE CAN USE EITHER DATE.                           *
      *---------------------------------------------------------------*
       01  WS-AGING-FIELDS.
           05  WS-STMT-DATE-NUM         PIC 9(8)  VALUE ZERO.
           05  WS-ITEM-DATE-NUM         PIC 9(8)  VALUE ZERO.
           05  WS-AGE-WORK-DATE         PIC X(10) VALUE SPACES.
           05  WS-AGE-DAYS              PIC S9(5) VALUE ZERO.
           05  WS-AGE-BUCKET            PIC 9(1)  VALUE ZERO.
           05  WS-AGING-BUCKETS OCCURS 4 TIMES.
               10  WS-AGE-CNT-TBL       PIC 9(7)  VALUE ZERO.
               10  WS-AGE-AMT-TBL       PIC S9(13)V99 VALUE ZERO.
           05  WS-AGE-LABELS            PIC X(48) VALUE
               '0-3 DAYS    4-10 DAYS   11-30 DAYS  OVER 30 DAYS'.
           05  WS-AGE-LABEL-TBL REDEFINES WS-AGE-LABELS
                                        OCCURS 4 TIMES
                                        PIC X(12).
           05  WS-AGE-PRINT-SUB         PIC 9(1)  VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$$,$$$,$$$,$$9.99-.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.
           05  WS-COUNT-DISPLAY-2       PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * REPORT LINES                                                   *
      *---------------------------------------------------------------*
       01  WS-MATCH-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'TYPE  SLIP    BANK DATE   BOOK DATE    '.
           05  FILLER                   PIC X(40) VALUE
               '          AMOUNT  BANK REFERENCE    CUST'.

       01  WS-MATCH-DETAIL.
           05  MTD-TYPE                 PIC X(3).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  MTD-DEPOSIT-NO           PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTD-BANK-DATE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTD-BOOK-DATE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTD-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTD-BANK-REF             PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  MTD-CUST-ID              PIC X(6).

       01  WS-OPEN-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'TYPE  SLIP    ITEM DATE          AMOUNT'.
           05  FILLER                   PIC X(40) VALUE
               '  REFERENCE         AGE  ON REC SINCE  '.
           05  FILLER                   PIC X(20) VALUE
               'REASON'.

       01  WS-OPEN-DETAIL.
           05  OPD-TYPE                 PIC X(3).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  OPD-DEPOSIT-NO           PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OPD-ITEM-DATE            PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OPD-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OPD-REFERENCE            PIC X(16).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OPD-AGE-DAYS             PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  OPD-SEEN-DATE            PIC X(10).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  OPD-REASON               PIC X(20).

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           MOVE 1                           TO WS-BANK-SUB
           PERFORM 2000-MATCH-BANK-ITEM
               UNTIL WS-BANK-SUB > WS-BANK-TABLE-COUNT
           PERFORM 3000-REPORT-UNRECONCILED
           PERFORM 4000-WRITE-CARRY-FORWARD
           PERFORM 4500-RESET-DEPOSIT-EXTRACT
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - EVERY INPUT IS LOADED AND THE STATEMENT'S     *
      * CONTROLS PROVED BEFORE THE REPORT IS OPENED, SO A REFUSED      *
      * STATEMENT LEAVES THE CARRY-FORWARD FILE AND THE EXTRACT        *
      * EXACTLY AS THEY WERE                                           *
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

           PERFORM 1100-LOAD-CARRY-FORWARD
           PERFORM 1200-LOAD-STATEMENT
           PERFORM 1300-LOAD-DEPOSIT-EXTRACT

           MOVE WS-STATEMENT-DATE(1:4)      TO WS-STMT-DATE-NUM(1:4)
           MOVE WS-STATEMENT-DATE(6:2)      TO WS-STMT-DATE-NUM(5:2)
           MOVE WS-STATEMENT-DATE(9:2)      TO WS-STMT-DATE-NUM(7:2)

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'BANK RECONCILIATION - ACCOUNT ' WS-ACCOUNT-NO
                  '  STATEMENT DATE ' WS-STATEMENT-DATE
                  '  BUSINESS DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'MATCHED ITEMS'             TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-MATCH-HEADER             TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOAD THE ITEMS CARRIED FROM THE LAST RUN. THE LEADING CONTROL  *
      * RECORD NAMES THE LAST STATEMENT RECONCILED. NO FILE (STATUS    *
      * 35) IS THE FIRST RUN - NOTHING CARRIED, NO DATE TO BEAT.       *
      *---------------------------------------------------------------*
       1100-LOAD-CARRY-FORWARD.
           OPEN INPUT CARRY-FILE
           IF WS-CARRY-STATUS = '00'
               PERFORM 1110-READ-CARRY
               PERFORM 1120-LOAD-ONE-CARRIED UNTIL CARRY-EOF
               CLOSE CARRY-FILE
           ELSE
               IF WS-CARRY-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CARRY-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CARRY-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1110-READ-CARRY.
           READ CARRY-FILE
               AT END
                   MOVE 'Y' TO WS-CARRY-EOF-SW
           END-READ
           IF NOT CARRY-EOF AND WS-CARRY-STATUS NOT = '00'
               MOVE 'READ ERROR: CARRY-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CARRY-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    THE REASON IS WORKED OUT AFRESH EACH RUN, SO IT IS NOT
      *    CARRIED BACK IN
       1120-LOAD-ONE-CARRIED.
           EVALUATE TRUE
               WHEN BOI-CONTROL
                   MOVE BOI-ITEM-DATE       TO WS-LAST-STMT-DATE
               WHEN BOI-BANK-ONLY
                   PERFORM 1500-ADD-BANK-ENTRY
                   MOVE BOI-ITEM-TYPE   TO WS-BNK-TYPE-TBL (WS-BNK-IDX)
                   MOVE BOI-DEPOSIT-NO
                                    TO WS-BNK-DEP-NO-TBL (WS-BNK-IDX)
                   MOVE BOI-ITEM-DATE   TO WS-BNK-DATE-TBL (WS-BNK-IDX)
                   MOVE BOI-AMOUNT      TO WS-BNK-AMT-TBL (WS-BNK-IDX)
                   MOVE BOI-BANK-REF    TO WS-BNK-REF-TBL (WS-BNK-IDX)
                   MOVE BOI-FIRST-SEEN-DATE
                                        TO WS-BNK-SEEN-TBL (WS-BNK-IDX)
                   ADD 1                    TO WS-CARRIED-IN
               WHEN BOI-BOOK-ONLY
                   PERFORM 1600-ADD-BOOK-ENTRY
                   MOVE BOI-ITEM-TYPE   TO WS-BOK-TYPE-TBL (WS-BOK-IDX)
                   MOVE BOI-DEPOSIT-NO
                                    TO WS-BOK-DEP-NO-TBL (WS-BOK-IDX)
                   MOVE BOI-ITEM-DATE   TO WS-BOK-DATE-TBL (WS-BOK-IDX)
                   MOVE BOI-AMOUNT      TO WS-BOK-AMT-TBL (WS-BOK-IDX)
                   MOVE BOI-CUST-ID     TO WS-BOK-CUST-TBL (WS-BOK-IDX)
                   MOVE BOI-FIRST-SEEN-DATE
                                        TO WS-BOK-SEEN-TBL (WS-BOK-IDX)
                   ADD 1                    TO WS-CARRIED-IN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1110-READ-CARRY.

      *---------------------------------------------------------------*
      * LOAD THE BANK STATEMENT, PROVING ITS HDR/TRL CONTROLS AS IT    *
      * GOES. A STATEMENT THAT FAILS ITS CONTROLS, OR IS NOT LATER     *
      * THAN THE LAST ONE RECONCILED, IS REFUSED WHOLE.                *
      *---------------------------------------------------------------*
       1200-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: STATEMENT-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STMT-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1210-READ-STATEMENT
           IF STMT-EOF
               MOVE 'STATEMENT FILE IS EMPTY - NO HDR RECORD'
                                            TO WS-ABEND-MSG(1:39)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           IF BNK-RECORD-TYPE NOT = 'HDR'
               MOVE 'STATEMENT FILE DOES NOT BEGIN WITH HDR'
                                            TO WS-ABEND-MSG(1:38)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           MOVE BANK-STATEMENT-RECORD       TO WS-BANK-CTL
           MOVE BCTL-ACCOUNT-NO OF WS-BANK-CTL
                                            TO WS-ACCOUNT-NO
           MOVE BCTL-STATEMENT-DATE OF WS-BANK-CTL
                                            TO WS-STATEMENT-DATE
           IF WS-STATEMENT-DATE(1:4) NOT NUMERIC
           OR WS-STATEMENT-DATE(6:2) NOT NUMERIC
           OR WS-STATEMENT-DATE(9:2) NOT NUMERIC
               MOVE 'STATEMENT DATE ON HDR IS NOT A DATE'
                                            TO WS-ABEND-MSG(1:35)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           IF WS-LAST-STMT-DATE NOT = SPACES
          AND WS-STATEMENT-DATE NOT > WS-LAST-STMT-DATE
               DISPLAY '*** BANKRECN: STATEMENT ' WS-STATEMENT-DATE
                       ' ALREADY RECONCILED - LAST WAS '
                       WS-LAST-STMT-DATE
               MOVE 'STATEMENT NOT LATER THAN LAST RECONCILED'
                                            TO WS-ABEND-MSG(1:40)
               PERFORM 9800-CONTROL-FAILURE
           END-IF

           PERFORM 1210-READ-STATEMENT
           PERFORM 1220-LOAD-ONE-STATEMENT-LINE UNTIL STMT-EOF
           CLOSE STATEMENT-FILE

           IF NOT TRAILER-SEEN
               MOVE 'STATEMENT FILE HAS NO TRL RECORD'
                                            TO WS-ABEND-MSG(1:32)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           IF WS-TRL-DETAIL-COUNT NOT = WS-STMT-DETAIL-COUNT
           OR WS-TRL-CREDIT-TOTAL NOT = WS-STMT-CREDIT-TOTAL
           OR WS-TRL-DEBIT-TOTAL  NOT = WS-STMT-DEBIT-TOTAL
               MOVE 'TRL COUNT/TOTALS DO NOT MATCH STATEMENT'
                                            TO WS-ABEND-MSG(1:39)
               PERFORM 9800-CONTROL-FAILURE
           END-IF.

       1210-READ-STATEMENT.
           READ STATEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-STMT-EOF-SW
           END-READ
           IF NOT STMT-EOF AND WS-STMT-STATUS NOT = '00'
               MOVE 'READ ERROR: STATEMENT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-STMT-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    A TRL CAPTURES THE EXPECTED CONTROLS AND MUST BE LAST; A
      *    DETAIL LINE FOLDS INTO THE RUNNING COUNT AND TOTALS AND
      *    JOINS THE BANK TABLE
       1220-LOAD-ONE-STATEMENT-LINE.
           IF TRAILER-SEEN
               MOVE 'STATEMENT RECORDS FOUND AFTER THE TRL RECORD'
                                            TO WS-ABEND-MSG(1:45)
               PERFORM 9800-CONTROL-FAILURE
           END-IF

           EVALUATE BNK-RECORD-TYPE
               WHEN 'TRL'
                   MOVE BANK-STATEMENT-RECORD TO WS-BANK-CTL
                   MOVE BCTL-DETAIL-COUNT OF WS-BANK-CTL
                                            TO WS-TRL-DETAIL-COUNT
                   MOVE BCTL-CREDIT-TOTAL OF WS-BANK-CTL
                                            TO WS-TRL-CREDIT-TOTAL
                   MOVE BCTL-DEBIT-TOTAL OF WS-BANK-CTL
                                            TO WS-TRL-DEBIT-TOTAL
                   MOVE 'Y'                 TO WS-TRL-SEEN-SW
               WHEN 'DTL'
                   PERFORM 1230-ADD-STATEMENT-DETAIL
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE ON STATEMENT FILE'
                                            TO WS-ABEND-MSG(1:37)
                   PERFORM 9800-CONTROL-FAILURE
           END-EVALUATE

           PERFORM 1210-READ-STATEMENT.

       1230-ADD-STATEMENT-DETAIL.
           IF BNK-AMOUNT NOT NUMERIC
               MOVE 'NON-NUMERIC AMOUNT ON STATEMENT DETAIL'
                                            TO WS-ABEND-MSG(1:38)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           IF NOT BNK-DEPOSIT-CREDIT
          AND NOT BNK-RETURNED-ITEM
          AND NOT BNK-SERVICE-FEE
               MOVE 'UNKNOWN TRAN CODE ON STATEMENT DETAIL'
                                            TO WS-ABEND-MSG(1:37)
               PERFORM 9800-CONTROL-FAILURE
           END-IF

           ADD 1                            TO WS-STMT-DETAIL-COUNT
           IF BNK-DEPOSIT-CREDIT
               ADD BNK-AMOUNT               TO WS-STMT-CREDIT-TOTAL
           ELSE
               ADD BNK-AMOUNT               TO WS-STMT-DEBIT-TOTAL
           END-IF

           PERFORM 1500-ADD-BANK-ENTRY
           MOVE BNK-TRAN-CODE       TO WS-BNK-TYPE-TBL (WS-BNK-IDX)
           IF BNK-DEPOSIT-REF NUMERIC
               MOVE BNK-DEPOSIT-REF TO WS-BNK-DEP-NO-TBL (WS-BNK-IDX)
           ELSE
               MOVE ZERO            TO WS-BNK-DEP-NO-TBL (WS-BNK-IDX)
           END-IF
           MOVE BNK-POST-DATE       TO WS-BNK-DATE-TBL (WS-BNK-IDX)
           MOVE BNK-AMOUNT          TO WS-BNK-AMT-TBL (WS-BNK-IDX)
           MOVE BNK-BANK-REF        TO WS-BNK-REF-TBL (WS-BNK-IDX)
           MOVE BNK-DESCRIPTION     TO WS-BNK-DESC-TBL (WS-BNK-IDX)
           MOVE WS-STATEMENT-DATE   TO WS-BNK-SEEN-TBL (WS-BNK-IDX)
           IF BNK-SERVICE-FEE
               MOVE 'F'             TO WS-BNK-STATE-TBL (WS-BNK-IDX)
               ADD 1                        TO WS-FEE-CNT
               ADD BNK-AMOUNT               TO WS-FEE-AMT
           END-IF.

      *---------------------------------------------------------------*
      * LOAD CASHAPP'S DEPOSIT EXTRACT BEHIND THE CARRIED BOOK ITEMS.  *
      * NO FILE (STATUS 35) MEANS CASHAPP HAS NOT RUN SINCE THE LAST   *
      * RECONCILIATION - ONLY CARRIED ITEMS CAN MATCH.                 *
      *---------------------------------------------------------------*
       1300-LOAD-DEPOSIT-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = '00'
               MOVE 'Y'                     TO WS-EXTRACT-PRESENT-SW
               PERFORM 1310-READ-EXTRACT
               PERFORM 1320-LOAD-ONE-EXTRACT UNTIL EXTRACT-EOF
               CLOSE EXTRACT-FILE
           ELSE
               IF WS-EXTRACT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: EXTRACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-EXTRACT-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1310-READ-EXTRACT.
           READ EXTRACT-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
           END-READ
           IF NOT EXTRACT-EOF AND WS-EXTRACT-STATUS NOT = '00'
               MOVE 'READ ERROR: EXTRACT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EXTRACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1320-LOAD-ONE-EXTRACT.
           IF (DPX-DEPOSIT OR DPX-REVERSAL) AND DPX-AMOUNT NUMERIC
               PERFORM 1600-ADD-BOOK-ENTRY
               IF DPX-DEPOSIT
                   MOVE 'DEP'           TO WS-BOK-TYPE-TBL (WS-BOK-IDX)
               ELSE
                   MOVE 'RET'           TO WS-BOK-TYPE-TBL (WS-BOK-IDX)
               END-IF
               MOVE DPX-DEPOSIT-NO
                                    TO WS-BOK-DEP-NO-TBL (WS-BOK-IDX)
               MOVE DPX-DEPOSIT-DATE    TO WS-BOK-DATE-TBL (WS-BOK-IDX)
               MOVE DPX-AMOUNT          TO WS-BOK-AMT-TBL (WS-BOK-IDX)
               MOVE DPX-CUST-ID         TO WS-BOK-CUST-TBL (WS-BOK-IDX)
               MOVE WS-STATEMENT-DATE   TO WS-BOK-SEEN-TBL (WS-BOK-IDX)
           ELSE
               DISPLAY '*** BANKRECN: UNREADABLE EXTRACT RECORD '
                       WS-EXTRACT-READ ' IGNORED'
           END-IF
           PERFORM 1310-READ-EXTRACT.

      *---------------------------------------------------------------*
      * ADD ONE BANK OR BOOK TABLE ENTRY, LEFT OPEN, AND POINT THE     *
      * INDEX AT IT                                                    *
      *---------------------------------------------------------------*
       1500-ADD-BANK-ENTRY.
           IF WS-BANK-TABLE-COUNT >= WS-BANK-TABLE-MAX
               MOVE 'BANK ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:40)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-BANK-TABLE-COUNT
           SET WS-BNK-IDX                   TO WS-BANK-TABLE-COUNT
           MOVE SPACES                 TO WS-BANK-ENTRY (WS-BNK-IDX)
           MOVE ZERO                   TO WS-BNK-DEP-NO-TBL (WS-BNK-IDX)
                                          WS-BNK-AMT-TBL (WS-BNK-IDX)
           MOVE 'O'                    TO WS-BNK-STATE-TBL (WS-BNK-IDX).

       1600-ADD-BOOK-ENTRY.
           IF WS-BOOK-TABLE-COUNT >= WS-BOOK-TABLE-MAX
               MOVE 'BOOK ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:40)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-BOOK-TABLE-COUNT
           SET WS-BOK-IDX                   TO WS-BOOK-TABLE-COUNT
           MOVE SPACES                 TO WS-BOOK-ENTRY (WS-BOK-IDX)
           MOVE ZERO                   TO WS-BOK-DEP-NO-TBL (WS-BOK-IDX)
                                          WS-BOK-AMT-TBL (WS-BOK-IDX)
                                          WS-BOK-CUST-TBL (WS-BOK-IDX)
           MOVE 'O'                    TO WS-BOK-STATE-TBL (WS-BOK-IDX).

      *---------------------------------------------------------------*
      * MATCH ONE OPEN BANK ITEM AGAINST THE OPEN BOOK ITEMS, OLDEST   *
      * FIRST. A DEPOSIT NEEDS THE SAME SLIP AND THE SAME AMOUNT; A    *
      * RETURNED ITEM NEEDS THE SAME AMOUNT AND, WHEN THE BANK NAMES   *
      * THE SLIP, THE SAME SLIP. A DEPOSIT WHOSE SLIP IS ON THE BOOKS  *
      * AT A DIFFERENT AMOUNT IS NOT FORCED TOGETHER - BOTH SIDES STAY *
      * OPEN, FLAGGED, FOR TREASURY TO CHASE.                          *
      *---------------------------------------------------------------*
       2000-MATCH-BANK-ITEM.
           IF BNK-ITEM-OPEN (WS-BANK-SUB)
               MOVE 'N'                     TO WS-BOOK-MATCH-SW
               MOVE 1                       TO WS-BOOK-SUB
               PERFORM 2100-TEST-ONE-BOOK-ITEM
                   UNTIL WS-BOOK-SUB > WS-BOOK-TABLE-COUNT
                      OR BOOK-MATCH-FOUND

               IF BOOK-MATCH-FOUND
                   PERFORM 2200-RECORD-MATCH
               ELSE
                   IF WS-BNK-TYPE-TBL (WS-BANK-SUB) = 'DEP'
                       MOVE 1               TO WS-BOOK-SUB
                       PERFORM 2150-FLAG-AMOUNT-DIFFERENCE
                           UNTIL WS-BOOK-SUB > WS-BOOK-TABLE-COUNT
                   END-IF
               END-IF
           END-IF

           ADD 1                            TO WS-BANK-SUB.

       2100-TEST-ONE-BOOK-ITEM.
           IF BOK-ITEM-OPEN (WS-BOOK-SUB)
          AND WS-BOK-TYPE-TBL (WS-BOOK-SUB)
                                    = WS-BNK-TYPE-TBL (WS-BANK-SUB)
          AND WS-BOK-AMT-TBL (WS-BOOK-SUB)
                                    = WS-BNK-AMT-TBL (WS-BANK-SUB)
               EVALUATE TRUE
                   WHEN WS-BNK-DEP-NO-TBL (WS-BANK-SUB)
                                 = WS-BOK-DEP-NO-TBL (WS-BOOK-SUB)
                       MOVE 'Y'             TO WS-BOOK-MATCH-SW
                   WHEN WS-BNK-TYPE-TBL (WS-BANK-SUB) = 'RET'
                    AND WS-BNK-DEP-NO-TBL (WS-BANK-SUB) = ZERO
                       MOVE 'Y'             TO WS-BOOK-MATCH-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT BOOK-MATCH-FOUND
               ADD 1                        TO WS-BOOK-SUB
           END-IF.

       2150-FLAG-AMOUNT-DIFFERENCE.
           IF BOK-ITEM-OPEN (WS-BOOK-SUB)
          AND WS-BOK-TYPE-TBL (WS-BOOK-SUB) = 'DEP'
          AND WS-BOK-DEP-NO-TBL (WS-BOOK-SUB)
                                    = WS-BNK-DEP-NO-TBL (WS-BANK-SUB)
               MOVE 'AMOUNT DIFFERS'
                                    TO WS-BOK-REASON-TBL (WS-BOOK-SUB)
               MOVE 'AMOUNT DIFFERS'
                                    TO WS-BNK-REASON-TBL (WS-BANK-SUB)
           END-IF
           ADD 1                            TO WS-BOOK-SUB.

       2200-RECORD-MATCH.
           MOVE 'M'              TO WS-BNK-STATE-TBL (WS-BANK-SUB)
           MOVE 'M'              TO WS-BOK-STATE-TBL (WS-BOOK-SUB)
           IF WS-BNK-TYPE-TBL (WS-BANK-SUB) = 'DEP'
               ADD 1                        TO WS-DEP-MATCHED-CNT
               ADD WS-BNK-AMT-TBL (WS-BANK-SUB)
                                            TO WS-DEP-MATCHED-AMT
           ELSE
               ADD 1                        TO WS-RET-MATCHED-CNT
               ADD WS-BNK-AMT-TBL (WS-BANK-SUB)
                                            TO WS-RET-MATCHED-AMT
           END-IF

           MOVE WS-BNK-TYPE-TBL (WS-BANK-SUB)   TO MTD-TYPE
           MOVE WS-BOK-DEP-NO-TBL (WS-BOOK-SUB) TO MTD-DEPOSIT-NO
           MOVE WS-BNK-DATE-TBL (WS-BANK-SUB)   TO MTD-BANK-DATE
           MOVE WS-BOK-DATE-TBL (WS-BOOK-SUB)   TO MTD-BOOK-DATE
           MOVE WS-BNK-AMT-TBL (WS-BANK-SUB)    TO MTD-AMOUNT
           MOVE WS-BNK-REF-TBL (WS-BANK-SUB)    TO MTD-BANK-REF
           MOVE SPACES                          TO MTD-CUST-ID
           IF WS-BOK-CUST-TBL (WS-BOOK-SUB) NOT = ZERO
               MOVE WS-BOK-CUST-TBL (WS-BOOK-SUB) TO MTD-CUST-ID
           END-IF
           MOVE WS-MATCH-DETAIL             TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * THE UNRECONCILED LIST - BANK-ONLY ITEMS, BOOK-ONLY ITEMS, EACH *
      * AGED, THEN THE FEES FOR TREASURY TO BOOK                       *
      *---------------------------------------------------------------*
       3000-REPORT-UNRECONCILED.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'BANK-ONLY ITEMS - ON THE STATEMENT, NOT IN CASHAPP'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-OPEN-HEADER              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 1                           TO WS-BANK-SUB
           PERFORM 3100-REPORT-BANK-ONLY
               UNTIL WS-BANK-SUB > WS-BANK-TABLE-COUNT

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'BOOK-ONLY ITEMS - IN CASHAPP, NOT ON THE STATEMENT'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-OPEN-HEADER              TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 1                           TO WS-BOOK-SUB
           PERFORM 3200-REPORT-BOOK-ONLY
               UNTIL WS-BOOK-SUB > WS-BOOK-TABLE-COUNT

           IF WS-FEE-CNT > ZERO
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE 'BANK FEES - NO BOOK ENTRY, BOOK TO THE GL'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE 1                       TO WS-BANK-SUB
               PERFORM 3300-REPORT-ONE-FEE
                   UNTIL WS-BANK-SUB > WS-BANK-TABLE-COUNT
           END-IF.

       3100-REPORT-BANK-ONLY.
           IF BNK-ITEM-OPEN (WS-BANK-SUB)
               IF WS-BNK-REASON-TBL (WS-BANK-SUB) = SPACES
                   IF WS-BNK-TYPE-TBL (WS-BANK-SUB) = 'DEP'
                       MOVE 'NO CASHAPP BATCH'
                                    TO WS-BNK-REASON-TBL (WS-BANK-SUB)
                   ELSE
                       MOVE 'NO CASHAPP REVERSAL'
                                    TO WS-BNK-REASON-TBL (WS-BANK-SUB)
                   END-IF
               END-IF
               MOVE WS-BNK-DATE-TBL (WS-BANK-SUB) TO WS-AGE-WORK-DATE
               PERFORM 3500-AGE-ONE-ITEM
               ADD WS-BNK-AMT-TBL (WS-BANK-SUB)
                                    TO WS-AGE-AMT-TBL (WS-AGE-BUCKET)
               ADD 1                        TO WS-BANK-ONLY-CNT
               ADD WS-BNK-AMT-TBL (WS-BANK-SUB) TO WS-BANK-ONLY-AMT

               MOVE WS-BNK-TYPE-TBL (WS-BANK-SUB)   TO OPD-TYPE
               MOVE WS-BNK-DEP-NO-TBL (WS-BANK-SUB) TO OPD-DEPOSIT-NO
               MOVE WS-BNK-DATE-TBL (WS-BANK-SUB)   TO OPD-ITEM-DATE
               MOVE WS-BNK-AMT-TBL (WS-BANK-SUB)    TO OPD-AMOUNT
               MOVE WS-BNK-REF-TBL (WS-BANK-SUB)    TO OPD-REFERENCE
               MOVE WS-AGE-DAYS                     TO OPD-AGE-DAYS
               MOVE WS-BNK-SEEN-TBL (WS-BANK-SUB)   TO OPD-SEEN-DATE
               MOVE WS-BNK-REASON-TBL (WS-BANK-SUB) TO OPD-REASON
               MOVE WS-OPEN-DETAIL                  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           ADD 1                            TO WS-BANK-SUB.

       3200-REPORT-BOOK-ONLY.
           IF BOK-ITEM-OPEN (WS-BOOK-SUB)
               IF WS-BOK-REASON-TBL (WS-BOOK-SUB) = SPACES
                   IF WS-BOK-TYPE-TBL (WS-BOOK-SUB) = 'DEP'
                       MOVE 'NOT CREDITED BY BANK'
                                    TO WS-BOK-REASON-TBL (WS-BOOK-SUB)
                   ELSE
                       MOVE 'NOT RETURNED BY BANK'
                                    TO WS-BOK-REASON-TBL (WS-BOOK-SUB)
                   END-IF
               END-IF
               MOVE WS-BOK-DATE-TBL (WS-BOOK-SUB) TO WS-AGE-WORK-DATE
               PERFORM 3500-AGE-ONE-ITEM
               ADD WS-BOK-AMT-TBL (WS-BOOK-SUB)
                                    TO WS-AGE-AMT-TBL (WS-AGE-BUCKET)
               ADD 1                        TO WS-BOOK-ONLY-CNT
               ADD WS-BOK-AMT-TBL (WS-BOOK-SUB) TO WS-BOOK-ONLY-AMT

               MOVE WS-BOK-TYPE-TBL (WS-BOOK-SUB)   TO OPD-TYPE
               MOVE WS-BOK-DEP-NO-TBL (WS-BOOK-SUB) TO OPD-DEPOSIT-NO
               MOVE WS-BOK-DATE-TBL (WS-BOOK-SUB)   TO OPD-ITEM-DATE
               MOVE WS-BOK-AMT-TBL (WS-BOOK-SUB)    TO OPD-AMOUNT
               MOVE SPACES                          TO OPD-REFERENCE
               IF WS-BOK-CUST-TBL (WS-BOOK-SUB) NOT = ZERO
                   STRING 'CUST '
                          WS-BOK-CUST-TBL (WS-BOOK-SUB)
                          DELIMITED SIZE    INTO OPD-REFERENCE
               END-IF
               MOVE WS-AGE-DAYS                     TO OPD-AGE-DAYS
               MOVE WS-BOK-SEEN-TBL (WS-BOOK-SUB)   TO OPD-SEEN-DATE
               MOVE WS-BOK-REASON-TBL (WS-BOOK-SUB) TO OPD-REASON
               MOVE WS-OPEN-DETAIL                  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           ADD 1                            TO WS-BOOK-SUB.

       3300-REPORT-ONE-FEE.
           IF BNK-ITEM-FEE (WS-BANK-SUB)
               MOVE WS-BNK-AMT-TBL (WS-BANK-SUB) TO WS-AMT-DISPLAY
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING 'FEE   ' WS-BNK-DATE-TBL (WS-BANK-SUB)
                      '  ' WS-AMT-DISPLAY
                      '  ' WS-BNK-REF-TBL (WS-BANK-SUB)
                      '  ' WS-BNK-DESC-TBL (WS-BANK-SUB)
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           ADD 1                            TO WS-BANK-SUB.

      *---------------------------------------------------------------*
      * AGE ONE UNRECONCILED ITEM FROM ITS DATE (WS-AGE-WORK-DATE) TO  *
      * THE STATEMENT DATE AND COUNT IT IN ITS BUCKET. AN ITEM DATE    *
      * THAT IS NOT A DATE AGES AS ZERO RATHER THAN ABENDING THE RUN.  *
      *---------------------------------------------------------------*
       3500-AGE-ONE-ITEM.
           MOVE ZERO                        TO WS-AGE-DAYS
           IF WS-AGE-WORK-DATE(1:4) NUMERIC
          AND WS-AGE-WORK-DATE(6:2) NUMERIC
          AND WS-AGE-WORK-DATE(9:2) NUMERIC
               MOVE WS-AGE-WORK-DATE(1:4)   TO WS-ITEM-DATE-NUM(1:4)
               MOVE WS-AGE-WORK-DATE(6:2)   TO WS-ITEM-DATE-NUM(5:2)
               MOVE WS-AGE-WORK-DATE(9:2)   TO WS-ITEM-DATE-NUM(7:2)
               IF WS-ITEM-DATE-NUM(5:2) >= '01'
              AND WS-ITEM-DATE-NUM(5:2) <= '12'
              AND WS-ITEM-DATE-NUM(7:2) >= '01'
              AND WS-ITEM-DATE-NUM(7:2) <= '31'
                   COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-STMT-DATE-NUM)
                         - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
               END-IF
           END-IF
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO                    TO WS-AGE-DAYS
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 3
                   MOVE 1                   TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 10
                   MOVE 2                   TO WS-AGE-BUCKET
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3                   TO WS-AGE-BUCKET
               WHEN OTHER
                   MOVE 4                   TO WS-AGE-BUCKET
           END-EVALUATE
           ADD 1                    TO WS-AGE-CNT-TBL (WS-AGE-BUCKET).

      *---------------------------------------------------------------*
      * REWRITE THE CARRY-FORWARD FILE - THE CONTROL RECORD NAMING     *
      * THIS STATEMENT, THEN EVERY ITEM STILL OPEN ON EITHER SIDE.     *
      * FEES ARE NOT CARRIED; THEY ARE BOOKED FROM THIS REPORT.        *
      *---------------------------------------------------------------*
       4000-WRITE-CARRY-FORWARD.
           OPEN OUTPUT CARRY-FILE
           IF WS-CARRY-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CARRY-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CARRY-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO BANK-OPEN-ITEM-RECORD
           MOVE 'C'                         TO BOI-SIDE
           MOVE WS-STATEMENT-DATE           TO BOI-ITEM-DATE
           MOVE ZERO                        TO BOI-DEPOSIT-NO
                                               BOI-AMOUNT
                                               BOI-CUST-ID
           MOVE WS-BUSINESS-DATE            TO BOI-FIRST-SEEN-DATE
           PERFORM 4900-WRITE-CARRY-RECORD

           MOVE 1                           TO WS-BANK-SUB
           PERFORM 4100-CARRY-BANK-ITEM
               UNTIL WS-BANK-SUB > WS-BANK-TABLE-COUNT
           MOVE 1                           TO WS-BOOK-SUB
           PERFORM 4200-CARRY-BOOK-ITEM
               UNTIL WS-BOOK-SUB > WS-BOOK-TABLE-COUNT

           CLOSE CARRY-FILE.

       4100-CARRY-BANK-ITEM.
           IF BNK-ITEM-OPEN (WS-BANK-SUB)
               MOVE SPACES                  TO BANK-OPEN-ITEM-RECORD
               MOVE 'B'                     TO BOI-SIDE
               MOVE WS-BNK-TYPE-TBL (WS-BANK-SUB)   TO BOI-ITEM-TYPE
               MOVE WS-BNK-DEP-NO-TBL (WS-BANK-SUB) TO BOI-DEPOSIT-NO
               MOVE WS-BNK-DATE-TBL (WS-BANK-SUB)   TO BOI-ITEM-DATE
               MOVE WS-BNK-AMT-TBL (WS-BANK-SUB)    TO BOI-AMOUNT
               MOVE ZERO                            TO BOI-CUST-ID
               MOVE WS-BNK-REF-TBL (WS-BANK-SUB)    TO BOI-BANK-REF
               MOVE WS-BNK-SEEN-TBL (WS-BANK-SUB)
                                            TO BOI-FIRST-SEEN-DATE
               MOVE WS-BNK-REASON-TBL (WS-BANK-SUB) TO BOI-REASON
               PERFORM 4900-WRITE-CARRY-RECORD
           END-IF
           ADD 1                            TO WS-BANK-SUB.

       4200-CARRY-BOOK-ITEM.
           IF BOK-ITEM-OPEN (WS-BOOK-SUB)
               MOVE SPACES                  TO BANK-OPEN-ITEM-RECORD
               MOVE 'K'                     TO BOI-SIDE
               MOVE WS-BOK-TYPE-TBL (WS-BOOK-SUB)   TO BOI-ITEM-TYPE
               MOVE WS-BOK-DEP-NO-TBL (WS-BOOK-SUB) TO BOI-DEPOSIT-NO
               MOVE WS-BOK-DATE-TBL (WS-BOOK-SUB)   TO BOI-ITEM-DATE
               MOVE WS-BOK-AMT-TBL (WS-BOOK-SUB)    TO BOI-AMOUNT
               MOVE WS-BOK-CUST-TBL (WS-BOOK-SUB)   TO BOI-CUST-ID
               MOVE WS-BOK-SEEN-TBL (WS-BOOK-SUB)
                                            TO BOI-FIRST-SEEN-DATE
               MOVE WS-BOK-REASON-TBL (WS-BOOK-SUB) TO BOI-REASON
               PERFORM 4900-WRITE-CARRY-RECORD
           END-IF
           ADD 1                            TO WS-BOOK-SUB.

       4900-WRITE-CARRY-RECORD.
           WRITE BANK-OPEN-ITEM-RECORD
           IF WS-CARRY-STATUS NOT = '00'
               MOVE 'WRITE ERROR: CARRY-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CARRY-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT BOI-CONTROL
               ADD 1                        TO WS-CARRIED-OUT
           END-IF.

      *---------------------------------------------------------------*
      * RESET CASHAPP'S EXTRACT TO EMPTY - EVERY RECORD IN IT IS NOW   *
      * EITHER MATCHED OR SAFE ON THE CARRY-FORWARD FILE               *
      *---------------------------------------------------------------*
       4500-RESET-DEPOSIT-EXTRACT.
           IF EXTRACT-PRESENT
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EXTRACT-STATUS NOT = '00'
                   MOVE 'RESET FAILED: EXTRACT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-EXTRACT-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               CLOSE EXTRACT-FILE
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - SUMMARY, AGING, AND THE RETURN CODE             *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'RECONCILIATION SUMMARY'    TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-STMT-DETAIL-COUNT        TO WS-COUNT-DISPLAY
           MOVE WS-STMT-CREDIT-TOTAL        TO WS-AMT-DISPLAY
           MOVE WS-STMT-DEBIT-TOTAL         TO WS-AMT-DISPLAY-2
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'STATEMENT LINES      ' WS-COUNT-DISPLAY
                  '   CREDITS ' WS-AMT-DISPLAY
                  '   DEBITS ' WS-AMT-DISPLAY-2
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-DEP-MATCHED-CNT          TO WS-COUNT-DISPLAY
           MOVE WS-DEP-MATCHED-AMT          TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'DEPOSITS MATCHED     ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-RET-MATCHED-CNT          TO WS-COUNT-DISPLAY
           MOVE WS-RET-MATCHED-AMT          TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'RETURNS MATCHED      ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-FEE-CNT                  TO WS-COUNT-DISPLAY
           MOVE WS-FEE-AMT                  TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'BANK FEES            ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-BANK-ONLY-CNT            TO WS-COUNT-DISPLAY
           MOVE WS-BANK-ONLY-AMT            TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'BANK-ONLY ITEMS      ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-BOOK-ONLY-CNT            TO WS-COUNT-DISPLAY
           MOVE WS-BOOK-ONLY-AMT            TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'BOOK-ONLY ITEMS      ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'UNRECONCILED ITEMS BY AGE' TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 1                           TO WS-AGE-PRINT-SUB
           PERFORM 8100-PRINT-AGING-BUCKET
               UNTIL WS-AGE-PRINT-SUB > 4

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-CARRIED-OUT = ZERO
               MOVE 'EVERY ITEM RECONCILED - NOTHING CARRIED FORWARD'
                                            TO WS-REPORT-LINE
           ELSE
               MOVE WS-CARRIED-OUT          TO WS-COUNT-DISPLAY
               STRING '*** ' WS-COUNT-DISPLAY
                      ' UNRECONCILED ITEMS CARRIED FORWARD ***'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'BANKRECN - BANK RECONCILIATION RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'STATEMENT DATE:       ' WS-STATEMENT-DATE
           DISPLAY 'STATEMENT LINES:      ' WS-STMT-DETAIL-COUNT
           DISPLAY 'EXTRACT RECORDS READ: ' WS-EXTRACT-READ
           DISPLAY 'ITEMS CARRIED IN:     ' WS-CARRIED-IN
           DISPLAY 'DEPOSITS MATCHED:     ' WS-DEP-MATCHED-CNT
           DISPLAY 'RETURNS MATCHED:      ' WS-RET-MATCHED-CNT
           DISPLAY 'BANK FEES:            ' WS-FEE-CNT
           DISPLAY 'BANK-ONLY ITEMS:      ' WS-BANK-ONLY-CNT
           DISPLAY 'BOOK-ONLY ITEMS:      ' WS-BOOK-ONLY-CNT
           DISPLAY 'ITEMS CARRIED OUT:    ' WS-CARRIED-OUT
           DISPLAY '============================================='

           IF WS-CARRIED-OUT > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

       8100-PRINT-AGING-BUCKET.
           MOVE WS-AGE-CNT-TBL (WS-AGE-PRINT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-AGE-AMT-TBL (WS-AGE-PRINT-SUB) TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '  ' WS-AGE-LABEL-TBL (WS-AGE-PRINT-SUB)
                  '       ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           ADD 1                            TO WS-AGE-PRINT-SUB.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE RECONCILIATION REPORT                    *
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
      * STATEMENT CONTROL FAILURE - NOTHING HAS BEEN REWRITTEN OR      *
      * RESET, SO RETURN-CODE 12 (DATA PROBLEM) RATHER THAN THE        *
      * I/O-LEVEL 16. FIX OR RE-REQUEST THE STATEMENT AND RERUN.       *
      *---------------------------------------------------------------*
       9800-CONTROL-FAILURE.
           DISPLAY '*** BANKRECN CONTROL FAILURE: ' WS-ABEND-MSG
           MOVE 12                          TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** BANKRECN FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
