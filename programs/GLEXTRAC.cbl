      *               KEYING OF REPORT TOTALS INTO THE GL:            *
      *                 - SALES REVENUE AND TAX PAYABLE FROM THE      *
      *                   CLEAN SALES TOTALS (RETURNS NETTED)         *
      *                 - FREIGHT REVENUE FROM THE FREIGHT BILLED ON  *
      *                   THOSE SALES, KEPT OUT OF SALES REVENUE      *
      *                 - COMMISSION EXPENSE FROM COMMOUT             *
      *                 - CUSTOMER BALANCE MOVEMENT FROM THE NIGHT'S  *
      *                   CUST-BALANCE AUDIT RECORDS                  *
      *                 - REALIZED FX GAIN/LOSS ON FOREIGN-CURRENCY   *
      *                   RECEIPTS FROM CASHAPP'S FXREAL RECORDS      *
      *               DEBITS MUST EQUAL CREDITS BEFORE THE INTERFACE  *
      *               FILE IS RELEASED - AN OUT-OF-BALANCE RUN WRITES *
      *               NO JOURNAL FILE AND ENDS RETURN-CODE 12.        *
      *               FILE MEANS NO COMMISSION RUN TONIGHT, NOT AN    *
      *               ERROR                                            *
      *               AUDIT TRAIL             (AUDITOUT)              *
      *               SALE CORRECTIONS        (CORRPOST) - THE DAY'S  *
      *               POSTED CORRECTIONS BOOK A RECLASS ENTRY; A      *
      *               MISSING FILE MEANS NONE WERE POSTED             *
      *               REALIZED FX GAIN/LOSS   (FXREAL) - THE DAY'S    *
      *               FOREIGN-CURRENCY APPLICATIONS; A MISSING FILE   *
      *               MEANS NONE WERE APPLIED                         *
      * OUTPUTS:      JOURNAL INTERFACE FILE  (GLJRNL)                *
      *               POSTING REGISTER REPORT (GLREG)                 *
      *****************************************************************
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REASON-STATUS.

      *    SALECORR'S POSTED CORRECTIONS - EACH CARRIES THE SALE AND
      *    TAX DELTA IT RESTATED, BOOKED HERE AS A RECLASS AGAINST
      *    RECEIVABLES ON THE BUSINESS DATE AND CYCLE IT WAS POSTED
           SELECT CORR-FILE       ASSIGN TO CORRPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CORR-STATUS.

      *    CASHAPP'S REALIZED FX GAIN/LOSS - ONE RECORD PER FOREIGN-
      *    CURRENCY APPLICATION, BOOKED HERE AGAINST RECEIVABLES ON
      *    THE BUSINESS DATE AND CYCLE IT WAS POSTED
           SELECT FXREAL-FILE     ASSIGN TO FXREAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FXREAL-STATUS.

      *    CUSTOMER EXTRACT AND EXCHANGE RATE MASTER - EACH AUDIT
      *    ROW'S BALANCE MOVEMENT IS DENOMINATED IN ITS CUSTOMER'S
      *    CURRENCY, SO IT IS CONVERTED TO USD AT THE RATE IN FORCE
           BLOCK CONTAINS 0 RECORDS.
       COPY ADJRSN.

       FD  CORR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CORRPOST.

       FD  FXREAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY FXREAL.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      * THE HOME BOOK, '01'.                                         *
      *--------------------------------------------------------------*
           05  GLJ-DIVISION             PIC X(2).
      *--------------------------------------------------------------*
      * SOURCE DOCUMENT REFERENCE - ON THE SALES AND TAX LINES, THE  *
      * FIRST INVOICE OR CREDIT-NOTE NUMBER OF THE NIGHT'S RANGE FOR *
      * THE DIVISION (THE FULL RANGE PRINTS ON THE POSTING REGISTER) *
      * SO THE GL CAN DRILL BACK TO THE DOCUMENTS. SPACES ON LINES   *
      * WITH NO SOURCE DOCUMENT.                                     *
      *--------------------------------------------------------------*
           05  GLJ-REFERENCE            PIC X(10).
           05  FILLER                   PIC X(4).

       FD  REGISTER-FILE
           RECORDING MODE IS F
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-MEMO-STATUS           PIC XX VALUE SPACES.
           05  WS-REASON-STATUS         PIC XX VALUE SPACES.
           05  WS-CORR-STATUS           PIC XX VALUE SPACES.
           05  WS-FXREAL-STATUS         PIC XX VALUE SPACES.
           05  WS-JOURNAL-STATUS        PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
           05  WS-CUSTX-STATUS          PIC XX VALUE SPACES.
               88  MEMO-EOF                     VALUE 'Y'.
           05  WS-REASON-EOF-SW         PIC X VALUE 'N'.
               88  REASON-EOF                   VALUE 'Y'.
           05  WS-CORR-EOF-SW           PIC X VALUE 'N'.
               88  CORR-EOF                     VALUE 'Y'.
           05  WS-FXREAL-EOF-SW         PIC X VALUE 'N'.
               88  FXREAL-EOF                   VALUE 'Y'.
           05  WS-RSNGL-FOUND-SW        PIC X VALUE 'N'.
               88  RSNGL-FOUND                  VALUE 'Y'.
           05  WS-CUSTX-EOF-SW          PIC X VALUE 'N'.
           05  WS-DIVISION-TOTALS OCCURS 2 TIMES.
               10  WS-NET-SALES         PIC S9(13)V99 VALUE ZERO.
               10  WS-NET-TAX           PIC S9(13)V99 VALUE ZERO.
               10  WS-NET-FREIGHT       PIC S9(13)V99 VALUE ZERO.
               10  WS-BALANCE-MOVEMENT  PIC S9(13)V99 VALUE ZERO.
      *---------------------------------------------------------------*
      * TYPE 'W' AUDIT ROWS ARE BAD-DEBT WRITE-OFFS AND GET THEIR OWN  *
      * OF DISAPPEARING INTO THE GENERIC BALANCE MOVEMENT              *
      *---------------------------------------------------------------*
               10  WS-WRITEOFF-MOVEMENT PIC S9(13)V99 VALUE ZERO.
      *---------------------------------------------------------------*
      * POSTED SALE CORRECTIONS - THE NET SALE AND TAX RESTATED, KEPT  *
      * APART FROM THE NIGHT'S CLEAN SALES SO THE RECLASS SHOWS AS     *
      * ITS OWN ENTRY                                                  *
      *---------------------------------------------------------------*
               10  WS-CORR-SALES-DELTA  PIC S9(13)V99 VALUE ZERO.
               10  WS-CORR-TAX-DELTA    PIC S9(13)V99 VALUE ZERO.
      *---------------------------------------------------------------*
      * REALIZED FX ON THE DAY'S FOREIGN-CURRENCY RECEIPTS, GAINS AND  *
      * LOSSES KEPT GROSS SO EACH POSTS TO ITS OWN ACCOUNT             *
      *---------------------------------------------------------------*
               10  WS-FX-REALIZED-GAIN  PIC S9(13)V99 VALUE ZERO.
               10  WS-FX-REALIZED-LOSS  PIC S9(13)V99 VALUE ZERO.
      *---------------------------------------------------------------*
      * THE NIGHT'S DOCUMENT-NUMBER RANGE FOR THE DIVISION - INVCGEN   *
      * NUMBERS THE CLEAN FILE IN ORDER, SO THE FIRST AND LAST SEEN    *
      * BOUND IT                                                       *
      *---------------------------------------------------------------*
               10  WS-FIRST-DOC-NO      PIC X(10) VALUE SPACES.
               10  WS-LAST-DOC-NO       PIC X(10) VALUE SPACES.
           05  WS-COMM-EXPENSE          PIC S9(13)V99 VALUE ZERO.

      *---------------------------------------------------------------*
           05  WS-MEMOS-UNMAPPED        PIC 9(7)  VALUE ZERO.
           05  WS-MEMOS-OFFDATE         PIC 9(7)  VALUE ZERO.
           05  WS-ADJ-NET-TOTAL         PIC S9(13)V99 VALUE ZERO.
           05  WS-CORRS-READ            PIC 9(7)  VALUE ZERO.
           05  WS-CORRS-OFFDATE         PIC 9(7)  VALUE ZERO.
           05  WS-FXREAL-READ           PIC 9(7)  VALUE ZERO.
           05  WS-FXREAL-OFFDATE        PIC 9(7)  VALUE ZERO.
           05  WS-FXREAL-UNPRICED       PIC 9(7)  VALUE ZERO.

      *---------------------------------------------------------------*
      * THE JOURNAL BUILT IN STORAGE FIRST, RELEASED TO GLJRNL ONLY    *
      * AFTER DEBITS AND CREDITS PROVE EQUAL                           *
      *---------------------------------------------------------------*
       01  WS-JOURNAL-TABLE.
           05  WS-JOURNAL-ENTRY OCCURS 60 TIMES
                                INDEXED BY WS-JRNL-IDX
                                           WS-JRNL-WRITE-SUB.
               10  WS-JRNL-ACCOUNT-TBL  PIC X(20) VALUE SPACES.
               10  WS-JRNL-CREDIT-TBL   PIC 9(11)V99 VALUE ZERO.
               10  WS-JRNL-SOURCE-TBL   PIC X(8)  VALUE SPACES.
               10  WS-JRNL-DIV-TBL      PIC X(2)  VALUE SPACES.
               10  WS-JRNL-REF-TBL      PIC X(10) VALUE SPACES.

       01  WS-JOURNAL-TABLE-FIELDS.
           05  WS-JRNL-TABLE-MAX        PIC 9(02) VALUE 60.
           05  WS-JRNL-TABLE-COUNT      PIC 9(02) VALUE ZERO.

       01  WS-BALANCE-TOTALS.
           05  WS-LINE-CREDIT           PIC 9(11)V99 VALUE ZERO.
           05  WS-LINE-SOURCE           PIC X(8)  VALUE SPACES.
           05  WS-LINE-DIVISION         PIC X(2)  VALUE '01'.
           05  WS-LINE-REFERENCE        PIC X(10) VALUE SPACES.

       01  WS-AUDIT-PARSE-FIELDS.
           05  WS-OLD-BALANCE           PIC S9(11)V99 VALUE ZERO.
           PERFORM 2500-TOTAL-COMMISSIONS
           PERFORM 3000-TOTAL-BALANCE-MOVEMENT UNTIL AUDIT-EOF
           PERFORM 3500-TOTAL-ADJUSTMENT-MEMOS
           PERFORM 3600-TOTAL-SALE-CORRECTIONS
           PERFORM 3700-TOTAL-FX-REALIZED
           PERFORM 4000-BUILD-JOURNAL
           PERFORM 5000-RELEASE-JOURNAL
           PERFORM 9000-PRINT-REGISTER
           END-IF.

      *---------------------------------------------------------------*
      * NET THE NIGHT'S CLEAN SALES, TAX AND FREIGHT - A RETURN NETS   *
      * OUT THE SAME WAY SALESRPT NETS IT OUT OF ITS OWN TOTALS        *
      *---------------------------------------------------------------*
       2000-TOTAL-CLEAN-SALES.
           MOVE SR-DIVISION                 TO WS-WORK-DIVISION
               ADD SR-TAX-AMOUNT
                     TO WS-NET-TAX (WS-DIV-SUB)
           END-IF
      *    A RECORD WRITTEN BEFORE FREIGHT WAS CARRIED HAS SPACES THERE
           IF SR-FREIGHT-AMOUNT NUMERIC
               IF SR-TRANS-RETURN
                   SUBTRACT SR-FREIGHT-AMOUNT
                       FROM WS-NET-FREIGHT (WS-DIV-SUB)
               ELSE
                   ADD SR-FREIGHT-AMOUNT
                         TO WS-NET-FREIGHT (WS-DIV-SUB)
               END-IF
           END-IF
           IF SR-INVOICE-NO NOT = SPACES
               IF WS-FIRST-DOC-NO (WS-DIV-SUB) = SPACES
                   MOVE SR-INVOICE-NO TO WS-FIRST-DOC-NO (WS-DIV-SUB)
               END-IF
               MOVE SR-INVOICE-NO     TO WS-LAST-DOC-NO (WS-DIV-SUB)
           END-IF

           PERFORM 1100-READ-SALES.

               SET WS-RSNGL-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * SALE CORRECTIONS POSTED BY SALECORR. THE FILE IS A RUNNING     *
      * HISTORY, SO ONLY RECORDS POSTED ON THE BUSINESS DATE AND THIS  *
      * RUN'S CYCLE ARE FOLDED - THE SAME FILTER 3000 APPLIES TO THE   *
      * AUDIT ROWS - AND A CORRECTION CANNOT BOOK A SECOND TIME. THE   *
      * FILE ABSENT (STATUS 35) MEANS NO CORRECTIONS TONIGHT.          *
      *---------------------------------------------------------------*
       3600-TOTAL-SALE-CORRECTIONS.
           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS = '00'
               PERFORM 3610-READ-CORRECTION
               PERFORM 3620-FOLD-ONE-CORRECTION UNTIL CORR-EOF
               CLOSE CORR-FILE
           ELSE
               IF WS-CORR-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CORR-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CORR-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       3610-READ-CORRECTION.
           READ CORR-FILE
               AT END
                   MOVE 'Y' TO WS-CORR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CORRS-READ
           END-READ
           IF NOT CORR-EOF AND WS-CORR-STATUS NOT = '00'
               MOVE 'READ FAILED: CORR-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CORR-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3620-FOLD-ONE-CORRECTION.
           IF CP-POSTED-DATE = WS-FORMATTED-DATE
          AND (CP-POSTED-CYCLE = WS-BUSDATE-CYCLE
           OR (CP-POSTED-CYCLE = SPACES
               AND WS-BUSDATE-CYCLE = '01'))
               MOVE CP-DIVISION             TO WS-WORK-DIVISION
               PERFORM 1900-RESOLVE-DIVISION
               ADD CP-SALE-DELTA  TO WS-CORR-SALES-DELTA (WS-DIV-SUB)
               ADD CP-TAX-DELTA   TO WS-CORR-TAX-DELTA (WS-DIV-SUB)
           ELSE
               ADD 1                        TO WS-CORRS-OFFDATE
           END-IF

           PERFORM 3610-READ-CORRECTION.

      *---------------------------------------------------------------*
      * REALIZED FX GAIN/LOSS WRITTEN BY CASHAPP. A RUNNING HISTORY    *
      * LIKE CORRPOST, FILTERED THE SAME WAY ON THE POSTED DATE AND    *
      * CYCLE. AN UNPRICED RECORD CARRIES A ZERO GAIN/LOSS AND IS      *
      * ONLY COUNTED. THE FILE ABSENT (STATUS 35) MEANS NO FOREIGN-    *
      * CURRENCY RECEIPTS HAVE BEEN APPLIED.                           *
      *---------------------------------------------------------------*
       3700-TOTAL-FX-REALIZED.
           OPEN INPUT FXREAL-FILE
           IF WS-FXREAL-STATUS = '00'
               PERFORM 3710-READ-FX-REALIZED
               PERFORM 3720-FOLD-ONE-FX-REALIZED UNTIL FXREAL-EOF
               CLOSE FXREAL-FILE
           ELSE
               IF WS-FXREAL-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: FXREAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-FXREAL-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       3710-READ-FX-REALIZED.
           READ FXREAL-FILE
               AT END
                   MOVE 'Y' TO WS-FXREAL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-FXREAL-READ
           END-READ
           IF NOT FXREAL-EOF AND WS-FXREAL-STATUS NOT = '00'
               MOVE 'READ FAILED: FXREAL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FXREAL-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3720-FOLD-ONE-FX-REALIZED.
           IF FXR-POSTED-DATE = WS-FORMATTED-DATE
          AND (FXR-POSTED-CYCLE = WS-BUSDATE-CYCLE
           OR (FXR-POSTED-CYCLE = SPACES
               AND WS-BUSDATE-CYCLE = '01'))
               MOVE FXR-DIVISION            TO WS-WORK-DIVISION
               PERFORM 1900-RESOLVE-DIVISION
               IF FXR-UNPRICED
                   ADD 1                    TO WS-FXREAL-UNPRICED
               END-IF
               IF FXR-GAIN-LOSS > ZERO
                   ADD FXR-GAIN-LOSS
                       TO WS-FX-REALIZED-GAIN (WS-DIV-SUB)
               ELSE
                   SUBTRACT FXR-GAIN-LOSS
                       FROM WS-FX-REALIZED-LOSS (WS-DIV-SUB)
               END-IF
           ELSE
               ADD 1                        TO WS-FXREAL-OFFDATE
           END-IF

           PERFORM 3710-READ-FX-REALIZED.

      *---------------------------------------------------------------*
      * BUILD THE JOURNAL IN STORAGE. EACH BOOKING IS A BALANCED PAIR  *
      * (OR TRIPLE) SO THE WHOLE JOURNAL BALANCES BY CONSTRUCTION -    *

           IF WS-NET-SALES (WS-DIV-BUILD-SUB) NOT = ZERO
           OR WS-NET-TAX (WS-DIV-BUILD-SUB) NOT = ZERO
           OR WS-NET-FREIGHT (WS-DIV-BUILD-SUB) NOT = ZERO
               MOVE WS-FIRST-DOC-NO (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-REFERENCE
               IF WS-NET-SALES (WS-DIV-BUILD-SUB)
                + WS-NET-TAX (WS-DIV-BUILD-SUB)
                + WS-NET-FREIGHT (WS-DIV-BUILD-SUB) >= ZERO
                   MOVE 'ACCOUNTS RECEIVABLE' TO WS-LINE-ACCOUNT
                   COMPUTE WS-LINE-DEBIT =
                           WS-NET-SALES (WS-DIV-BUILD-SUB)
                         + WS-NET-TAX (WS-DIV-BUILD-SUB)
                         + WS-NET-FREIGHT (WS-DIV-BUILD-SUB)
                   MOVE ZERO                TO WS-LINE-CREDIT
               ELSE
                   MOVE 'ACCOUNTS RECEIVABLE' TO WS-LINE-ACCOUNT
                   COMPUTE WS-LINE-CREDIT =
                           0 - (WS-NET-SALES (WS-DIV-BUILD-SUB)
                              + WS-NET-TAX (WS-DIV-BUILD-SUB)
                              + WS-NET-FREIGHT (WS-DIV-BUILD-SUB))
                   MOVE ZERO                TO WS-LINE-DEBIT
               END-IF
               MOVE 'SALES'                 TO WS-LINE-SOURCE
               END-IF
               MOVE 'SALES'                 TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE

      *        FREIGHT BILLED IS ITS OWN REVENUE ACCOUNT, SET AGAINST
      *        WHAT THE CARRIERS CHARGE US - NEVER SALES REVENUE
               IF WS-NET-FREIGHT (WS-DIV-BUILD-SUB) NOT = ZERO
                   IF WS-NET-FREIGHT (WS-DIV-BUILD-SUB) >= ZERO
                       MOVE 'FREIGHT REVENUE'   TO WS-LINE-ACCOUNT
                       MOVE ZERO                TO WS-LINE-DEBIT
                       MOVE WS-NET-FREIGHT (WS-DIV-BUILD-SUB)
                                                TO WS-LINE-CREDIT
                   ELSE
                       MOVE 'FREIGHT REVENUE'   TO WS-LINE-ACCOUNT
                       COMPUTE WS-LINE-DEBIT =
                               0 - WS-NET-FREIGHT (WS-DIV-BUILD-SUB)
                       MOVE ZERO                TO WS-LINE-CREDIT
                   END-IF
                   MOVE 'SALES'                 TO WS-LINE-SOURCE
                   PERFORM 4900-ADD-JOURNAL-LINE
               END-IF
               MOVE SPACES                  TO WS-LINE-REFERENCE
           END-IF

      *    SALE CORRECTIONS - THE RESTATED SALE AND TAX RECLASSED
      *    AGAINST RECEIVABLES, BOOKED LIKE THE SALES TRIPLE ABOVE SO
      *    A CORRECTION DOWNWARD LANDS ON THE OPPOSITE SIDES
           IF WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB) NOT = ZERO
           OR WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB) NOT = ZERO
               IF WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB)
                + WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB) >= ZERO
                   MOVE 'ACCOUNTS RECEIVABLE' TO WS-LINE-ACCOUNT
                   COMPUTE WS-LINE-DEBIT =
                           WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB)
                         + WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB)
                   MOVE ZERO                TO WS-LINE-CREDIT
               ELSE
                   MOVE 'ACCOUNTS RECEIVABLE' TO WS-LINE-ACCOUNT
                   COMPUTE WS-LINE-CREDIT =
                           0 - (WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB)
                              + WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB))
                   MOVE ZERO                TO WS-LINE-DEBIT
               END-IF
               MOVE 'SALECORR'              TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE

               IF WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB) >= ZERO
                   MOVE 'SALES REVENUE'     TO WS-LINE-ACCOUNT
                   MOVE ZERO                TO WS-LINE-DEBIT
                   MOVE WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-CREDIT
               ELSE
                   MOVE 'SALES REVENUE'     TO WS-LINE-ACCOUNT
                   COMPUTE WS-LINE-DEBIT =
                           0 - WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB)
                   MOVE ZERO                TO WS-LINE-CREDIT
               END-IF
               MOVE 'SALECORR'              TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE

               IF WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB) >= ZERO
                   MOVE 'SALES TAX PAYABLE'  TO WS-LINE-ACCOUNT
                   MOVE ZERO                TO WS-LINE-DEBIT
                   MOVE WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-CREDIT
               ELSE
                   MOVE 'SALES TAX PAYABLE'  TO WS-LINE-ACCOUNT
                   COMPUTE WS-LINE-DEBIT =
                           0 - WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB)
                   MOVE ZERO                TO WS-LINE-CREDIT
               END-IF
               MOVE 'SALECORR'              TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE
           END-IF

      *    A NEGATIVE MOVEMENT IS CASH COLLECTED AGAINST RECEIVABLES
               PERFORM 4900-ADD-JOURNAL-LINE
           END-IF

      *    REALIZED FX - THE RECEIPT'S BALANCE MOVEMENT RELIEVED
      *    RECEIVABLES AT THE PAYMENT-DATE RATE; THESE PAIRS MOVE THE
      *    RELIEF BACK TO THE RATE THE ITEMS WERE BOOKED AT AND TAKE
      *    THE DIFFERENCE TO THE FX GAIN OR FX LOSS ACCOUNT
           IF WS-FX-REALIZED-GAIN (WS-DIV-BUILD-SUB) NOT = ZERO
               MOVE 'ACCOUNTS RECEIVABLE'   TO WS-LINE-ACCOUNT
               MOVE WS-FX-REALIZED-GAIN (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-DEBIT
               MOVE ZERO                    TO WS-LINE-CREDIT
               MOVE 'FXREAL'                TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE

               MOVE 'FX REALIZED GAIN'      TO WS-LINE-ACCOUNT
               MOVE ZERO                    TO WS-LINE-DEBIT
               MOVE WS-FX-REALIZED-GAIN (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-CREDIT
               MOVE 'FXREAL'                TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE
           END-IF

           IF WS-FX-REALIZED-LOSS (WS-DIV-BUILD-SUB) NOT = ZERO
               MOVE 'FX REALIZED LOSS'      TO WS-LINE-ACCOUNT
               MOVE WS-FX-REALIZED-LOSS (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-DEBIT
               MOVE ZERO                    TO WS-LINE-CREDIT
               MOVE 'FXREAL'                TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE

               MOVE 'ACCOUNTS RECEIVABLE'   TO WS-LINE-ACCOUNT
               MOVE ZERO                    TO WS-LINE-DEBIT
               MOVE WS-FX-REALIZED-LOSS (WS-DIV-BUILD-SUB)
                                            TO WS-LINE-CREDIT
               MOVE 'FXREAL'                TO WS-LINE-SOURCE
               PERFORM 4900-ADD-JOURNAL-LINE
           END-IF

           ADD 1                            TO WS-DIV-BUILD-SUB.

       4800-ADD-ONE-REASON-LINE.
           MOVE WS-LINE-SOURCE  TO WS-JRNL-SOURCE-TBL (WS-JRNL-IDX)
           MOVE WS-LINE-DIVISION
                                TO WS-JRNL-DIV-TBL (WS-JRNL-IDX)
           MOVE WS-LINE-REFERENCE
                                TO WS-JRNL-REF-TBL (WS-JRNL-IDX)
           ADD WS-LINE-DEBIT                TO WS-TOTAL-DEBITS
           ADD WS-LINE-CREDIT               TO WS-TOTAL-CREDITS.

                                            TO GLJ-SOURCE
           MOVE WS-JRNL-DIV-TBL (WS-JRNL-WRITE-SUB)
                                            TO GLJ-DIVISION
           MOVE WS-JRNL-REF-TBL (WS-JRNL-WRITE-SUB)
                                            TO GLJ-REFERENCE
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: JOURNAL-FILE   FS='
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-NET-FREIGHT (WS-DIV-BUILD-SUB) TO WS-AMT-DISPLAY
           STRING '              NET FREIGHT BILLED' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           IF WS-FIRST-DOC-NO (WS-DIV-BUILD-SUB) NOT = SPACES
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING '              DOCUMENT RANGE    '
                      WS-FIRST-DOC-NO (WS-DIV-BUILD-SUB)
                      ' THRU '
                      WS-LAST-DOC-NO (WS-DIV-BUILD-SUB)
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-BALANCE-MOVEMENT (WS-DIV-BUILD-SUB)
                                            TO WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           IF WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB) NOT = ZERO
           OR WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB) NOT = ZERO
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-CORR-SALES-DELTA (WS-DIV-BUILD-SUB)
                                            TO WS-AMT-DISPLAY
               STRING '              SALE CORRECTIONS  ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE

               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-CORR-TAX-DELTA (WS-DIV-BUILD-SUB)
                                            TO WS-AMT-DISPLAY
               STRING '              CORRECTION TAX    ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF

           IF WS-FX-REALIZED-GAIN (WS-DIV-BUILD-SUB) NOT = ZERO
           OR WS-FX-REALIZED-LOSS (WS-DIV-BUILD-SUB) NOT = ZERO
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-FX-REALIZED-GAIN (WS-DIV-BUILD-SUB)
                                            TO WS-AMT-DISPLAY
               STRING '              FX REALIZED GAIN  ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE

               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-FX-REALIZED-LOSS (WS-DIV-BUILD-SUB)
                                            TO WS-AMT-DISPLAY
               STRING '              FX REALIZED LOSS  ' WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF

           ADD 1                            TO WS-DIV-BUILD-SUB.

       9050-PRINT-ONE-LINE.
           DISPLAY 'MEMOS READ:            ' WS-MEMOS-READ
           DISPLAY 'MEMOS NOT BOOKABLE:    ' WS-MEMOS-UNMAPPED
           DISPLAY 'MEMOS OFF-DATE:        ' WS-MEMOS-OFFDATE
           DISPLAY 'CORRECTIONS READ:      ' WS-CORRS-READ
           DISPLAY 'CORRECTIONS OFF-DATE:  ' WS-CORRS-OFFDATE
           DISPLAY 'FX REALIZED READ:      ' WS-FXREAL-READ
           DISPLAY 'FX REALIZED OFF-DATE:  ' WS-FXREAL-OFFDATE
           DISPLAY 'FX REALIZED UNPRICED:  ' WS-FXREAL-UNPRICED
           DISPLAY 'JOURNAL LINES WRITTEN: ' WS-JOURNAL-LINES
           DISPLAY '============================================='

