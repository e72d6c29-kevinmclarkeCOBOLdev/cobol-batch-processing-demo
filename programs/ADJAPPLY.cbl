      *               RECEIPTS. A CREDIT MEMO ALSO RELIEVES THE       *
      *               CUSTOMER'S OPEN ITEMS OLDEST-FIRST AND A DEBIT  *
      *               MEMO CREATES A NEW OPEN ITEM, SO THE OPEN-ITEM  *
      *               LEDGER STAYS TRUE TO THE LUMP BALANCE - FOR     *
      *               ONLY THE PART THAT TAKES THE BALANCE ABOVE      *
      *               ZERO, SINCE A DEBIT MEMO THAT WRITES OFF A      *
      *               CREDIT BALANCE (ESCHEAT'S 'ESCH' REMITTANCES)   *
      *               CREATES NO RECEIVABLE. MEMOS ARE SUMMARIZED ON  *
      *               THEIR OWN REGISTER BY REASON CODE, AND          *
      *               GLEXTRAC BOOKS THE NIGHT'S MEMO FILE            *
      *               TO THE GL ACCOUNT EACH REASON CODE NAMES.       *
      *                                                                *
      * INPUTS:       ADJUSTMENT MEMOS        (ADJMIN)                *
      *               TYPE 'J')                                       *
      *               ERROR FILE              (ERROROUT, EXTENDED)    *
      *               ADJUSTMENT REGISTER     (ADJREGOUT) BY REASON   *
      *               APPLICATION HISTORY     (APPLHIST, EXTENDED) -  *
      *               ONE RECORD PER CREDIT-MEMO-TO-ITEM APPLICATION  *
      *               COMMISSION PENDING ON COLLECTION (COMMPEND, IN  *
      *               PLACE) - A CREDIT MEMO RELIEVING A SALE ITEM    *
      *               FORFEITS THE SAME SHARE OF THE COMMISSION STILL *
      *               PENDING ON ITS INVOICE; NO CASH WAS COLLECTED   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJAPPLY.
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    COMMISSION PENDING ON COLLECTION - KEYED ON INVOICE AND
      *    SALESPERSON, THE SAME FILE CASHAPP EARNS IT ON
           SELECT PEND-FILE       ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPN-KEY
                  FILE STATUS  IS WS-PEND-STATUS.

      *    SAME RECEIPT-TO-ITEM APPLICATION HISTORY CASHAPP EXTENDS -
      *    A CREDIT MEMO'S SLICES LAND THERE TOO, SO AN ITEM'S WHOLE
      *    RELIEF CAN BE TRACED
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  PEND-FILE
           RECORDING MODE IS F.
           COPY COMMPEND.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-REASON-STATUS         PIC XX VALUE SPACES.
           05  WS-CUST-MASTER-STATUS    PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-ERROR-STATUS          PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
           05  WS-PEND-STATUS           PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-MEMO-EOF-SW           PIC X VALUE 'N'.
               88  ITEM-SCAN-EOF                VALUE 'Y'.
           05  WS-OLDEST-FOUND-SW       PIC X VALUE 'N'.
               88  OLDEST-ITEM-FOUND            VALUE 'Y'.
           05  WS-PEND-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  PEND-SCAN-EOF                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-MEMOS-READ            PIC 9(7) VALUE ZERO.
               10  WS-ITEM-DATE-TBL     PIC X(10) VALUE SPACES.
               10  WS-ITEM-OPEN-TBL     PIC S9(8)V99 VALUE ZERO.
               10  WS-ITEM-CHANGED-TBL  PIC X(1)  VALUE 'N'.
               10  WS-ITEM-SOURCE-TBL   PIC X(1)  VALUE SPACES.
               10  WS-ITEM-REF-TBL      PIC X(10) VALUE SPACES.
               10  WS-ITEM-ORIG-TBL     PIC 9(8)V99 VALUE ZERO.

       01  WS-ITEM-TABLE-FIELDS.
           05  WS-ITEM-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-APPLY-REMAINING       PIC S9(9)V99 VALUE ZERO.
           05  WS-APPLY-THIS-ITEM       PIC S9(9)V99 VALUE ZERO.
           05  WS-OLDEST-DATE           PIC X(10) VALUE SPACES.
           05  WS-DEBIT-ITEM-AMOUNT     PIC S9(9)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * COMMISSION FORFEITED - A CREDIT MEMO SLICE ON A SALE ITEM      *
      * FORFEITS THE SAME SHARE OF EVERY COMMPEND RECORD ON THE ITEM'S *
      * INVOICE (COMMISSION X SLICE / ITEM ORIGINAL), AND THE SLICE    *
      * THAT CLOSES THE ITEM FORFEITS WHAT IS STILL PENDING - THE SAME *
      * ARITHMETIC CASHAPP EARNS IT WITH                               *
      *---------------------------------------------------------------*
       01  WS-PEND-FIELDS.
           05  WS-PEND-INVOICE          PIC X(10) VALUE SPACES.
           05  WS-PEND-STILL            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-SLICE            PIC S9(7)V99 VALUE ZERO.
           05  WS-PEND-FORFEIT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-PEND-FORFEIT-TOTAL    PIC S9(9)V99 VALUE ZERO.

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-CODE            PIC X(10) VALUE SPACES.
           END-IF
           PERFORM 1300-LOAD-OPEN-ITEMS

           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PEND-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND APPLHIST-FILE
           IF WS-APPLHIST-STATUS NOT = '00'
          AND WS-APPLHIST-STATUS NOT = '05'
               MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
          AND WS-AUDIT-STATUS NOT = '05'
               MOVE OI-ITEM-DATE   TO WS-ITEM-DATE-TBL (WS-ITEM-IDX)
               MOVE OI-OPEN-AMOUNT TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
               MOVE 'N'          TO WS-ITEM-CHANGED-TBL (WS-ITEM-IDX)
               MOVE OI-SOURCE      TO WS-ITEM-SOURCE-TBL (WS-ITEM-IDX)
               MOVE OI-REFERENCE   TO WS-ITEM-REF-TBL (WS-ITEM-IDX)
               MOVE OI-ORIG-AMOUNT TO WS-ITEM-ORIG-TBL (WS-ITEM-IDX)
           END-IF
           PERFORM 1350-READ-ITEM-NEXT.

                   FROM WS-ITEM-OPEN-TBL (WS-OLDEST-IDX)
               SUBTRACT WS-APPLY-THIS-ITEM  FROM WS-APPLY-REMAINING
               MOVE 'Y' TO WS-ITEM-CHANGED-TBL (WS-OLDEST-IDX)
               PERFORM 2290-WRITE-APPLICATION
               IF WS-ITEM-SOURCE-TBL (WS-OLDEST-IDX) = 'S'
                   PERFORM 2400-FORFEIT-PENDING-COMMISSION
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * RECORD THE SLICE OF THE CREDIT MEMO JUST APPLIED TO THE ITEM   *
      * AT WS-OLDEST-IDX ON THE APPLICATION HISTORY                    *
      *---------------------------------------------------------------*
       2290-WRITE-APPLICATION.
           MOVE SPACES                  TO APPLICATION-HISTORY-RECORD
           MOVE 'M'                         TO APH-SOURCE
           MOVE ADJ-CUST-ID                 TO APH-CUST-ID
           MOVE WS-ITEM-SEQ-TBL (WS-OLDEST-IDX) TO APH-ITEM-SEQ
           MOVE WS-ITEM-DATE-TBL (WS-OLDEST-IDX) TO APH-ITEM-DATE
           MOVE ADJ-DATE                    TO APH-APPLIED-DATE
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO APH-POSTED-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO APH-POSTED-DATE(1:4)
               MOVE '-'                     TO APH-POSTED-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO APH-POSTED-DATE(6:2)
               MOVE '-'                     TO APH-POSTED-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO APH-POSTED-DATE(9:2)
           END-IF
           MOVE WS-APPLY-THIS-ITEM          TO APH-AMOUNT
           MOVE ZERO                        TO APH-DEPOSIT-NO
           MOVE ADJ-REFERENCE               TO APH-REFERENCE
           WRITE APPLICATION-HISTORY-RECORD
           IF WS-APPLHIST-STATUS NOT = '00'
               MOVE 'WRITE ERROR: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FORFEIT THE COMMISSION PENDING ON THE INVOICE OF THE SALE ITEM *
      * AT WS-OLDEST-IDX FOR THE CREDIT JUST APPLIED - EVERY REP'S     *
      * RECORD ON THE INVOICE, STARTING AT SALESPERSON ZERO. RUNS      *
      * RIGHT AFTER 2290, SO APH-POSTED-DATE CARRIES THE BUSINESS DATE *
      *---------------------------------------------------------------*
       2400-FORFEIT-PENDING-COMMISSION.
           MOVE WS-ITEM-REF-TBL (WS-OLDEST-IDX) TO WS-PEND-INVOICE
           MOVE WS-PEND-INVOICE             TO CPN-INVOICE-NO
           MOVE ZERO                        TO CPN-SALESPERSON-ID
           MOVE 'N'                         TO WS-PEND-SCAN-EOF-SW
           START PEND-FILE KEY NOT < CPN-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-PEND-SCAN-EOF-SW
           END-START

           IF NOT PEND-SCAN-EOF
               PERFORM 2410-READ-PENDING-NEXT
               PERFORM 2420-FORFEIT-ONE-PENDING UNTIL PEND-SCAN-EOF
           END-IF.

       2410-READ-PENDING-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-PEND-SCAN-EOF-SW
           END-READ
           IF WS-PEND-STATUS NOT = '00'
          AND WS-PEND-STATUS NOT = '10'
               MOVE 'READ ERROR: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT PEND-SCAN-EOF
          AND CPN-INVOICE-NO NOT = WS-PEND-INVOICE
               MOVE 'Y'                     TO WS-PEND-SCAN-EOF-SW
           END-IF.

       2420-FORFEIT-ONE-PENDING.
           COMPUTE WS-PEND-STILL = CPN-COMMISSION - CPN-EARNED
                                 - CPN-FORFEITED
           IF WS-PEND-STILL > ZERO
               IF WS-ITEM-OPEN-TBL (WS-OLDEST-IDX) = ZERO
                  OR WS-ITEM-ORIG-TBL (WS-OLDEST-IDX) = ZERO
                   MOVE WS-PEND-STILL       TO WS-PEND-SLICE
               ELSE
                   COMPUTE WS-PEND-SLICE ROUNDED =
                           CPN-COMMISSION * WS-APPLY-THIS-ITEM
                           / WS-ITEM-ORIG-TBL (WS-OLDEST-IDX)
                   IF WS-PEND-SLICE > WS-PEND-STILL
                       MOVE WS-PEND-STILL   TO WS-PEND-SLICE
                   END-IF
               END-IF
               IF WS-PEND-SLICE > ZERO
                   ADD WS-PEND-SLICE        TO CPN-FORFEITED
                   ADD WS-PEND-SLICE        TO CPN-FORFEIT-UNPOSTED
                   IF WS-PEND-SLICE = WS-PEND-STILL
                       MOVE 'S'             TO CPN-STATUS
                   END-IF
                   MOVE APH-POSTED-DATE     TO CPN-LAST-ACTIVITY-DATE
                   REWRITE COMM-PENDING-RECORD
                   IF WS-PEND-STATUS NOT = '00'
                       MOVE 'REWRITE ERROR: PEND-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-PEND-STATUS  TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-PEND-FORFEIT-COUNT
                   ADD WS-PEND-SLICE        TO WS-PEND-FORFEIT-TOTAL
               END-IF
           END-IF
           PERFORM 2410-READ-PENDING-NEXT.

       2270-FIND-OLDEST-ITEM.
           MOVE 'N'                        TO WS-OLDEST-FOUND-SW
           MOVE HIGH-VALUES                TO WS-OLDEST-DATE

      *---------------------------------------------------------------*
      * A DEBIT MEMO IS A NEW RECEIVABLE - CARRIED AS ITS OWN OPEN     *
      * ITEM SO THE LEDGER STILL EXPLAINS THE BALANCE. THE PART OF IT  *
      * THAT ONLY USES UP A CREDIT BALANCE IS OWED BY NOBODY AND GETS  *
      * NO ITEM; A MEMO THAT STOPS AT OR BELOW ZERO GETS NONE AT ALL.  *
      *---------------------------------------------------------------*
       2350-CREATE-DEBIT-ITEM.
           MOVE ADJ-AMOUNT                  TO WS-DEBIT-ITEM-AMOUNT
           IF CUST-BALANCE OF WS-CUST-REC < ZERO
               MOVE CUST-BALANCE OF CUST-MASTER-REC
                                            TO WS-DEBIT-ITEM-AMOUNT
           END-IF
           IF WS-DEBIT-ITEM-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1                            TO WS-ITEM-SEQUENCE-NO
           MOVE WS-ITEM-SEQUENCE-NO         TO OI-ITEM-SEQ
           MOVE ADJ-CUST-ID                 TO OI-CUST-ID
           MOVE ADJ-DATE                    TO OI-ITEM-DATE
           MOVE 'S'                         TO OI-SOURCE
           MOVE ADJ-REFERENCE               TO OI-REFERENCE
           MOVE WS-DEBIT-ITEM-AMOUNT        TO OI-ORIG-AMOUNT
           MOVE WS-DEBIT-ITEM-AMOUNT        TO OI-OPEN-AMOUNT
           MOVE 'O'                         TO OI-STATUS
           MOVE SPACES                      TO OI-LAST-APPLIED-DATE

           CLOSE CUST-MASTER
           PERFORM 3900-RELEASE-MASTER-LOCK
           CLOSE OPENITEM-FILE
           CLOSE PEND-FILE
           CLOSE APPLHIST-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE
           CLOSE REGISTER-FILE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           IF WS-PEND-FORFEIT-COUNT > ZERO
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-PEND-FORFEIT-TOTAL   TO WS-AMT-DISPLAY
               STRING 'COMMISSION PENDING ON COLLECTION FORFEITED: '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REGISTER-LINE
           END-IF

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE
           MOVE 'BY REASON CODE'            TO WS-REPORT-LINE
           DISPLAY 'MEMOS READ:     ' WS-MEMOS-READ
           DISPLAY 'MEMOS APPLIED:  ' WS-MEMOS-APPLIED
           DISPLAY 'MEMOS REJECTED: ' WS-MEMOS-REJECTED
           DISPLAY 'COMMISSIONS FORFEITED: ' WS-PEND-FORFEIT-COUNT
                   ' ' WS-PEND-FORFEIT-TOTAL
           DISPLAY '============================================='.

       9050-PRINT-ONE-REASON.
