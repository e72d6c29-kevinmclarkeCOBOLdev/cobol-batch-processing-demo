      *               WRITES THE FLAT PAYMENT-INTERFACE FILE THE      *
      *               PAYROLL SERVICE LOADS - ENDING THE RE-KEYING    *
      *               OF PRINTED STATEMENTS INTO PAYROLL BY HAND.     *
      *               EVERY POSTING, CLAWBACK, AND PAYMENT IS ALSO    *
      *               WRITTEN TO THE HISTORY FILE (COMMHIST), WITH    *
      *               THE MANAGER-OVERRIDE PART OF A POSTING KEPT     *
      *               APART, FOR COMMSTMT AND COMMYEND.               *
      *               POST ALSO SWEEPS THE COMMISSION PENDING ON      *
      *               COLLECTION FILE (COMMPEND): WHAT CASHAPP HAS    *
      *               EARNED SINCE THE LAST SWEEP IS ADDED TO THE     *
      *               BALANCE DUE AS AN 'E' EVENT, WHAT WAS FORFEITED *
      *               ON A WRITE-OFF, CREDIT MEMO OR RETURN IS        *
      *               LOGGED AS AN 'F' EVENT THAT LEAVES THE BALANCE  *
      *               ALONE, AND BOTH NOT-YET-POSTED AMOUNTS ARE      *
      *               ZEROED SO A SECOND POST CANNOT REPEAT THEM.     *
      *                                                                *
      * INPUTS:       COMMISSION PAYABLES    (COMMOUT - POST ONLY)    *
      *               PAYABLES LEDGER        (COMMLEDG, INDEXED)      *
      *               PENDING ON COLLECTION  (COMMPEND - POST ONLY)   *
      *               COMMAND-LINE ACTION (THE GNUCOBOL STAND-IN FOR  *
      *               A JCL PARM):                                    *
      *                 POST                 - POST A RUN'S COMMOUT   *
      *                 PAY nnnnnnnnnn       - PAY ALL BALANCES DUE   *
      *                                        UNDER CHECK/REF NO     *
      * OUTPUTS:      UPDATED LEDGER         (COMMLEDG, IN PLACE)     *
      *               SWEPT PENDING FILE     (COMMPEND, IN PLACE)     *
      *               PAYROLL INTERFACE FILE (PAYRLOUT - PAY ONLY)    *
      *               PAYMENT REGISTER       (DISBRPT)                *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   COMMREC  - COMMISSION PAYABLE RECORD (80 BYTES)             *
      *   COMMLEDG - PAYABLES LEDGER RECORD (90 BYTES)                *
      *   COMMPEND - COMMISSION PENDING ON COLLECTION (120 BYTES)     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMDISB.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HISTORY-STATUS.

      *    COMMISSION PENDING ON COLLECTION - BOOKED BY COMMCALC,
      *    EARNED BY CASHAPP AND FORFEITED BY CUSTUPD, ADJAPPLY AND
      *    OPENPOST; POST SWEEPS THE NOT-YET-POSTED AMOUNTS
           SELECT PEND-FILE       ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPN-KEY
                  FILE STATUS  IS WS-PEND-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
           COPY COMMHIST.

       FD  PEND-FILE
           RECORDING MODE IS F.
           COPY COMMPEND.

      *****************************************************************
       WORKING-STORAGE SECTION.

           05  WS-PAYROLL-STATUS        PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
           05  WS-HISTORY-STATUS        PIC XX VALUE SPACES.
           05  WS-PEND-STATUS           PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-COMM-EOF-SW           PIC X VALUE 'N'.
               88  LEDGER-EOF                   VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW       PIC X VALUE 'N'.
               88  LEDGER-FOUND                 VALUE 'Y'.
           05  WS-PEND-EOF-SW           PIC X VALUE 'N'.
               88  PEND-EOF                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-PAYABLES-READ         PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-POSTED        PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-PAID          PIC 9(7) VALUE ZERO.
           05  WS-ENTRIES-HELD          PIC 9(7) VALUE ZERO.
           05  WS-PEND-EARNED-POSTED    PIC 9(7) VALUE ZERO.
           05  WS-PEND-FORFEITS-LOGGED  PIC 9(7) VALUE ZERO.

       01  WS-AMOUNT-TOTALS.
           05  WS-POSTED-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-PAID-AMOUNT           PIC S9(11)V99 VALUE ZERO.
           05  WS-PEND-EARNED-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           05  WS-PEND-FORFEIT-AMOUNT   PIC S9(11)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * COMMAND-LINE ACTION PARSING - SAME ACCEPT/UNSTRING PATTERN    *

           CLOSE COMM-FILE

           PERFORM 2500-SWEEP-PENDING-COMMISSION

           IF WS-ALREADY-POSTED > ZERO
               DISPLAY 'COMMDISB: ' WS-ALREADY-POSTED
                       ' PAYABLE(S) ALREADY POSTED - NOT REPOSTED'
           MOVE COM-TOTAL-COMMISSION        TO CHX-AMOUNT
           MOVE SPACES                      TO CHX-CHECK-NO
           MOVE CLG-BALANCE-DUE             TO CHX-BALANCE-AFTER
           IF COM-OVERRIDE-AMOUNT NUMERIC
               MOVE COM-OVERRIDE-AMOUNT     TO CHX-OVERRIDE-AMOUNT
           ELSE
               MOVE ZERO                    TO CHX-OVERRIDE-AMOUNT
           END-IF
           WRITE COMM-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'WRITE ERROR: HISTORY-FILE   FS='
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * SWEEP THE PENDING-ON-COLLECTION FILE - EVERY RECORD CARRYING   *
      * EARNED OR FORFEITED COMMISSION NOT YET POSTED. NO FILE YET     *
      * (STATUS 35) MEANS NO PLAN HAS PAID ON COLLECTION, SO THERE IS  *
      * NOTHING TO SWEEP.                                              *
      *---------------------------------------------------------------*
       2500-SWEEP-PENDING-COMMISSION.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS NOT = '35'
               IF WS-PEND-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: PEND-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PEND-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 2510-READ-PENDING-NEXT
               PERFORM 2520-SWEEP-ONE-PENDING UNTIL PEND-EOF
               CLOSE PEND-FILE
           END-IF.

       2510-READ-PENDING-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-PEND-EOF-SW
           END-READ
           IF WS-PEND-STATUS NOT = '00'
          AND WS-PEND-STATUS NOT = '10'
               MOVE 'READ ERROR: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * POST ONE PENDING RECORD'S UNPOSTED AMOUNTS, THEN ZERO THEM -   *
      * THE REWRITE IS WHAT KEEPS A SECOND POST FROM REPEATING THEM    *
      *---------------------------------------------------------------*
       2520-SWEEP-ONE-PENDING.
           IF CPN-EARNED-UNPOSTED NOT = ZERO
          OR CPN-FORFEIT-UNPOSTED NOT = ZERO
               PERFORM 2560-READ-LEDGER-FOR-PENDING
               IF CPN-EARNED-UNPOSTED NOT = ZERO
                   PERFORM 2530-POST-EARNED-ON-COLLECTION
               END-IF
               IF CPN-FORFEIT-UNPOSTED NOT = ZERO
                   PERFORM 2540-LOG-FORFEITED
               END-IF
               MOVE ZERO                    TO CPN-EARNED-UNPOSTED
               MOVE ZERO                    TO CPN-FORFEIT-UNPOSTED
               REWRITE COMM-PENDING-RECORD
               IF WS-PEND-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: PEND-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PEND-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           PERFORM 2510-READ-PENDING-NEXT.

      *---------------------------------------------------------------*
      * EARNED ON COLLECTION - ADDED TO THE BALANCE DUE LIKE ANY       *
      * POSTING. A NEGATIVE AMOUNT IS COMMISSION CASHAPP TOOK BACK ON  *
      * A REVERSED RECEIPT AND COMES OFF THE BALANCE DUE THE SAME WAY. *
      * A NEW LEDGER ENTRY IS LEFT WITH NO LAST-POST DATE SO THE NEXT  *
      * COMMOUT POSTING FOR THE REP IS NOT MISTAKEN FOR A REPOST.      *
      *---------------------------------------------------------------*
       2530-POST-EARNED-ON-COLLECTION.
           IF LEDGER-FOUND
               ADD CPN-EARNED-UNPOSTED      TO CLG-BALANCE-DUE
               REWRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: LEDGER-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LEDGER-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           ELSE
               MOVE CPN-SALESPERSON-ID      TO CLG-SALESPERSON-ID
               MOVE CPN-SALESPERSON-NAME    TO CLG-SALESPERSON-NAME
               MOVE CPN-EARNED-UNPOSTED     TO CLG-BALANCE-DUE
               MOVE ZERO                    TO CLG-PAID-TO-DATE
               MOVE SPACES                  TO CLG-LAST-POST-DATE
               MOVE SPACES                  TO CLG-LAST-PAY-DATE
               MOVE SPACES                  TO CLG-LAST-CHECK-NO
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: LEDGER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LEDGER-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 'Y'                     TO WS-LEDGER-FOUND-SW
           END-IF

           ADD 1                            TO WS-PEND-EARNED-POSTED
           ADD CPN-EARNED-UNPOSTED          TO WS-PEND-EARNED-AMOUNT

           MOVE 'E'                         TO CHX-EVENT-TYPE
           MOVE CPN-EARNED-UNPOSTED         TO CHX-AMOUNT
           MOVE CLG-BALANCE-DUE             TO CHX-BALANCE-AFTER
           PERFORM 2550-WRITE-PENDING-HISTORY

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE CPN-EARNED-UNPOSTED         TO WS-AMT-DISPLAY
           STRING 'EARNED SALESPERSON=' CPN-SALESPERSON-ID
                  ' AMOUNT=' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           MOVE CLG-BALANCE-DUE             TO WS-AMT-DISPLAY
           STRING ' NEW BALANCE DUE=' WS-AMT-DISPLAY
                  ' INV ' CPN-INVOICE-NO
                  DELIMITED SIZE            INTO WS-REPORT-LINE(52:)
           PERFORM 9100-WRITE-REGISTER-LINE.

      *---------------------------------------------------------------*
      * FORFEITED - NEVER PAYABLE, SO THE LEDGER IS NOT TOUCHED; THE   *
      * HISTORY RECORD JUST REPEATS THE BALANCE DUE AS IT STANDS       *
      *---------------------------------------------------------------*
       2540-LOG-FORFEITED.
           ADD 1                            TO WS-PEND-FORFEITS-LOGGED
           ADD CPN-FORFEIT-UNPOSTED         TO WS-PEND-FORFEIT-AMOUNT

           MOVE 'F'                         TO CHX-EVENT-TYPE
           MOVE CPN-FORFEIT-UNPOSTED        TO CHX-AMOUNT
           IF LEDGER-FOUND
               MOVE CLG-BALANCE-DUE         TO CHX-BALANCE-AFTER
           ELSE
               MOVE ZERO                    TO CHX-BALANCE-AFTER
           END-IF
           PERFORM 2550-WRITE-PENDING-HISTORY

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE CPN-FORFEIT-UNPOSTED        TO WS-AMT-DISPLAY
           STRING 'FORFEIT SALESPERSON=' CPN-SALESPERSON-ID
                  ' AMOUNT=' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           STRING ' NOT PAYABLE - INV ' CPN-INVOICE-NO
                  DELIMITED SIZE            INTO WS-REPORT-LINE(52:)
           PERFORM 9100-WRITE-REGISTER-LINE.

      *---------------------------------------------------------------*
      * HISTORY FOR A SWEPT AMOUNT - THE INVOICE SITS WHERE A PAYMENT  *
      * CARRIES ITS CHECK NUMBER, THE DATE THE ITEM WAS RELIEVED WHERE *
      * A POSTING CARRIES ITS RUN DATE                                 *
      *---------------------------------------------------------------*
       2550-WRITE-PENDING-HISTORY.
           MOVE CPN-SALESPERSON-ID          TO CHX-SALESPERSON-ID
           MOVE WS-FORMATTED-DATE           TO CHX-EVENT-DATE
           MOVE CPN-LAST-ACTIVITY-DATE      TO CHX-RUN-DATE
           MOVE CPN-INVOICE-NO              TO CHX-INVOICE-NO
           MOVE ZERO                        TO CHX-OVERRIDE-AMOUNT
           WRITE COMM-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'WRITE ERROR: HISTORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * RANDOM READ OF THE LEDGER BY CPN-SALESPERSON-ID                *
      *---------------------------------------------------------------*
       2560-READ-LEDGER-FOR-PENDING.
           MOVE CPN-SALESPERSON-ID          TO CLG-SALESPERSON-ID
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-LEDGER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-LEDGER-FOUND-SW
           END-READ
           IF WS-LEDGER-STATUS NOT = '00'
          AND WS-LEDGER-STATUS NOT = '23'
               MOVE 'READ ERROR: LEDGER-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LEDGER-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * PAY - WALK THE WHOLE LEDGER IN KEY ORDER AND PAY OUT EVERY     *
      * POSITIVE BALANCE DUE UNDER THE CHECK/REFERENCE NUMBER FROM     *
               MOVE CLG-BALANCE-DUE         TO CHX-AMOUNT
               MOVE WS-CHECK-NO-PARM        TO CHX-CHECK-NO
               MOVE ZERO                    TO CHX-BALANCE-AFTER
               MOVE ZERO                    TO CHX-OVERRIDE-AMOUNT
               WRITE COMM-HISTORY-RECORD
               IF WS-HISTORY-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: HISTORY-FILE   FS='
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-PEND-EARNED-AMOUNT       TO WS-AMT-DISPLAY
           STRING 'EARNED ON COLLECTION:   ' WS-PEND-EARNED-POSTED
                  ' ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-PEND-FORFEIT-AMOUNT      TO WS-AMT-DISPLAY
           STRING 'FORFEITED (NOT PAID):   ' WS-PEND-FORFEITS-LOGGED
                  ' ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REGISTER-LINE

           DISPLAY '============================================='
           DISPLAY 'COMMDISB - COMMISSION DISBURSEMENT SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'ALREADY POSTED (SKIP):  ' WS-ALREADY-POSTED
           DISPLAY 'ENTRIES PAID:           ' WS-ENTRIES-PAID
           DISPLAY 'ENTRIES HELD:           ' WS-ENTRIES-HELD
           DISPLAY 'EARNED ON COLLECTION:   ' WS-PEND-EARNED-POSTED
           DISPLAY 'FORFEITED (NOT PAID):   ' WS-PEND-FORFEITS-LOGGED
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
