      *                 STMT [YYYY-MM-DD] - ONE STATEMENT PAGE PER    *
      *                   SALESPERSON WITH EVENTS ON THE GIVEN CYCLE  *
      *                   DATE (DEFAULT TODAY): PAYABLES POSTED,      *
      *                   CLAWBACKS NETTED, APPROVED MANUAL           *
      *                   ADJUSTMENTS (COMMADJ) BY REASON AND         *
      *                   REFERENCE, AND THE PAYMENT ISSUED,          *
      *                   CLOSING WITH THE LEDGER'S BALANCE DUE       *
      *                 YEAR YYYY - PER-SALESPERSON CALENDAR-YEAR     *
      *                   EARNINGS AND PAYMENTS TOTALS FOR TAX        *
      *                   REPORTING                                   *
      *               A REP ON A PAY-ON-COLLECTION PLAN ALSO SEES THE *
      *               COMMISSION EARNED AS INVOICES WERE PAID ('E'),  *
      *               THE COMMISSION FORFEITED ON INVOICES WRITTEN    *
      *               OFF, CREDITED OR RETURNED ('F'), AND WHAT IS    *
      *               STILL PENDING ON COLLECTION FROM COMMPEND - ON  *
      *               THE STATEMENT PAGE (PRINTED FOR ANY REP WITH    *
      *               COMMISSION STILL PENDING OR NOT YET SWEPT,      *
      *               EVENTS OR NOT, AND FOR A REP ON COMMPEND WITH   *
      *               NO LEDGER ENTRY YET, AT A ZERO BALANCE DUE)     *
      *               WITH THE EARNED AND FORFEITED TO DATE, AND AS   *
      *               COLUMNS OF THE YEAR SUMMARY.                    *
      *                                                                *
      * INPUTS:       POSTING/PAYMENT HISTORY (COMMHIST)              *
      *               PAYABLES LEDGER         (COMMLEDG, INDEXED)     *
      *               PENDING ON COLLECTION   (COMMPEND, INDEXED)     *
      * OUTPUT:       STATEMENTS / SUMMARY    (CSTMTOUT, 132-BYTE)    *
      *****************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY   IS CLG-SALESPERSON-ID
                  FILE STATUS  IS WS-LEDGER-STATUS.

           SELECT PEND-FILE       ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPN-KEY
                  FILE STATUS  IS WS-PEND-STATUS.

           SELECT REPORT-FILE     ASSIGN TO CSTMTOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY COMMLEDG.

       FD  PEND-FILE
           RECORDING MODE IS F.
           COPY COMMPEND.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           05  WS-HISTORY-STATUS        PIC XX VALUE SPACES.
           05  WS-LEDGER-STATUS         PIC XX VALUE SPACES.
           05  WS-PEND-STATUS           PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
               88  LEDGER-EOF                   VALUE 'Y'.
           05  WS-SUMM-FOUND-SW         PIC X VALUE 'N'.
               88  SUMM-ENTRY-FOUND             VALUE 'Y'.
           05  WS-PEND-EOF-SW           PIC X VALUE 'N'.
               88  PEND-EOF                     VALUE 'Y'.
           05  WS-PN-FOUND-SW           PIC X VALUE 'N'.
               88  PN-ENTRY-FOUND               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ          PIC 9(8) VALUE ZERO.
           05  WS-STATEMENTS-PRINTED    PIC 9(7) VALUE ZERO.
           05  WS-STMT-LINES            PIC 9(5) VALUE ZERO.
           05  WS-PENDING-READ          PIC 9(8) VALUE ZERO.

      *---------------------------------------------------------------*
      * COMMAND-LINE ACTION PARSING - SAME ACCEPT/UNSTRING PATTERN    *
           05  WS-EVENT-TABLE-COUNT     PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * YEAR-END SUMMARY TABLE - EARNINGS (POSTINGS NET OF CLAWBACKS,  *
      * PLUS COMMISSION EARNED ON COLLECTION), COMMISSION FORFEITED,   *
      * AND PAYMENTS PER SALESPERSON FOR THE REQUESTED CALENDAR YEAR,  *
      * WITH WHAT IS STILL PENDING ON COLLECTION TODAY                 *
      *---------------------------------------------------------------*
       01  WS-SUMMARY-TABLE.
           05  WS-SU-ENTRY OCCURS 2000 TIMES
               10  WS-SU-SLSP-TBL       PIC 9(6)  VALUE ZERO.
               10  WS-SU-EARNED-TBL     PIC S9(11)V99 VALUE ZERO.
               10  WS-SU-PAID-TBL       PIC S9(11)V99 VALUE ZERO.
               10  WS-SU-FORFEIT-TBL    PIC S9(11)V99 VALUE ZERO.
               10  WS-SU-PENDING-TBL    PIC S9(11)V99 VALUE ZERO.

       01  WS-SUMMARY-TABLE-FIELDS.
           05  WS-SUMMARY-TABLE-MAX     PIC 9(05) VALUE 2000.
           05  WS-SUMMARY-TABLE-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-SU-SEARCH-ID          PIC 9(6)  VALUE ZERO.

      *---------------------------------------------------------------*
      * PAY-ON-COLLECTION FIGURES PER SALESPERSON, LOADED ONCE FROM    *
      * COMMPEND: STILL PENDING (COMMISSION LESS EARNED LESS           *
      * FORFEITED), EARNED AND FORFEITED TO DATE, AND HOW MANY RECORDS *
      * CARRY AMOUNTS COMMDISB HAS NOT YET SWEPT. THE LEDGER FLAG      *
      * MARKS THE REPS STMT HAS ALREADY MET ON THE LEDGER WALK.        *
      *---------------------------------------------------------------*
       01  WS-PENDING-TABLE.
           05  WS-PN-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-PN-IDX WS-PN-PRT.
               10  WS-PN-SLSP-TBL       PIC 9(6)  VALUE ZERO.
               10  WS-PN-NAME-TBL       PIC X(20) VALUE SPACES.
               10  WS-PN-AMT-TBL        PIC S9(11)V99 VALUE ZERO.
               10  WS-PN-INVOICES-TBL   PIC 9(5)  VALUE ZERO.
               10  WS-PN-EARNED-TBL     PIC S9(11)V99 VALUE ZERO.
               10  WS-PN-FORFEIT-TBL    PIC S9(11)V99 VALUE ZERO.
               10  WS-PN-UNSWEPT-TBL    PIC 9(5)  VALUE ZERO.
               10  WS-PN-ON-LEDGER-TBL  PIC X(1)  VALUE 'N'.

       01  WS-PENDING-TABLE-FIELDS.
           05  WS-PENDING-TABLE-MAX     PIC 9(05) VALUE 2000.
           05  WS-PENDING-TABLE-COUNT   PIC 9(05) VALUE ZERO.
           05  WS-PN-STILL              PIC S9(7)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE STATEMENT PAGE'S PAY-ON-COLLECTION FIGURES                 *
      *---------------------------------------------------------------*
       01  WS-STMT-COLL-FIELDS.
           05  WS-STMT-EARNED-COLL      PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-FORFEITED        PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-PENDING          PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-PEND-INVOICES    PIC 9(5)  VALUE ZERO.
           05  WS-STMT-EARNED-TO-DATE   PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-FORFEIT-TO-DATE  PIC S9(11)V99 VALUE ZERO.
           05  WS-STMT-UNSWEPT          PIC 9(5)  VALUE ZERO.

      *---------------------------------------------------------------*
      * THE SALESPERSON ONE STATEMENT PAGE IS FOR - FROM THE LEDGER,   *
      * OR FROM COMMPEND (ZERO BALANCE DUE) FOR A REP NOT ON IT        *
      *---------------------------------------------------------------*
       01  WS-STMT-SLSP-FIELDS.
           05  WS-STMT-SLSP-ID          PIC 9(6)  VALUE ZERO.
           05  WS-STMT-SLSP-NAME        PIC X(20) VALUE SPACES.
           05  WS-STMT-BALANCE          PIC S9(9)V99 VALUE ZERO.
           05  WS-STMT-ON-LEDGER-SW     PIC X(1)  VALUE 'Y'.
               88  STMT-SLSP-ON-LEDGER          VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR             PIC 9(4).
       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-3         PIC $$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-4         PIC $$$,$$$,$$9.99-.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD WHAT IS STILL PENDING ON COLLECTION, PER SALESPERSON. NO  *
      * FILE YET (STATUS 35) MEANS NO PLAN HAS PAID ON COLLECTION.     *
      *---------------------------------------------------------------*
       1200-LOAD-PENDING.
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '35'
               IF WS-PEND-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: PEND-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PEND-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1210-READ-PENDING-NEXT
               PERFORM 1220-LOAD-ONE-PENDING UNTIL PEND-EOF
               CLOSE PEND-FILE
           END-IF.

       1210-READ-PENDING-NEXT.
           READ PEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-PEND-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-PENDING-READ
           END-READ
           IF WS-PEND-STATUS NOT = '00'
          AND WS-PEND-STATUS NOT = '10'
               MOVE 'READ ERROR: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1220-LOAD-ONE-PENDING.
           MOVE CPN-SALESPERSON-ID          TO WS-SU-SEARCH-ID
           PERFORM 1230-FIND-PENDING-ENTRY
           IF NOT PN-ENTRY-FOUND
               IF WS-PENDING-TABLE-COUNT >= WS-PENDING-TABLE-MAX
                   MOVE 'PENDING TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:38)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-PENDING-TABLE-COUNT
               SET WS-PN-IDX                TO WS-PENDING-TABLE-COUNT
               MOVE CPN-SALESPERSON-ID
                                TO WS-PN-SLSP-TBL (WS-PN-IDX)
               MOVE CPN-SALESPERSON-NAME
                                TO WS-PN-NAME-TBL (WS-PN-IDX)
           END-IF

           COMPUTE WS-PN-STILL = CPN-COMMISSION - CPN-EARNED
                               - CPN-FORFEITED
           IF WS-PN-STILL NOT = ZERO
               ADD WS-PN-STILL      TO WS-PN-AMT-TBL (WS-PN-IDX)
               ADD 1                TO WS-PN-INVOICES-TBL (WS-PN-IDX)
           END-IF
           ADD CPN-EARNED           TO WS-PN-EARNED-TBL (WS-PN-IDX)
           ADD CPN-FORFEITED        TO WS-PN-FORFEIT-TBL (WS-PN-IDX)
           IF CPN-EARNED-UNPOSTED NOT = ZERO
           OR CPN-FORFEIT-UNPOSTED NOT = ZERO
               ADD 1                TO WS-PN-UNSWEPT-TBL (WS-PN-IDX)
           END-IF
           PERFORM 1210-READ-PENDING-NEXT.

      *---------------------------------------------------------------*
      * FIND WS-SU-SEARCH-ID IN THE PENDING TABLE                      *
      *---------------------------------------------------------------*
       1230-FIND-PENDING-ENTRY.
           MOVE 'N'                         TO WS-PN-FOUND-SW
           SET WS-PN-IDX                    TO 1
           PERFORM 1240-SEARCH-PENDING-TABLE
               UNTIL WS-PN-IDX > WS-PENDING-TABLE-COUNT
                  OR PN-ENTRY-FOUND.

       1240-SEARCH-PENDING-TABLE.
           IF WS-PN-SLSP-TBL (WS-PN-IDX) = WS-SU-SEARCH-ID
               MOVE 'Y'                     TO WS-PN-FOUND-SW
           ELSE
               SET WS-PN-IDX UP BY 1
           END-IF.

       1100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
       2000-PRINT-CYCLE-STATEMENTS.
           PERFORM 1100-READ-HISTORY
           PERFORM 2100-LOAD-ONE-EVENT UNTIL HIST-EOF
           PERFORM 1200-LOAD-PENDING

           MOVE ZERO                        TO CLG-SALESPERSON-ID
           START LEDGER-FILE KEY NOT < CLG-SALESPERSON-ID
           IF NOT LEDGER-EOF
               PERFORM 2200-READ-LEDGER-NEXT
           END-IF
           PERFORM 2300-STATEMENT-ONE-SALESPERSON UNTIL LEDGER-EOF

      *    REPS ON COMMPEND THE LEDGER WALK NEVER MET - NOTHING POSTED
      *    TO THE LEDGER FOR THEM YET, ONLY PENDING OR FORFEITED
           SET WS-PN-PRT                    TO 1
           PERFORM 2500-STATEMENT-PENDING-ONLY
               UNTIL WS-PN-PRT > WS-PENDING-TABLE-COUNT.

       2100-LOAD-ONE-EVENT.
           IF CHX-EVENT-DATE = WS-CYCLE-DATE
           END-IF.

      *---------------------------------------------------------------*
      * ONE LEDGER ENTRY - PICK UP THE REP'S COMMPEND FIGURES, IF ANY, *
      * AND MARK THE REP MET SO THE COMMPEND PASS DOES NOT REPEAT IT   *
      *---------------------------------------------------------------*
       2300-STATEMENT-ONE-SALESPERSON.
           MOVE CLG-SALESPERSON-ID          TO WS-STMT-SLSP-ID
           MOVE CLG-SALESPERSON-NAME        TO WS-STMT-SLSP-NAME
           MOVE CLG-BALANCE-DUE             TO WS-STMT-BALANCE
           MOVE 'Y'                         TO WS-STMT-ON-LEDGER-SW
           MOVE ZERO                        TO WS-STMT-PENDING
           MOVE ZERO                        TO WS-STMT-PEND-INVOICES
           MOVE ZERO                        TO WS-STMT-EARNED-TO-DATE
           MOVE ZERO                        TO WS-STMT-FORFEIT-TO-DATE
           MOVE ZERO                        TO WS-STMT-UNSWEPT

           MOVE CLG-SALESPERSON-ID          TO WS-SU-SEARCH-ID
           PERFORM 1230-FIND-PENDING-ENTRY
           IF PN-ENTRY-FOUND
               MOVE 'Y'         TO WS-PN-ON-LEDGER-TBL (WS-PN-IDX)
               SET WS-PN-PRT                TO WS-PN-IDX
               PERFORM 2320-TAKE-PENDING-FIGURES
           END-IF

           PERFORM 2310-PRINT-STATEMENT

           PERFORM 2200-READ-LEDGER-NEXT.

      *---------------------------------------------------------------*
      * ONE STATEMENT PAGE - ONLY WHEN THE SALESPERSON HAD EVENTS ON   *
      * THE CYCLE DATE, HAS COMMISSION STILL PENDING ON COLLECTION, OR *
      * HAS EARNED/FORFEITED AMOUNTS COMMDISB HAS NOT YET SWEPT. THE   *
      * PAGE SHOWS EVERY POSTING, CLAWBACK, AND PAYMENT, THE CYCLE'S   *
      * EARNED/FORFEITED ON COLLECTION, WHAT IS STILL PENDING AND THE  *
      * TOTALS TO DATE, THEN THE STANDING BALANCE DUE.                 *
      *---------------------------------------------------------------*
       2310-PRINT-STATEMENT.
           MOVE ZERO                        TO WS-STMT-LINES
           MOVE ZERO                        TO WS-STMT-EARNED-COLL
           MOVE ZERO                        TO WS-STMT-FORFEITED
           SET WS-EV-IDX                    TO 1
           PERFORM 2350-COUNT-ONE-EVENT
               UNTIL WS-EV-IDX > WS-EVENT-TABLE-COUNT

           IF WS-STMT-LINES > ZERO
           OR WS-STMT-PENDING NOT = ZERO
           OR WS-STMT-UNSWEPT > ZERO
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING 'COMMISSION STATEMENT  CYCLE ' WS-CYCLE-DATE
                      '  SALESPERSON ' WS-STMT-SLSP-ID
                      ' ' WS-STMT-SLSP-NAME
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9050-WRITE-PAGE-TOP
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 2400-PRINT-ONE-EVENT
                   UNTIL WS-EV-IDX > WS-EVENT-TABLE-COUNT

               PERFORM 2450-PRINT-COLLECTION-TOTALS

               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-STMT-BALANCE         TO WS-AMT-DISPLAY
               IF STMT-SLSP-ON-LEDGER
                   STRING 'BALANCE DUE AFTER THIS CYCLE: '
                          WS-AMT-DISPLAY
                          DELIMITED SIZE    INTO WS-REPORT-LINE
               ELSE
                   STRING 'BALANCE DUE AFTER THIS CYCLE: '
                          WS-AMT-DISPLAY
                          '  (NOTHING POSTED TO THE LEDGER YET)'
                          DELIMITED SIZE    INTO WS-REPORT-LINE
               END-IF
               PERFORM 9100-WRITE-REPORT-LINE
               ADD 1                        TO WS-STATEMENTS-PRINTED
           END-IF.

       2320-TAKE-PENDING-FIGURES.
           MOVE WS-PN-AMT-TBL (WS-PN-PRT)   TO WS-STMT-PENDING
           MOVE WS-PN-INVOICES-TBL (WS-PN-PRT)
                                            TO WS-STMT-PEND-INVOICES
           MOVE WS-PN-EARNED-TBL (WS-PN-PRT)
                                            TO WS-STMT-EARNED-TO-DATE
           MOVE WS-PN-FORFEIT-TBL (WS-PN-PRT)
                                            TO WS-STMT-FORFEIT-TO-DATE
           MOVE WS-PN-UNSWEPT-TBL (WS-PN-PRT)
                                            TO WS-STMT-UNSWEPT.

       2350-COUNT-ONE-EVENT.
           IF WS-EV-SLSP-TBL (WS-EV-IDX) = WS-STMT-SLSP-ID
               ADD 1                        TO WS-STMT-LINES
           END-IF
           SET WS-EV-IDX UP BY 1.

       2400-PRINT-ONE-EVENT.
           IF WS-EV-SLSP-TBL (WS-EV-IDX) = WS-STMT-SLSP-ID
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-EV-AMT-TBL (WS-EV-IDX) TO WS-AMT-DISPLAY
               EVALUATE WS-EV-TYPE-TBL (WS-EV-IDX)
                              WS-EV-RUN-TBL (WS-EV-IDX)
                              '  ' WS-AMT-DISPLAY
                              DELIMITED SIZE INTO WS-REPORT-LINE
      *            A MANUAL ADJUSTMENT CARRIES ITS REASON CODE WHERE A
      *            POSTING CARRIES ITS RUN DATE, AND ITS REFERENCE
      *            WHERE A PAYMENT CARRIES ITS CHECK NUMBER
                   WHEN 'A'
                       STRING '  ADJUSTMENT      RSN '
                              WS-EV-RUN-TBL (WS-EV-IDX) (1:4)
                              '       '
                              '  ' WS-AMT-DISPLAY
                              '  REF ' WS-EV-CHECK-TBL (WS-EV-IDX)
                              DELIMITED SIZE INTO WS-REPORT-LINE
      *            EARNED ON COLLECTION AND FORFEITED CARRY THE
      *            INVOICE WHERE A PAYMENT CARRIES ITS CHECK NUMBER
                   WHEN 'E'
                       STRING '  EARNED ON COLL  INV '
                              WS-EV-CHECK-TBL (WS-EV-IDX)
                              '  ' WS-AMT-DISPLAY
                              '  PAID '
                              WS-EV-RUN-TBL (WS-EV-IDX)
                              DELIMITED SIZE INTO WS-REPORT-LINE
                       ADD WS-EV-AMT-TBL (WS-EV-IDX)
                                            TO WS-STMT-EARNED-COLL
                   WHEN 'F'
                       STRING '  FORFEITED       INV '
                              WS-EV-CHECK-TBL (WS-EV-IDX)
                              '  ' WS-AMT-DISPLAY
                              '  NOT PAYABLE'
                              DELIMITED SIZE INTO WS-REPORT-LINE
                       ADD WS-EV-AMT-TBL (WS-EV-IDX)
                                            TO WS-STMT-FORFEITED
                   WHEN OTHER
                       STRING '  PAYMENT ISSUED  CHECK '
                              WS-EV-CHECK-TBL (WS-EV-IDX)
           END-IF
           SET WS-EV-IDX UP BY 1.

      *---------------------------------------------------------------*
      * PAY-ON-COLLECTION TOTALS - PRINTED ONLY FOR A REP WITH SOME    *
      * COLLECTION ACTIVITY THIS CYCLE OR ANY COMMPEND FIGURE          *
      *---------------------------------------------------------------*
       2450-PRINT-COLLECTION-TOTALS.
           IF WS-STMT-EARNED-COLL NOT = ZERO
           OR WS-STMT-FORFEITED NOT = ZERO
           OR WS-STMT-PENDING NOT = ZERO
           OR WS-STMT-EARNED-TO-DATE NOT = ZERO
           OR WS-STMT-FORFEIT-TO-DATE NOT = ZERO
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-STMT-EARNED-COLL     TO WS-AMT-DISPLAY
               STRING 'EARNED ON COLLECTION THIS CYCLE:  '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-STMT-FORFEITED       TO WS-AMT-DISPLAY
               STRING 'FORFEITED THIS CYCLE:             '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-STMT-PENDING         TO WS-AMT-DISPLAY
               STRING 'STILL PENDING ON COLLECTION:      '
                      WS-AMT-DISPLAY
                      '  ON ' WS-STMT-PEND-INVOICES ' INVOICE(S)'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-STMT-EARNED-TO-DATE  TO WS-AMT-DISPLAY
               STRING 'EARNED ON COLLECTION TO DATE:     '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE WS-STMT-FORFEIT-TO-DATE TO WS-AMT-DISPLAY
               STRING 'FORFEITED TO DATE:                '
                      WS-AMT-DISPLAY
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * A REP ON COMMPEND WITH NO LEDGER ENTRY - THE SAME PAGE AT A    *
      * ZERO BALANCE DUE                                               *
      *---------------------------------------------------------------*
       2500-STATEMENT-PENDING-ONLY.
           IF WS-PN-ON-LEDGER-TBL (WS-PN-PRT) NOT = 'Y'
               MOVE WS-PN-SLSP-TBL (WS-PN-PRT)
                                            TO WS-STMT-SLSP-ID
               MOVE WS-PN-NAME-TBL (WS-PN-PRT)
                                            TO WS-STMT-SLSP-NAME
               MOVE ZERO                    TO WS-STMT-BALANCE
               MOVE 'N'                     TO WS-STMT-ON-LEDGER-SW
               PERFORM 2320-TAKE-PENDING-FIGURES
               PERFORM 2310-PRINT-STATEMENT
           END-IF
           SET WS-PN-PRT UP BY 1.

      *---------------------------------------------------------------*
      * YEAR - PER-SALESPERSON CALENDAR-YEAR EARNINGS (POSTINGS NET    *
      * OF CLAWBACKS, PLUS EARNED ON COLLECTION), FORFEITS AND         *
      * PAYMENTS, FOR TAX REPORTING, WITH WHAT IS STILL PENDING ON     *
      * COLLECTION TODAY - A REP WITH ONLY PENDING COMMISSION STILL    *
      * GETS A LINE                                                    *
      *---------------------------------------------------------------*
       3000-PRINT-YEAR-SUMMARY.
           IF WS-SUMMARY-YEAR = SPACES
           PERFORM 1100-READ-HISTORY
           PERFORM 3100-FOLD-ONE-EVENT UNTIL HIST-EOF

           PERFORM 1200-LOAD-PENDING
           SET WS-PN-IDX                    TO 1
           PERFORM 3170-FOLD-ONE-PENDING
               UNTIL WS-PN-IDX > WS-PENDING-TABLE-COUNT

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'COMMISSION EARNINGS SUMMARY - CALENDAR YEAR '
                  WS-SUMMARY-YEAR

       3100-FOLD-ONE-EVENT.
           IF CHX-EVENT-DATE(1:4) = WS-SUMMARY-YEAR
               MOVE CHX-SALESPERSON-ID      TO WS-SU-SEARCH-ID
               PERFORM 3150-FIND-OR-ADD-SUMMARY
               EVALUATE TRUE
                   WHEN CHX-EVENT-PAYMENT
                       ADD CHX-AMOUNT TO WS-SU-PAID-TBL (WS-SU-IDX)
      *            A FORFEIT WAS NEVER PAYABLE - NOT EARNINGS
                   WHEN CHX-EVENT-FORFEITED
                       ADD CHX-AMOUNT TO WS-SU-FORFEIT-TBL (WS-SU-IDX)
                   WHEN OTHER
                       ADD CHX-AMOUNT TO WS-SU-EARNED-TBL (WS-SU-IDX)
               END-EVALUATE
           END-IF
           PERFORM 1100-READ-HISTORY.

               END-IF
               ADD 1                        TO WS-SUMMARY-TABLE-COUNT
               SET WS-SU-IDX                TO WS-SUMMARY-TABLE-COUNT
               MOVE WS-SU-SEARCH-ID
                                TO WS-SU-SLSP-TBL (WS-SU-IDX)
           END-IF.

       3160-SEARCH-SUMMARY-TABLE.
           IF WS-SU-SLSP-TBL (WS-SU-IDX) = WS-SU-SEARCH-ID
               MOVE 'Y'                    TO WS-SUMM-FOUND-SW
           ELSE
               SET WS-SU-IDX UP BY 1
           END-IF.

       3170-FOLD-ONE-PENDING.
           IF WS-PN-AMT-TBL (WS-PN-IDX) NOT = ZERO
               MOVE WS-PN-SLSP-TBL (WS-PN-IDX) TO WS-SU-SEARCH-ID
               PERFORM 3150-FIND-OR-ADD-SUMMARY
               ADD WS-PN-AMT-TBL (WS-PN-IDX)
                                TO WS-SU-PENDING-TBL (WS-SU-IDX)
           END-IF
           SET WS-PN-IDX UP BY 1.

       3200-PRINT-ONE-SUMMARY.
           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-SU-EARNED-TBL (WS-SU-PRT) TO WS-AMT-DISPLAY
           MOVE WS-SU-PAID-TBL (WS-SU-PRT)   TO WS-AMT-DISPLAY-2
           MOVE WS-SU-FORFEIT-TBL (WS-SU-PRT) TO WS-AMT-DISPLAY-3
           MOVE WS-SU-PENDING-TBL (WS-SU-PRT) TO WS-AMT-DISPLAY-4
           STRING 'SALESPERSON ' WS-SU-SLSP-TBL (WS-SU-PRT)
                  '  EARNED ' WS-AMT-DISPLAY
                  '  PAID ' WS-AMT-DISPLAY-2
                  '  FORFEITED ' WS-AMT-DISPLAY-3
                  '  PENDING ' WS-AMT-DISPLAY-4
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-SU-PRT UP BY 1.
           DISPLAY 'HISTORY RECORDS READ:  ' WS-HISTORY-READ
           DISPLAY 'STATEMENTS PRINTED:    ' WS-STATEMENTS-PRINTED
           DISPLAY 'YEAR SUMMARY ENTRIES:  ' WS-SUMMARY-TABLE-COUNT
           DISPLAY 'PENDING RECORDS READ:  ' WS-PENDING-READ
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
