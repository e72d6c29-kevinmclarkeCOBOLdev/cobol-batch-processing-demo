      *     -> RECOMMEND LIMIT * 1.25 (GROWING, WELL-BEHAVED ACCOUNT) *
      *   DORMANT (NO ORDER IN 365 DAYS) AND UTILIZATION < 25 PCT     *
      *     -> RECOMMEND LIMIT * 0.50, NEVER BELOW THE BALANCE        *
      *   ON A TEMPORARY LIMIT (CUST-TEMP-EXPIRY SET)                 *
      *     -> LISTED WITH ITS BASE LIMIT AND EXPIRY BUT NOT SCORED - *
      *        THE RAISED FIGURE IS NOT THE ONE TO REVIEW, AND AN     *
      *        UPDATE WOULD MAKE IT PERMANENT. IT IS REVIEWED ON ITS  *
      *        BASE LIMIT ONCE LIMEXPR HAS PUT THAT BACK.             *
      *                                                                *
      * INPUTS:       CUSTOMER MASTER EXTRACT (CUSTMOUT)              *
      * OUTPUTS:      RECOMMENDED TRANSACTIONS (CRTRANS, TRANSIN      *
           05  WS-ACTIVE-REVIEWED       PIC 9(8) VALUE ZERO.
           05  WS-INCREASES             PIC 9(7) VALUE ZERO.
           05  WS-DECREASES             PIC 9(7) VALUE ZERO.
           05  WS-TEMP-LIMITS           PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * REVIEW POLICY CONSTANTS                                        *
           05  WS-DAYS-SINCE-ORDER      PIC S9(6)    VALUE ZERO.
           05  WS-NEW-LIMIT             PIC S9(8)V99 VALUE ZERO.
           05  WS-REASON-TEXT           PIC X(40)    VALUE SPACES.
           05  WS-BASE-LIMIT            PIC 9(8)V99  VALUE ZERO.
           05  WS-TEMP-EXPIRY-TEXT      PIC X(10)    VALUE SPACES.

      *---------------------------------------------------------------*
      * DATE ARITHMETIC FIELDS - SAME APPROACH AS AGERPT               *
      * GETS AT MOST ONE RECOMMENDATION.                               *
      *---------------------------------------------------------------*
       2000-REVIEW-CUSTOMERS.
           IF CUST-ACTIVE OF CUST-IN-REC
          AND CUST-TEMP-EXPIRY OF CUST-IN-REC NUMERIC
          AND CUST-TEMP-EXPIRY OF CUST-IN-REC > ZERO
               PERFORM 2800-LIST-TEMP-LIMIT
           ELSE
           IF CUST-ACTIVE OF CUST-IN-REC
               ADD 1                        TO WS-ACTIVE-REVIEWED
               PERFORM 2100-SCORE-CUSTOMER
                       PERFORM 2600-RECOMMEND-DECREASE
               END-EVALUATE
           END-IF
           END-IF

           PERFORM 1100-READ-CUSTOMER.

               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * ONE REGISTER LINE FOR AN ACTIVE ACCOUNT ON A TEMPORARY LIMIT - *
      * THE RAISED LIMIT, THE BASE IT REVERTS TO, AND WHEN. NO         *
      * TRANSACTION IS EMITTED.                                        *
      *---------------------------------------------------------------*
       2800-LIST-TEMP-LIMIT.
           ADD 1                            TO WS-TEMP-LIMITS
           MOVE ZERO                        TO WS-BASE-LIMIT
           IF CUST-BASE-LIMIT OF CUST-IN-REC NUMERIC
               MOVE CUST-BASE-LIMIT OF CUST-IN-REC
                                            TO WS-BASE-LIMIT
           END-IF
           MOVE SPACES                      TO WS-TEMP-EXPIRY-TEXT
           STRING CUST-TEMP-EXPIRY OF CUST-IN-REC (1:4) '-'
                  CUST-TEMP-EXPIRY OF CUST-IN-REC (5:2) '-'
                  CUST-TEMP-EXPIRY OF CUST-IN-REC (7:2)
                  DELIMITED SIZE            INTO WS-TEMP-EXPIRY-TEXT

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE CUST-CREDIT-LIMIT OF CUST-IN-REC
                                            TO WS-AMT-DISPLAY
           MOVE WS-BASE-LIMIT               TO WS-AMT-DISPLAY-2
           STRING 'CUST=' CUST-ID OF CUST-IN-REC
                  ' LIMIT ' WS-AMT-DISPLAY
                  ' TEMPORARY TO ' WS-TEMP-EXPIRY-TEXT
                  ', BASE ' WS-AMT-DISPLAY-2
                  ' - NOT REVIEWED UNTIL IT EXPIRES'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
           STRING 'ACTIVES REVIEWED: ' WS-ACTIVE-REVIEWED
                  '  INCREASES: ' WS-INCREASES
                  '  DECREASES: ' WS-DECREASES
                  '  ON TEMPORARY LIMITS: ' WS-TEMP-LIMITS
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           DISPLAY 'ACTIVES REVIEWED:     ' WS-ACTIVE-REVIEWED
           DISPLAY 'INCREASES PROPOSED:   ' WS-INCREASES
           DISPLAY 'DECREASES PROPOSED:   ' WS-DECREASES
           DISPLAY 'ON TEMPORARY LIMITS:  ' WS-TEMP-LIMITS
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
