           05  WS-ORPHAN-CHANGES        PIC 9(7) VALUE ZERO.
           05  WS-FIELDS-UNKNOWN        PIC 9(7) VALUE ZERO.
           05  WS-SHIPTO-SKIPPED        PIC 9(7) VALUE ZERO.
           05  WS-SALECORR-SKIPPED      PIC 9(7) VALUE ZERO.
           05  WS-ADEBIT-SKIPPED        PIC 9(7) VALUE ZERO.
           05  WS-CONTACT-SKIPPED       PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * TIMESTAMP RANGE PARMS - THE SAME FROM/TO PREFIX SEMANTICS      *
      *        NEVER FLAGGED UNKNOWN
               WHEN AUDIX-TRANS-TYPE = 'L'
                   ADD 1                    TO WS-SHIPTO-SKIPPED
      *        SALE CORRECTION ROWS ('K', SALECORR) DESCRIBE A SALE IN
      *        HISTORY, NOT THE MASTER - PASSED OVER THE SAME WAY
               WHEN AUDIX-TRANS-TYPE = 'K'
                   ADD 1                    TO WS-SALECORR-SKIPPED
      *        AUTO-DEBIT MANDATE ROWS ('E', ACHMNT/ACHGEN) DESCRIBE
      *        THE MANDATE FILE, NOT THE MASTER - PASSED OVER TOO
               WHEN AUDIX-TRANS-TYPE = 'E'
                   ADD 1                    TO WS-ADEBIT-SKIPPED
      *        CUSTOMER CONTACT ROWS ('C', CONTMNT) DESCRIBE THE
      *        CONTACT FILE, NOT THE MASTER - PASSED OVER LIKEWISE
               WHEN AUDIX-TRANS-TYPE = 'C'
                   ADD 1                    TO WS-CONTACT-SKIPPED
      *        PRIVACY ERASURE ROWS ('X', CUSTPURG) MUST BE REPLAYED,
      *        OR A RECOVERED MASTER WOULD BRING THE ERASED DATA BACK
               WHEN AUDIX-TRANS-TYPE = 'X'
                   PERFORM 3400-REPLAY-NEW-VALUE
               WHEN OTHER
                   PERFORM 3400-REPLAY-NEW-VALUE
           END-EVALUATE.
                   MOVE AUDIX-NEW-VALUE(1:2)
                                 TO CUST-DIVISION
                                                 OF CUST-NEW-REC
               WHEN 'CUST-OWNER-SLSP-ID'
                   MOVE AUDIX-NEW-VALUE(1:6)
                                 TO CUST-OWNER-SLSP-ID
                                                 OF CUST-NEW-REC
               WHEN 'CUST-BASE-LIMIT'
                   COMPUTE WS-RESTORE-AMOUNT = FUNCTION NUMVAL
                           (AUDIX-NEW-VALUE)
                   MOVE WS-RESTORE-AMOUNT
                                 TO CUST-BASE-LIMIT OF CUST-NEW-REC
               WHEN 'CUST-TEMP-EXPIRY'
                   MOVE AUDIX-NEW-VALUE(1:8)
                                 TO CUST-TEMP-EXPIRY
                                                 OF CUST-NEW-REC
               WHEN OTHER
                   ADD 1                    TO WS-FIELDS-UNKNOWN
                   MOVE SPACES              TO WS-REPORT-LINE
           DISPLAY 'ORPHAN CHANGES:        ' WS-ORPHAN-CHANGES
           DISPLAY 'UNKNOWN FIELDS:        ' WS-FIELDS-UNKNOWN
           DISPLAY 'SHIP-TO ROWS SKIPPED:  ' WS-SHIPTO-SKIPPED
           DISPLAY 'SALE CORR ROWS SKIPPED:' WS-SALECORR-SKIPPED
           DISPLAY 'AUTO-DEBIT ROWS SKIPPED:' WS-ADEBIT-SKIPPED
           DISPLAY 'CONTACT ROWS SKIPPED:  ' WS-CONTACT-SKIPPED
           DISPLAY '============================================='

           IF WS-ORPHAN-CHANGES > ZERO
