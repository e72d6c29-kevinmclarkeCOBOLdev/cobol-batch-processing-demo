                   PERFORM 3300-REINSTATE-AUDITED-DELETE
               WHEN AUD-TRANS-UPDATE OF WS-AUDIT-REC
               WHEN AUD-TRANS-REACTIVATE OF WS-AUDIT-REC
               WHEN AUD-TRANS-OWNER OF WS-AUDIT-REC
      *        A TEMPORARY-LIMIT GRANT, CHANGE OR END (LIMEXPR'S
      *        EXPIRIES INCLUDED) AUDITS THE CREDIT LIMIT, BASE LIMIT
      *        AND EXPIRY FIELD BY FIELD LIKE ANY UPDATE
               WHEN AUD-TRANS-TEMP-LIMIT OF WS-AUDIT-REC
                   PERFORM 3400-RESTORE-OLD-VALUE
      *        SHIP-TO LOCATION ROWS DESCRIBE THE SHIPTO FILE, NOT
      *        THE MASTER - BACKING THOSE OUT IS SHIPMNT'S DOMAIN
               WHEN AUD-TRANS-SHIPTO OF WS-AUDIT-REC
                   ADD 1                    TO WS-SKIPPED-COUNT
      *        SALE CORRECTION ROWS DESCRIBE A SALE IN HISTORY, NOT
      *        THE MASTER - A CORRECTION IS UNDONE BY CORRECTING BACK
               WHEN AUD-TRANS-SALECORR OF WS-AUDIT-REC
                   ADD 1                    TO WS-SKIPPED-COUNT
      *        AUTO-DEBIT ROWS DESCRIBE THE MANDATE FILE - A MANDATE IS
      *        PUT BACK THROUGH ACHMNT
               WHEN AUD-TRANS-ADEBIT OF WS-AUDIT-REC
                   ADD 1                    TO WS-SKIPPED-COUNT
      *        PRIVACY ERASURE ROWS CARRY NO OLD VALUE - AN ERASURE IS
      *        NEVER BACKED OUT, WHATEVER ELSE THE WINDOW UNDOES
               WHEN AUD-TRANS-ANONYMIZE OF WS-AUDIT-REC
                   ADD 1                    TO WS-SKIPPED-COUNT
      *        CONTACT ROWS DESCRIBE THE CONTACT FILE - A CONTACT IS
      *        PUT BACK THROUGH CONTMNT
               WHEN AUD-TRANS-CONTACT OF WS-AUDIT-REC
                   ADD 1                    TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1                    TO WS-SKIPPED-COUNT
           END-EVALUATE
                           (AUD-OLD-VALUE OF WS-AUDIT-REC)
                   MOVE WS-RESTORE-AMOUNT
                              TO CUST-BALANCE OF CUST-MASTER-REC
               WHEN 'CUST-OWNER-SLSP-ID'
                   MOVE AUD-OLD-VALUE OF WS-AUDIT-REC (1:6)
                              TO CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
               WHEN 'CUST-BASE-LIMIT'
                   COMPUTE WS-RESTORE-AMOUNT = FUNCTION NUMVAL
                           (AUD-OLD-VALUE OF WS-AUDIT-REC)
                   MOVE WS-RESTORE-AMOUNT
                              TO CUST-BASE-LIMIT OF CUST-MASTER-REC
               WHEN 'CUST-TEMP-EXPIRY'
                   MOVE AUD-OLD-VALUE OF WS-AUDIT-REC (1:8)
                              TO CUST-TEMP-EXPIRY OF CUST-MASTER-REC
               WHEN OTHER
                   ADD 1                    TO WS-SKIPPED-COUNT
                   MOVE SPACES              TO WS-REPORT-LINE
