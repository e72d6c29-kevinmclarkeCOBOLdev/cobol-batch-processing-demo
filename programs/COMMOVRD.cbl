      *               IS PRESERVED, SO COMMDISB'S POST AND ITS        *
      *               DOUBLE-POST GUARD WORK ON THE COMBINED FILE     *
      *               EXACTLY AS THEY ALWAYS HAVE.                    *
      *               THE OVERRIDE PART OF A MANAGER'S RECORD ALSO    *
      *               RIDES IN COM-OVERRIDE-AMOUNT SO THE YEAR-END    *
      *               STATEMENT CAN SHOW IT APART FROM THEIR OWN      *
      *               COMMISSION.                                     *
      *                                                                *
      * INPUTS:       COMMISSION PAYABLES    (COMMOUT)                *
      *               SALESPERSON MASTER     (SLSPMAST)               *

       3100-CARRY-ONE-PAYABLE.
           MOVE COMMISSION-RECORD           TO COMBINED-RECORD
           MOVE ZERO        TO COM-OVERRIDE-AMOUNT OF COMBINED-RECORD

           MOVE COM-SALESPERSON-ID OF COMMISSION-RECORD
                                            TO WS-MGR-LOOKUP-ID
           IF MANAGER-ENTRY-FOUND
               ADD WS-MG-OVERRIDE-TBL (WS-MG-IDX)
                     TO COM-TOTAL-COMMISSION OF COMBINED-RECORD
               MOVE WS-MG-OVERRIDE-TBL (WS-MG-IDX)
                     TO COM-OVERRIDE-AMOUNT OF COMBINED-RECORD
               MOVE 'Y' TO WS-MG-EMITTED-TBL (WS-MG-IDX)
               PERFORM 3200-REPORT-ONE-OVERRIDE
           END-IF
                     TO COM-TOTAL-SALES OF COMBINED-RECORD
               MOVE WS-MG-OVERRIDE-TBL (WS-MG-PRT)
                     TO COM-TOTAL-COMMISSION OF COMBINED-RECORD
               MOVE WS-MG-OVERRIDE-TBL (WS-MG-PRT)
                     TO COM-OVERRIDE-AMOUNT OF COMBINED-RECORD
               WRITE COMBINED-RECORD
               IF WS-COMBINED-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: COMBINED-FILE  FS='
