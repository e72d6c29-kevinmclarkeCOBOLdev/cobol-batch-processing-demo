      *            BOOK'S REJECTS STAY ON THE ACQUIRED BOOK
                   MOVE SUSP-DIVISION
                                  TO SR-DIVISION OF RESUBMIT-RECORD
      *            AND THE FREIGHT, SO THE CORRECTED SALE STILL
      *            BILLS IT
                   MOVE SUSP-FREIGHT-AMOUNT
                            TO SR-FREIGHT-AMOUNT OF RESUBMIT-RECORD
                   MOVE '3'
                             TO SR-RECORD-VERSION OF RESUBMIT-RECORD

                   WRITE RESUBMIT-RECORD
