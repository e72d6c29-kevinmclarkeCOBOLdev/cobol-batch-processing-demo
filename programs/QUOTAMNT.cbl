       FD  TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY QTATRANS.

       FD  QUOTA-FILE
           RECORDING MODE IS F
