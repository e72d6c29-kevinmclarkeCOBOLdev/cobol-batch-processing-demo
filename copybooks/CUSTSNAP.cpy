      ******************************************************************
      * CUSTSNAP.CPY - MONTH-END CUSTOMER BALANCE SNAPSHOT LAYOUT     *
      * CUST-BALANCE AND CUST-CREDIT-LIMIT ARE OVERWRITTEN IN PLACE,  *
      * SO THIS FILE IS THE MASTER'S MEMORY: ONE RECORD PER CUSTOMER  *
      * PER MONTH WITH THE BALANCE, LIMIT, UTILIZATION, PAST-DUE      *
      * AMOUNT, AND STATUS. INDEXED ON CSN-KEY, CUSTOMER FIRST, SO A  *
      * SEQUENTIAL READER SEES EACH CUSTOMER'S MONTHS TOGETHER AND IN *
      * ORDER. BALSNAP REWRITES THE CURRENT MONTH'S RECORD EVERY      *
      * NIGHT, SO ONCE THE MONTH IS OVER IT HOLDS THE POSITION AS OF  *
      * ITS LAST BUSINESS NIGHT (CSN-AS-OF-DATE), AND DROPS MONTHS    *
      * OLDER THAN THE RETENTION WINDOW. BALTRND REPORTS THE TREND.   *
      * UTILIZATION IS BALANCE OVER LIMIT AS A PERCENTAGE, ZERO WHEN  *
      * THERE IS NO LIMIT AND 999.99 WHEN IT WILL NOT FIT, THE SAME   *
      * WAY CREDREVW SCORES IT.                                       *
      * LENGTH: 100 BYTES                                             *
      ******************************************************************
       01  CUST-SNAPSHOT-RECORD.
           05  CSN-KEY.
               10  CSN-CUST-ID          PIC 9(6).
               10  CSN-YEAR             PIC 9(4).
               10  CSN-MONTH            PIC 9(2).
           05  CSN-AS-OF-DATE           PIC X(10).
           05  CSN-CUST-NAME            PIC X(30).
           05  CSN-BALANCE              PIC S9(8)V99.
           05  CSN-CREDIT-LIMIT         PIC S9(8)V99.
           05  CSN-UTIL-PCT             PIC S9(3)V99.
           05  CSN-PAST-DUE             PIC 9(8)V99.
           05  CSN-STATUS               PIC X(1).
           05  CSN-DIVISION             PIC X(2).
           05  CSN-CURRENCY             PIC X(3).
           05  FILLER                   PIC X(7).
