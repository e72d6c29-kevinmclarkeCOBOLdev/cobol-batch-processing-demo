      ******************************************************************
      * COMMYTAX.CPY - COMMISSION TAX-REPORTING EXTRACT LAYOUT        *
      * WRITTEN BY COMMYEND FOR PAYROLL'S YEAR-END INFORMATION        *
      * RETURNS: ONE DETAIL RECORD PER SALESPERSON PAID IN THE TAX    *
      * YEAR WITH THE TOTAL OF THEIR COMMHIST PAYMENT EVENTS DATED IN *
      * IT, THEN ONE CONTROL TRAILER. THE TRAILER RIDES IN THE SAME   *
      * 80-BYTE RECORD UNDER THE RESERVED ID 999999 - THE CUSTMOUT    *
      * TRAILER CONVENTION - AND ITS PAID TOTAL EQUALS THE SUM OF     *
      * EVERY PAYMENT EVENT DATED IN THE YEAR, SO THE RECEIVING SIDE  *
      * CAN PROVE THE FILE COMPLETE BEFORE FILING FROM IT.            *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  COMM-TAX-EXTRACT-RECORD.
           05  CTX-SALESPERSON-ID       PIC 9(6).
           05  CTX-TAX-YEAR             PIC 9(4).
           05  CTX-SALESPERSON-NAME     PIC X(20).
           05  CTX-STATUS               PIC X(1).
               88  CTX-ACTIVE                       VALUE 'A'.
               88  CTX-TERMINATED                   VALUE 'T'.
               88  CTX-NOT-ON-MASTER                VALUE '?'.
           05  CTX-TERM-DATE            PIC X(10).
           05  CTX-TOTAL-PAID           PIC S9(9)V99.
           05  CTX-PAYMENT-COUNT        PIC 9(5).
           05  FILLER                   PIC X(23).

       01  COMM-TAX-TRAILER-RECORD.
           05  CTT-TRAILER-ID           PIC 9(6).
               88  CTT-IS-TRAILER                   VALUE 999999.
           05  CTT-TAX-YEAR             PIC 9(4).
           05  CTT-RECORD-COUNT         PIC 9(6).
           05  CTT-PAID-TOTAL           PIC S9(11)V99.
           05  CTT-PAYMENT-COUNT        PIC 9(7).
           05  CTT-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X(34).
