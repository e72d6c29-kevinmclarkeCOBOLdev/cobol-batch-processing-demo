      ******************************************************************
      * ESCHRULE.CPY - UNCLAIMED-PROPERTY DORMANCY RULE MASTER LAYOUT *
      * ONE RECORD PER STATE (THE CUSTOMER'S CUST-STATE - PROPERTY IS *
      * OWED TO THE STATE OF THE OWNER'S LAST KNOWN ADDRESS). ESCHEAT *
      * CALLS A CREDIT BALANCE DORMANT WHEN THE CUSTOMER HAS SHOWN NO *
      * ACTIVITY FOR ESR-DORMANCY-YEARS, SENDS THE DUE-DILIGENCE      *
      * LETTER WHEN THE CREDIT IS AT LEAST ESR-LETTER-MIN-AMT, AND    *
      * REPORTS AND REMITS IT ON THE STATE'S ANNUAL HOLDER REPORT     *
      * (DUE IN ESR-REPORT-MONTH) ONCE ESR-WAIT-DAYS HAVE PASSED      *
      * SINCE THE LETTER WITH NO WORD FROM THE OWNER. A ROW KEYED     *
      * '**' IS THE DEFAULT FOR ANY STATE WITHOUT ONE OF ITS OWN.     *
      * MAINTAINED THE SAME WAY TAXRMAST IS - A SMALL OPS-EDITED      *
      * MASTER.                                                       *
      * LENGTH: 40 BYTES                                              *
      ******************************************************************
       01  ESCHEAT-RULE-RECORD.
           05  ESR-STATE                PIC X(2).
           05  ESR-STATE-NAME           PIC X(20).
           05  ESR-DORMANCY-YEARS       PIC 9(2).
           05  ESR-WAIT-DAYS            PIC 9(3).
           05  ESR-REPORT-MONTH         PIC 9(2).
           05  ESR-LETTER-MIN-AMT       PIC 9(5)V99.
           05  FILLER                   PIC X(4).
