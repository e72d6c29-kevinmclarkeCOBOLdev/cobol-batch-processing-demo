      ******************************************************************
      * CONFTRAN.CPY - A/R BALANCE CONFIRMATION REPLY TRANSACTION     *
      * ONE RECORD PER REPLY THE AUDITORS HAND BACK ON A YEAR-END     *
      * BALANCE CONFIRMATION, KEYED BY THE A/R DESK. ARCONF REPLY     *
      * POSTS EACH ONE TO THE CONFIRMATION RESPONSE FILE (CONFRESP)   *
      * UNDER THE SAME CUT-OFF DATE AND CUSTOMER THE LETTER WENT OUT  *
      * FOR. CFT-RESPONSE: 'A' AGREED, 'D' DISAGREED, 'N' NO REPLY    *
      * (THE SECOND REQUEST WENT UNANSWERED TOO). CFT-CUST-AMOUNT IS  *
      * THE BALANCE THE CUSTOMER'S OWN RECORDS SHOW - REQUIRED ON A   *
      * 'D', IGNORED OTHERWISE. A BLANK CFT-RESPONSE-DATE TAKES THE   *
      * BUSINESS DATE.                                                *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  CONF-REPLY-RECORD.
           05  CFT-CUTOFF-DATE          PIC X(10).
           05  CFT-CUST-ID              PIC 9(6).
           05  CFT-RESPONSE             PIC X(1).
           05  CFT-RESPONSE-DATE        PIC X(10).
           05  CFT-CUST-AMOUNT          PIC S9(8)V99.
           05  CFT-NOTE                 PIC X(30).
           05  CFT-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(6).
