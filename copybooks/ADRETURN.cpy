      ******************************************************************
      * ADRETURN.CPY - AUTO-DEBIT BANK RETURN RECORD LAYOUT           *
      * ONE RECORD PER DEBIT THE CUSTOMER'S BANK SENT BACK UNPAID,    *
      * NAMED BY THE TRACE NUMBER ACHGEN GAVE IT ON THE DEBIT FILE.   *
      * R01 (INSUFFICIENT FUNDS) AND R09 (UNCOLLECTED FUNDS) COUNT    *
      * TOWARD THE MANDATE'S RETURN LIMIT; ANY OTHER CODE (ACCOUNT    *
      * CLOSED, NO ACCOUNT, AUTHORIZATION REVOKED, ...) MEANS THE     *
      * ACCOUNT CANNOT BE DEBITED AGAIN AND DROPS THE MANDATE AT ONCE.*
      * ACHGEN TURNS EVERY ACCEPTED RETURN INTO A CASHAPP REVERSAL.   *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  AUTO-DEBIT-RETURN.
           05  ADR-TRACE-NO.
               10  ADR-TRACE-BATCH      PIC 9(6).
               10  ADR-TRACE-SEQ        PIC 9(6).
           05  ADR-CUST-ID              PIC 9(6).
           05  ADR-AMOUNT               PIC 9(8)V99.
           05  ADR-RETURN-CODE          PIC X(3).
               88  ADR-NSF-RETURN               VALUES 'R01' 'R09'.
           05  ADR-RETURN-DATE          PIC X(10).
           05  FILLER                   PIC X(39).
