      ******************************************************************
      * ADBANK.CPY - AUTO-DEBIT BANK FILE RECORD LAYOUTS              *
      * THE OUTBOUND DEBIT FILE ACHGEN SENDS THE BANK EACH NIGHT, IN  *
      * THE BANK'S 94-BYTE RECORD. AN 'HDR' RECORD, ONE 'DTL' DEBIT   *
      * PER ENROLLED CUSTOMER WITH ITEMS DUE, AND A 'TRL' RECORD      *
      * CARRYING THE ENTRY COUNT, THE DEBIT TOTAL, AND THE ENTRY HASH *
      * (THE SUM OF THE FIRST EIGHT ROUTING DIGITS OF EVERY ENTRY,    *
      * LOW-ORDER TEN DIGITS KEPT) THE BANK PROVES THE FILE WITH.     *
      * ADB-TRACE-BATCH IS THE NIGHT'S AUTO-DEBIT DEPOSIT NUMBER - THE*
      * BANK CREDITS THE BATCH TOTAL AS ONE DEPOSIT UNDER IT AND NAMES*
      * IT AGAIN ON A RETURNED ENTRY, SO CASHAPP'S RECEIPTS AND       *
      * BANKRECN'S MATCHING USE THE SAME NUMBER.                      *
      * LENGTH: 94 BYTES                                              *
      ******************************************************************
       01  AUTO-DEBIT-ENTRY.
           05  ADB-RECORD-TYPE          PIC X(3).
               88  ADB-DETAIL                   VALUE 'DTL'.
           05  ADB-TRACE-NO.
               10  ADB-TRACE-BATCH      PIC 9(6).
               10  ADB-TRACE-SEQ        PIC 9(6).
           05  ADB-ROUTING-NO           PIC X(9).
           05  ADB-ACCOUNT-NO           PIC X(17).
           05  ADB-ACCOUNT-TYPE         PIC X(1).
           05  ADB-AMOUNT               PIC 9(8)V99.
           05  ADB-CUST-ID              PIC 9(6).
           05  ADB-CUST-NAME            PIC X(22).
           05  ADB-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                   PIC X(6).

       01  AUTO-DEBIT-CONTROL.
           05  ADBC-RECORD-TYPE         PIC X(3).
               88  ADBC-HEADER                  VALUE 'HDR'.
               88  ADBC-TRAILER                 VALUE 'TRL'.
           05  ADBC-ORIGIN-BANK-ID      PIC X(9).
           05  ADBC-COMPANY-ID          PIC X(10).
           05  ADBC-COMPANY-NAME        PIC X(16).
           05  ADBC-FILE-DATE           PIC X(8).
           05  ADBC-BATCH-NO            PIC 9(6).
           05  ADBC-ENTRY-COUNT         PIC 9(8).
           05  ADBC-DEBIT-TOTAL         PIC 9(12)V99.
           05  ADBC-ENTRY-HASH          PIC 9(10).
           05  FILLER                   PIC X(10).
