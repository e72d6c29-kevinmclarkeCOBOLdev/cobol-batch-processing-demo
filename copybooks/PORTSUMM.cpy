      ******************************************************************
      * PORTSUMM.CPY - CUSTOMER PORTAL ACCOUNT-SUMMARY EXTRACT RECORD *
      * THE NIGHTLY FILE PORTEXT HANDS THE SELF-SERVICE PORTAL. ONE   *
      * 'HDR' RECORD, THEN FOR EACH ACTIVE OR SUSPENDED CUSTOMER ITS  *
      * 'ACT' SUMMARY FOLLOWED BY ITS 'INV', 'PAY' AND 'STM' DETAIL,  *
      * THEN ONE 'TRL' RECORD OF CONTROL TOTALS. EVERY RECORD IS 250  *
      * BYTES. EACH NIGHT'S FILE IS A COMPLETE REPLACEMENT - THE      *
      * PORTAL DROPS WHAT IT HELD AND LOADS THIS.                     *
      * 'ACT' - BALANCE, LIMIT, DISPUTE HOLD, STATEMENT DELIVERY      *
      *         PREFERENCE, AND TOTALS OVER THE DETAIL THAT FOLLOWS   *
      * 'INV' - ONE PER STILL-OPEN LEDGER ITEM, OLDEST FIRST, WITH    *
      *         ITS DUE DATE (ITEM DATE PLUS THE CUSTOMER'S TERMS)    *
      * 'PAY' - ONE PER RECEIPT OR CREDIT MEMO POSTED IN THE PAYMENT  *
      *         WINDOW (HEADER), HOWEVER MANY ITEMS IT PAID -         *
      *         TONIGHT'S POSTINGS ARE FLAGGED                        *
      * 'STM' - ONE PER STATEMENT ISSUED SINCE THE STATEMENT WINDOW   *
      *         DATE, FOR THE PORTAL TO OFFER A STMTRPRT REPRINT      *
      * A SUPPRESSED DELIVERY PREFERENCE ('S') KEEPS THE ACCOUNT OFF  *
      * THE FILE ALTOGETHER. EVERY RECORD CARRIES THE DIVISION (A     *
      * BLANK ONE READS AS '01') SO THE PORTAL SHOWS EACH ACCOUNT     *
      * UNDER ITS OWN BOOK. SIGNED AMOUNTS USE A LEADING SEPARATE     *
      * SIGN, AS ON THE CRM FEED (CRMDELTA).                          *
      * LENGTH: 250 BYTES                                             *
      ******************************************************************
       01  PORTAL-EXTRACT-RECORD.
           05  PRT-RECORD-TYPE          PIC X(3).
               88  PRT-HEADER                   VALUE 'HDR'.
               88  PRT-ACCOUNT                  VALUE 'ACT'.
               88  PRT-OPEN-ITEM                VALUE 'INV'.
               88  PRT-PAYMENT                  VALUE 'PAY'.
               88  PRT-STATEMENT                VALUE 'STM'.
               88  PRT-TRAILER                  VALUE 'TRL'.
           05  PRT-CUST-ID              PIC 9(6).
           05  PRT-DIVISION             PIC X(2).
           05  PRT-DATA                 PIC X(239).
      *--------------------------------------------------------------*
      * 'ACT' - DELIVERY PREFERENCE 'P' PRINT, 'E' EMAIL, 'B' BOTH.  *
      * AVAILABLE CREDIT IS LIMIT LESS BALANCE AND GOES NEGATIVE     *
      * OVER THE LIMIT. THE OPEN-ITEM AND PAST-DUE FIGURES TOTAL THE *
      * 'INV' RECORDS; THE LAST PAYMENT IS THE LATEST RECEIPT (NOT   *
      * CREDIT MEMO) IN THE PAYMENT WINDOW.                          *
      *--------------------------------------------------------------*
           05  PRT-ACCOUNT-DATA REDEFINES PRT-DATA.
               10  PRA-NAME             PIC X(30).
               10  PRA-EMAIL            PIC X(50).
               10  PRA-DELIVERY-PREF    PIC X(1).
               10  PRA-STATUS           PIC X(1).
               10  PRA-CURRENCY         PIC X(3).
               10  PRA-PAYMENT-TERMS    PIC X(3).
               10  PRA-CREDIT-LIMIT     PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  PRA-BALANCE          PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  PRA-AVAILABLE-CREDIT PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
               10  PRA-OPEN-ITEM-COUNT  PIC 9(5).
               10  PRA-OPEN-AMOUNT      PIC 9(8)V99.
               10  PRA-PAST-DUE-AMOUNT  PIC 9(8)V99.
               10  PRA-OLDEST-DUE-DATE  PIC X(10).
               10  PRA-DISPUTE-FLAG     PIC X(1).
               10  PRA-DISPUTE-AMOUNT   PIC 9(8)V99.
               10  PRA-DISPUTE-DATE     PIC X(10).
               10  PRA-LAST-PAYMENT-DATE
                                        PIC X(10).
               10  PRA-LAST-PAYMENT-AMOUNT
                                        PIC 9(8)V99.
               10  PRA-LAST-STMT-DATE   PIC X(10).
               10  FILLER               PIC X(32).
           05  PRT-ITEM-DATA REDEFINES PRT-DATA.
               10  PRI-ITEM-SEQ         PIC 9(8).
               10  PRI-REFERENCE        PIC X(10).
               10  PRI-ITEM-DATE        PIC X(10).
               10  PRI-DUE-DATE         PIC X(10).
               10  PRI-ORIG-AMOUNT      PIC 9(8)V99.
               10  PRI-OPEN-AMOUNT      PIC 9(8)V99.
               10  PRI-PAST-DUE         PIC X(1).
               10  PRI-DAYS-PAST-DUE    PIC 9(5).
               10  FILLER               PIC X(175).
      *--------------------------------------------------------------*
      * 'PAY' - SOURCE 'P' RECEIPT (CASHAPP), 'V' REVERSED RECEIPT   *
      * (CASHAPP - THE AMOUNT PUT BACK ON THE ITEMS) OR 'M' CREDIT   *
      * MEMO (ADJAPPLY). RECEIVED IS THE DATE ON THE RECEIPT OR      *
      * MEMO, POSTED THE BUSINESS DATE IT WAS APPLIED. THE AMOUNT IS *
      * THE SUM OF ITS APPLICATIONS OVER PRP-ITEMS-PAID ITEMS.       *
      *--------------------------------------------------------------*
           05  PRT-PAYMENT-DATA REDEFINES PRT-DATA.
               10  PRP-SOURCE           PIC X(1).
               10  PRP-RECEIVED-DATE    PIC X(10).
               10  PRP-POSTED-DATE      PIC X(10).
               10  PRP-AMOUNT           PIC 9(8)V99.
               10  PRP-METHOD           PIC X(3).
               10  PRP-REFERENCE        PIC X(10).
               10  PRP-ITEMS-PAID       PIC 9(4).
               10  PRP-POSTED-TONIGHT   PIC X(1).
               10  FILLER               PIC X(190).
           05  PRT-STATEMENT-DATA REDEFINES PRT-DATA.
               10  PRS-STMT-DATE        PIC X(10).
               10  FILLER               PIC X(229).
      *--------------------------------------------------------------*
      * HEADER - THE AS-OF BUSINESS DATE AND CYCLE, AND THE EARLIEST *
      * POSTING DATE AND STATEMENT DATE THE DETAIL REACHES BACK TO.  *
      *--------------------------------------------------------------*
       01  PORTAL-HEADER-RECORD REDEFINES PORTAL-EXTRACT-RECORD.
           05  PRTH-RECORD-TYPE         PIC X(3).
           05  PRTH-FEED-ID             PIC X(8).
           05  PRTH-CREATE-TS           PIC X(26).
           05  PRTH-BUSINESS-DATE       PIC X(10).
           05  PRTH-CYCLE               PIC X(2).
           05  PRTH-PAYMENT-FROM        PIC X(10).
           05  PRTH-STMT-FROM           PIC X(10).
           05  FILLER                   PIC X(181).
      *--------------------------------------------------------------*
      * TRAILER - PRTT-RECORD-COUNT IS EVERY RECORD BETWEEN HEADER   *
      * AND TRAILER AND EQUALS THE SUM OF THE FOUR TYPE COUNTS. THE  *
      * AMOUNT TOTALS FOOT THE 'ACT' BALANCES, THE 'INV' OPEN        *
      * AMOUNTS AND THE 'PAY' AMOUNTS. DIVISION 1 IS THE HOME BOOK   *
      * ('01'), 2 THE ACQUIRED BOOK ('02').                          *
      *--------------------------------------------------------------*
       01  PORTAL-TRAILER-RECORD REDEFINES PORTAL-EXTRACT-RECORD.
           05  PRTT-RECORD-TYPE         PIC X(3).
           05  PRTT-RECORD-COUNT        PIC 9(9).
           05  PRTT-ACCOUNT-COUNT       PIC 9(8).
           05  PRTT-ITEM-COUNT          PIC 9(8).
           05  PRTT-PAYMENT-COUNT       PIC 9(8).
           05  PRTT-STMT-COUNT          PIC 9(8).
           05  PRTT-BALANCE-TOTAL       PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
           05  PRTT-OPEN-TOTAL          PIC 9(12)V99.
           05  PRTT-PAYMENT-TOTAL       PIC 9(12)V99.
           05  PRTT-DIVISION-TOTALS OCCURS 2 TIMES.
               10  PRTT-DIV-CODE        PIC X(2).
               10  PRTT-DIV-ACCOUNTS    PIC 9(8).
               10  PRTT-DIV-BALANCE     PIC S9(12)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(113).
