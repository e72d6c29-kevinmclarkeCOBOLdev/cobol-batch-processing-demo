      ******************************************************************
      * CONFRESP.CPY - A/R BALANCE CONFIRMATION RESPONSE RECORD       *
      * ONE RECORD PER CUSTOMER SELECTED FOR A YEAR-END BALANCE       *
      * CONFIRMATION, KEYED ON THE CUT-OFF DATE PLUS CUST-ID SO EACH  *
      * YEAR'S SAMPLE STANDS ON ITS OWN. ARCONF SELECT WRITES THE     *
      * RECORD WHEN IT SELECTS THE CUSTOMER AND PRINTS THE LETTER,    *
      * CARRYING THE BALANCE CONFIRMED (THE OPEN ITEMS AS OF THE      *
      * CUT-OFF) AND WHY THE ACCOUNT WAS PICKED: 'T' OVER THE         *
      * THRESHOLD, 'R' IN THE RANDOM SELECTION. ARCONF REPLY POSTS    *
      * THE ANSWER: 'A' AGREED, 'D' DISAGREED (WITH THE BALANCE THE   *
      * CUSTOMER'S OWN RECORDS SHOW), 'N' NO REPLY, CLOSED OUT AS     *
      * SUCH. SPACE IS A LETTER STILL AWAITING A REPLY. ARCONF EXCEPT *
      * RECONCILES EVERY 'D' TO THE RECEIPTS, CREDIT MEMOS AND        *
      * DISPUTES SINCE THE CUT-OFF - THE SPREADSHEET THE AUDITORS     *
      * USED TO BE GIVEN.                                             *
      * LENGTH: 100 BYTES                                             *
      ******************************************************************
       01  CONF-RESPONSE-RECORD.
           05  CNF-KEY.
               10  CNF-CUTOFF-DATE      PIC X(10).
               10  CNF-CUST-ID          PIC 9(6).
           05  CNF-SELECT-REASON        PIC X(1).
               88  CNF-OVER-THRESHOLD           VALUE 'T'.
               88  CNF-RANDOM-PICK              VALUE 'R'.
           05  CNF-BALANCE              PIC 9(8)V99.
           05  CNF-ITEM-COUNT           PIC 9(4).
           05  CNF-SENT-DATE            PIC X(10).
           05  CNF-RESPONSE             PIC X(1).
               88  CNF-AWAITING-REPLY           VALUE ' '.
               88  CNF-AGREED                   VALUE 'A'.
               88  CNF-DISAGREED                VALUE 'D'.
               88  CNF-NO-REPLY                 VALUE 'N'.
               88  CNF-RESPONSE-VALID           VALUES 'A' 'D' 'N'.
           05  CNF-RESPONSE-DATE        PIC X(10).
      *        THE BALANCE THE CUSTOMER'S RECORDS SHOW - ONLY ON A 'D'
           05  CNF-CUST-AMOUNT          PIC S9(8)V99.
           05  CNF-RESPONSE-NOTE        PIC X(30).
      *        WHO KEYED THE REPLY
           05  CNF-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(1).
