      ******************************************************************
      * APPLHIST.CPY - RECEIPT-TO-ITEM APPLICATION HISTORY RECORD     *
      * ONE RECORD PER SLICE OF A RECEIPT, CREDIT MEMO, RETURN OR     *
      * WRITE-OFF APPLIED TO ONE OPEN ITEM. EVERY PROGRAM THAT        *
      * RELIEVES AN ITEM APPENDS A RECORD, SO THE LEDGER'S OPEN       *
      * AMOUNTS CAN BE EXPLAINED SLICE BY SLICE - WHICH ITEMS A GIVEN *
      * CHECK PAID AND HOW MUCH OF EACH - AND SO PAYBEHAV CAN MEASURE *
      * HOW LONG EACH CUSTOMER TAKES TO PAY. NEVER REWRITTEN: A       *
      * REVERSED CHECK LEAVES ITS APPLICATIONS STANDING - CASHAPP     *
      * FINDS THEM BY CUSTOMER AND DEPOSIT NUMBER, REOPENS THE ITEMS  *
      * THEY PAID, AND APPENDS A 'V' SLICE FOR EACH AMOUNT PUT BACK.  *
      * APH-AMOUNT IS ALWAYS POSITIVE; A 'V' SLICE PUTS ITS AMOUNT    *
      * BACK ON THE ITEM AND EVERY READER NETS IT OUT OF THE RECEIPTS.*
      *                                                               *
      * 'P' RECEIPT     - CASHAPP, APH-REFERENCE IS THE CHECK NUMBER  *
      *                   (PAY-CHECK-NO) WHEN ONE WAS KEYED           *
      * 'V' REVERSAL    - CASHAPP, A 'P' SLICE BOUNCED. CUSTOMER,     *
      *                   ITEM, DEPOSIT NUMBER, REFERENCE AND APPLIED *
      *                   DATE ARE THE REVERSED SLICE'S; THE POSTED   *
      *                   DATE IS THE NIGHT THE REVERSAL POSTED       *
      * 'M' CREDIT MEMO - ADJAPPLY, APH-REFERENCE IS ADJ-REFERENCE    *
      * 'R' RETURN      - OPENPOST, APH-REFERENCE IS THE CREDIT-NOTE  *
      *                   NUMBER                                      *
      * 'W' WRITE-OFF   - CUSTUPD, APH-REFERENCE IS 'WRITE-OFF'       *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  APPLICATION-HISTORY-RECORD.
           05  APH-SOURCE               PIC X(1).
               88  APH-FROM-RECEIPT             VALUE 'P'.
               88  APH-RECEIPT-REVERSAL         VALUE 'V'.
               88  APH-FROM-CREDIT-MEMO         VALUE 'M'.
               88  APH-FROM-RETURN              VALUE 'R'.
               88  APH-FROM-WRITE-OFF           VALUE 'W'.
           05  APH-CUST-ID              PIC 9(6).
           05  APH-ITEM-SEQ             PIC 9(8).
           05  APH-ITEM-DATE            PIC X(10).
      *        DATE ON THE RECEIPT OR MEMO - THE DAY THE MONEY CAME IN
      *        (THE RETURN'S SALE DATE, THE WRITE-OFF'S BUSINESS DATE)
           05  APH-APPLIED-DATE         PIC X(10).
      *        BUSINESS DATE OF THE RUN THAT POSTED IT
           05  APH-POSTED-DATE          PIC X(10).
           05  APH-AMOUNT               PIC 9(8)V99.
           05  APH-DEPOSIT-NO           PIC 9(6).
           05  APH-METHOD               PIC X(3).
           05  APH-REFERENCE            PIC X(10).
           05  FILLER                   PIC X(6).
