      ******************************************************************
      * INVREG.CPY - INVOICE REGISTER RECORD LAYOUT                   *
      * ONE RECORD PER DOCUMENT INVCGEN ISSUES - AN INVOICE FOR EVERY *
      * CLEAN SALE AND A CREDIT NOTE FOR EVERY CLEAN RETURN - WITH    *
      * THE FULL SALES RECORD THE DOCUMENT WAS CUT FROM, SO A CALL    *
      * ABOUT "THE CHARGE ON THE 14TH" IS ANSWERED BY DOCUMENT        *
      * NUMBER INSTEAD OF BY MATCHING AMOUNTS AND DATES. KEYED ON     *
      * THE DOCUMENT SEQUENCE (THE DIGITS OF THE NUMBER, WITHOUT THE  *
      * IN/CN PREFIX) SO INVOICES AND CREDIT NOTES SHARE ONE NUMBER   *
      * RANGE WITH NO GAPS, THE SAME SEQUENCE-KEY PATTERN THE OPEN-   *
      * ITEM LEDGER AND THE SUSPENSE FILE USE.                        *
      * LENGTH: 160 BYTES                                              *
      ******************************************************************
       01  INVOICE-REGISTER-RECORD.
           05  INV-DOC-SEQ              PIC 9(08).
           05  INV-DOC-NO               PIC X(10).
           05  INV-ISSUE-DATE           PIC X(10).
      *--------------------------------------------------------------*
      * HOW THE DOCUMENT WENT OUT - PRINTED, EMAILED TO CUST-EMAIL,   *
      * OR BOTH, PER THE CUSTOMER'S DELIVERY PREFERENCE AT ISSUE.     *
      *--------------------------------------------------------------*
           05  INV-DELIVERY             PIC X(01).
               88  INV-DELIV-PRINT              VALUE 'P'.
               88  INV-DELIV-EMAIL              VALUE 'E'.
               88  INV-DELIV-BOTH               VALUE 'B'.
           05  INV-STATUS               PIC X(01).
               88  INV-ISSUED                   VALUE 'I'.
           COPY SALESREC REPLACING ==01  SALES-RECORD==
                                BY ==05  INV-SALES-DATA==
                                   ==05  == BY ==10  ==.
      *--------------------------------------------------------------*
      * ON A CREDIT NOTE, THE INVOICE OF THE SALE THE RETURN CAME     *
      * BACK AGAINST, AS DATAVAL FOUND IT IN THE SALES HISTORY -      *
      * OPENPOST NETS THE RETURN AGAINST THAT INVOICE'S OPEN ITEM AND *
      * SETTLES ONLY ITS COMMISSION, AND A RETURN WITH NO SPLIT-      *
      * CREDIT SHARES OF ITS OWN TAKES THAT INVOICE'S SHARES. SPACES  *
      * ON AN INVOICE, AND ON A CREDIT NOTE WHOSE SALE COULD NOT BE   *
      * TRACED.                                                       *
      *--------------------------------------------------------------*
           05  INV-ORIG-INVOICE-NO      PIC X(10).
