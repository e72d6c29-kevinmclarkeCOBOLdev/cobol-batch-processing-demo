      *   THE TIER RATE IS THEN ADJUSTED BY THE REGION'S               *
      *   REG-COMM-FACTOR FROM REGNMAST (SPACES OR ZERO READS AS       *
      *   1.00).                                                       *
      *                                                                *
      * COMMISSIONABLE SALES:                                          *
      *   COMMISSION IS FIGURED ON SR-SALE-AMOUNT ALONE - THE GOODS.   *
      *   THE FREIGHT AND HANDLING BILLED ON A SALE (SR-FREIGHT-AMOUNT)*
      *   AND THE TAX ARE PASS-THROUGH CHARGES, NEVER COMMISSIONABLE,  *
      *   AND NEITHER COUNTS TOWARD THE SALE'S TIER.                   *
      *                                                                *
      * SPLIT CREDIT:                                                  *
      *   A SALE NAMED ON THE SPLIT-CREDIT FILE (SPLITCR, OPTIONAL) BY *
      *   ITS INVOICE NUMBER IS RELEASED TO THE SORT ONCE PER SHARE,   *
      *   EACH SHARE CARRYING ITS OWN SALESPERSON AND ITS PERCENTAGE   *
      *   OF THE AMOUNT, SO EVERY REP'S STATEMENT AND COMMOUT RECORD   *
      *   CARRIES ONLY THEIR SHARE. THE TIER IS STILL CHOSEN ON THE    *
      *   WHOLE SALE - SPLITTING A BIG DEAL MUST NOT DROP IT INTO A    *
      *   LOWER BRACKET - AND EACH SHARE IS PRICED UNDER ITS OWN REP'S *
      *   PLAN. A SALE WHOSE SHARES DO NOT ADD UP TO 100 PERCENT IS    *
      *   PAID WHOLE TO THE BOOKING REP AND ENDS THE RUN               *
      *   RETURN-CODE 4. A RETURN WHOSE CREDIT NOTE CARRIES NO SHARES  *
      *   OF ITS OWN TAKES THE SHARES OF THE INVOICE IT CAME BACK      *
      *   AGAINST, TRACED THROUGH THE INVOICE REGISTER, SO EACH REP    *
      *   GIVES BACK THE SHARE THEY WERE CREDITED.                     *
      *                                                                *
      * SALE CORRECTIONS:                                              *
      *   EVERY SALECORR CORRECTION NOT YET COMMISSIONED (CORRPOST,    *
      *   OPTIONAL) IS RELEASED TWICE - ITS BEFORE IMAGE PRICED AS A   *
      *   REVERSAL (LIKE A RETURN) UNDER THE REP WHO WAS PAID, AND ITS *
      *   AFTER IMAGE PRICED AS A SALE UNDER THE CORRECTED REP - SO    *
      *   THE STATEMENT SHOWS CORR- AND CORR+ LINES INSTEAD OF A       *
      *   RETURN AND A RESALE. EACH IMAGE COUNTS AS ONE MORE RECORD    *
      *   TO RECONCILE. A RECONCILED RUN MARKS THE CORRECTIONS         *
      *   COMMISSIONED SO THE NEXT RUN DOES NOT PAY THEM AGAIN.        *
      *                                                                *
      * PAY ON COLLECTION:                                             *
      *   A SALE (OR SHARE, OR CORRECTION AFTER IMAGE) PRICED UNDER A  *
      *   PLAN ROW WITH CPL-PAY-ON-COLLECTION IS NOT PAYABLE ON THIS   *
      *   RUN'S COMMOUT. ITS COMMISSION IS BOOKED PENDING ON COMMPEND  *
      *   UNDER ITS INVOICE NUMBER AND EARNED AS CASHAPP RELIEVES THE  *
      *   SALE'S OPEN ITEM. A RETURN IS TRACED THROUGH ITS CREDIT NOTE *
      *   ON THE INVOICE REGISTER (INVREG, OPTIONAL) TO THE INVOICE IT *
      *   CAME BACK AGAINST. WHEN ITS REP STILL HAS THAT INVOICE ON    *
      *   COMMPEND (OR BOOKS IT PENDING ON THIS RUN) THE RETURN CLAWS  *
      *   NOTHING BACK HERE - OPENPOST FORFEITS WHAT IS STILL PENDING  *
      *   WHEN IT NETS THE RETURN AGAINST THAT INVOICE'S OPEN ITEM,    *
      *   AND TAKES ANY PART CASHAPP HAS ALREADY EARNED BACK OUT OF    *
      *   THE EARNED COMMISSION FOR COMMDISB TO NET OFF THE NEXT       *
      *   PAYOUT. A RETURN TRACED TO A SALE PAID ON BOOKING IS CLAWED  *
      *   BACK ON COMMOUT WHATEVER PLAN IS IN FORCE NOW, AND AN        *
      *   UNTRACED RETURN FOLLOWS THE PLAN ROW IT PRICES UNDER. A      *
      *   CORRECTION'S BEFORE IMAGE COMES OFF WHAT IS STILL PENDING    *
      *   FOR THE INVOICE AND REP FIRST; ONLY THE PART ALREADY EARNED  *
      *   IS CLAWED BACK ON COMMOUT. A SALE WITH NO INVOICE NUMBER HAS *
      *   NO OPEN ITEM TO FOLLOW AND IS PAID ON BOOKING. THE PENDING   *
      *   BOOKINGS ARE STAGED ON A WORK FILE (PENDWK) AND ONLY A       *
      *   RECONCILED RUN APPLIES THEM, THE SAME AS ITS CORRECTIONS; A  *
      *   SALE ALREADY ON COMMPEND IS NOT BOOKED TWICE. A SALE WHOSE   *
      *   OPEN ITEM (OPENITEM) WAS RELIEVED BEFORE THIS RUN BOOKED IT  *
      *   IS BOOKED WITH THAT SHARE ALREADY MOVED OUT OF PENDING, BY   *
      *   THE SAME COMMISSION X RELIEF / ITEM ORIGINAL RULE CASHAPP    *
      *   AND OPENPOST USE: EARNED FOR THE RECEIPTS APPLIED TO THE     *
      *   ITEM (APPLHIST), FORFEITED FOR THE REST (MEMOS, RETURNS,     *
      *   WRITE-OFFS), AND ALL OF IT ONCE THE ITEM IS CLOSED.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-REGION-STATUS.

           SELECT SPLIT-FILE ASSIGN TO SPLITCR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-SPLIT-STATUS.

           SELECT CORR-FILE ASSIGN TO CORRPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-CORR-STATUS.

      *    COMMISSION PENDING ON COLLECTION - KEYED ON INVOICE AND
      *    SALESPERSON SO A CORRECTION'S BEFORE IMAGE CAN BE CHECKED
      *    AGAINST WHAT ITS REP STILL HAS PENDING, AND THE STAGED
      *    BOOKINGS APPLIED BY KEY AT FINALIZE
           SELECT PEND-FILE ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPN-KEY OF COMM-PENDING-RECORD
                  FILE STATUS IS WS-PEND-STATUS.

           SELECT PENDWORK-FILE ASSIGN TO PENDWK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-PENDWORK-STATUS.

      *    THE A/R OPEN-ITEM LEDGER AND THE RECEIPT APPLICATION
      *    HISTORY - READ ONLY, AT FINALIZE, FOR THE RELIEF ALREADY
      *    APPLIED TO THE SALE ITEMS OF THE INVOICES BOOKED PENDING.
      *    EITHER FILE MISSING MEANS NOTHING HAS BEEN RELIEVED YET.
           SELECT OPENITEM-FILE ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OI-ITEM-SEQ
                  FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT APPLHIST-FILE ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-APPLHIST-STATUS.

      *    INVOICE REGISTER - READ BY A RETURN'S CREDIT NOTE FOR THE
      *    INVOICE IT CAME BACK AGAINST. MISSING MEANS NO RETURN CAN
      *    BE TRACED AND EACH FOLLOWS THE PLAN ROW IT PRICES UNDER.
           SELECT REGISTER-FILE ASSIGN TO INVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS INV-DOC-SEQ
                  FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.

           BLOCK CONTAINS 0 RECORDS.
       COPY SALESREC.

      *----------------------------------------------------------------*
      * THE SORT AND SORTED RECORDS CARRY THE SALE PLUS ITS SHARE -    *
      * THE WHOLE SALE'S AMOUNT (FOR THE TIER), THE SHARE PERCENTAGE,  *
      * AND THE SHARE'S NUMBER WITHIN THE SALE (ZERO FOR AN UNSPLIT    *
      * SALE, WHICH IS RELEASED ONCE AT 100 PERCENT). A CORRECTION     *
      * IMAGE IS FLAGGED 'B' (BEFORE - REVERSED) OR 'A' (AFTER - PAID) *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           COPY SALESREC REPLACING ==01  SALES-RECORD==
                                BY ==05  SORT-SALE==
                                   ==05  == BY ==10  ==.
           05  SORT-FULL-AMOUNT         PIC 9(8)V99.
           05  SORT-SHARE-PCT           PIC 9(3)V99.
           05  SORT-SHARE-SEQ           PIC 9(2).
           05  SORT-CORR-IMAGE          PIC X(1).

       FD  SORTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SORTED-RECORD.
           COPY SALESREC REPLACING ==01  SALES-RECORD==
                                BY ==05  SORTED-SALE==
                                   ==05  == BY ==10  ==.
           05  SORTED-FULL-AMOUNT       PIC 9(8)V99.
           05  SORTED-SHARE-PCT         PIC 9(3)V99.
           05  SORTED-SHARE-SEQ         PIC 9(2).
           05  SORTED-CORR-IMAGE        PIC X(1).
               88  SORTED-CORR-BEFORE           VALUE 'B'.
               88  SORTED-CORR-AFTER            VALUE 'A'.

       FD  COMM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY REGNMAST.

      *----------------------------------------------------------------*
      * SPLIT-CREDIT FILE - PERCENTAGE SHARES OF A SALE BY INVOICE     *
      *----------------------------------------------------------------*
       FD  SPLIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SPLITCR.

      *----------------------------------------------------------------*
      * POSTED SALE CORRECTIONS FROM SALECORR - READ, THEN REWRITTEN   *
      * COMMISSIONED ONCE THE RUN RECONCILES                           *
      *----------------------------------------------------------------*
       FD  CORR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CORRPOST.

       FD  PEND-FILE
           RECORDING MODE IS F.
       COPY COMMPEND.

      *----------------------------------------------------------------*
      * ONE STAGED PENDING BOOKING - 'S' A SALE OR SHARE, 'A' A        *
      * CORRECTION AFTER IMAGE, 'B' THE PART OF A BEFORE IMAGE TAKEN   *
      * OFF PENDING - AND THE COMMPEND RECORD IT BOOKS                 *
      *----------------------------------------------------------------*
       FD  PENDWORK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PENDWORK-RECORD.
           05  PWK-ACTION               PIC X(1).
               88  PWK-BOOK-SALE                VALUE 'S'.
               88  PWK-BOOK-CORR-AFTER          VALUE 'A'.
               88  PWK-CANCEL-CORR-BEFORE       VALUE 'B'.
           05  PWK-PENDING-DATA         PIC X(120).

       FD  OPENITEM-FILE
           RECORDING MODE IS F.
       COPY OPENITEM.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APPLHIST.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
       COPY INVREG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-SLSP-STATUS           PIC XX.
           05  WS-PLAN-STATUS           PIC XX.
           05  WS-REGION-STATUS         PIC XX.
           05  WS-SPLIT-STATUS          PIC XX.
           05  WS-CORR-STATUS           PIC XX.
           05  WS-PEND-STATUS           PIC XX.
           05  WS-PENDWORK-STATUS       PIC XX.
           05  WS-OPENITEM-STATUS       PIC XX.
           05  WS-APPLHIST-STATUS       PIC XX.
           05  WS-REGISTER-STATUS       PIC XX.

       01  WS-ABEND-MSG                 PIC X(80) VALUE SPACES.

               88  REGION-EOF                   VALUE 'Y'.
           05  WS-FACTOR-FOUND-SW       PIC X VALUE 'N'.
               88  FACTOR-FOUND                 VALUE 'Y'.
           05  WS-SPLIT-EOF-SW          PIC X VALUE 'N'.
               88  SPLIT-EOF                    VALUE 'Y'.
           05  WS-SPLIT-FOUND-SW        PIC X VALUE 'N'.
               88  SPLIT-FOUND                  VALUE 'Y'.
           05  WS-SPLIT-DONE-SW         PIC X VALUE 'N'.
               88  SPLIT-SHARES-DONE            VALUE 'Y'.
           05  WS-CORR-EOF-SW           PIC X VALUE 'N'.
               88  CORR-EOF                     VALUE 'Y'.
           05  WS-PENDWORK-EOF-SW       PIC X VALUE 'N'.
               88  PENDWORK-EOF                 VALUE 'Y'.
           05  WS-PEND-FOUND-SW         PIC X VALUE 'N'.
               88  PEND-RECORD-FOUND            VALUE 'Y'.
           05  WS-ON-COLLECTION-SW      PIC X VALUE 'N'.
               88  SALE-ON-COLLECTION           VALUE 'Y'.
           05  WS-ITEM-EOF-SW           PIC X VALUE 'N'.
               88  ITEM-EOF                     VALUE 'Y'.
           05  WS-APPLHIST-EOF-SW       PIC X VALUE 'N'.
               88  APPLHIST-EOF                 VALUE 'Y'.
           05  WS-RELIEF-FOUND-SW       PIC X VALUE 'N'.
               88  RELIEF-FOUND                 VALUE 'Y'.
           05  WS-REGISTER-OPEN-SW      PIC X VALUE 'N'.
               88  REGISTER-AVAILABLE           VALUE 'Y'.

      *----------------------------------------------------------------*
      * WS-INPUT-COUNT IS EVERY SALESIN RECORD RELEASED TO THE SORT,   *
      * STATEMENT. INPUT MUST TIE OUT TO COMMISSIONED IN THE SUMMARY   *
      * - A GAP (INCLUDING A RECORD LOST INSIDE THE SORT ITSELF)       *
      * MEANS INPUT WAS DROPPED, THE FAILURE THE OLD TABLE DESIGN HID. *
      * A SPLIT SALE COUNTS ONCE AS A SALE (ON ITS FIRST SHARE); ITS   *
      * SHARES ARE TIED OUT SEPARATELY, RELEASED AGAINST COMMISSIONED. *
      * EACH CORRECTION IMAGE RELEASED IS ONE MORE INPUT TO TIE OUT.   *
      *----------------------------------------------------------------*
       01  WS-COUNTERS.
           05  WS-INPUT-COUNT           PIC 9(9) VALUE ZERO.
           05  WS-CORR-IMAGE-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CORR-MARKED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-RECONCILE-INPUT       PIC 9(9) VALUE ZERO.
           05  WS-RECORD-COUNT          PIC 9(9) VALUE ZERO.
           05  WS-COMMISSIONED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-SPLIT-SALES-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-SHARES-RELEASED       PIC 9(9) VALUE ZERO.
           05  WS-SHARES-COMMISSIONED   PIC 9(9) VALUE ZERO.
           05  WS-SALESPERSON-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-PAGE-COUNT            PIC 9(4) VALUE ZERO.
           05  WS-LINE-COUNT            PIC 9(3) VALUE 99.
           05  WS-PEND-STAGED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PEND-BOOKED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-PEND-ALREADY-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-PEND-PRESET-COUNT     PIC 9(9) VALUE ZERO.

      *----------------------------------------------------------------*
      * SIGNED SO A RETURN (SEE SR-TRANS-RETURN) CAN NET A SALESPERSON *
           05  WS-SALESPERSON-COMM      PIC S9(7)V99 VALUE ZERO.
           05  WS-GRAND-SALES-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  WS-GRAND-COMM-TOTAL     PIC S9(7)V99 VALUE ZERO.
      *    COMMISSION BOOKED PENDING ON COLLECTION INSTEAD OF PAYABLE,
      *    NET OF RETURNS AND CORRECTIONS UNDER COLLECTION PLANS
           05  WS-SALESPERSON-PEND      PIC S9(7)V99 VALUE ZERO.
           05  WS-GRAND-PEND-TOTAL      PIC S9(7)V99 VALUE ZERO.

       01  WS-CONTROL-FIELDS.
           05  WS-CURR-SALESPERSON-ID   PIC 9(6) VALUE ZERO.
           05  WS-CURR-SALESPERSON-NAME PIC X(20) VALUE SPACES.
           05  WS-RELEASE-CORR-IMAGE    PIC X(1) VALUE SPACE.

      *----------------------------------------------------------------*
      * THE SALE BEING RELEASED TO THE SORT - A SALESIN RECORD, OR ONE *
      * IMAGE OF A POSTED CORRECTION                                   *
      *----------------------------------------------------------------*
       COPY SALESREC REPLACING SALES-RECORD BY WS-RELEASE-REC.

      *----------------------------------------------------------------*
      * SALESPERSON MASTER LOOKUP TABLE - LOADED ONCE AT STARTUP. A    *
               10  WS-PLAN-T1-RATE-TBL  PIC V999    VALUE ZERO.
               10  WS-PLAN-T2-RATE-TBL  PIC V999    VALUE ZERO.
               10  WS-PLAN-T3-RATE-TBL  PIC V999    VALUE ZERO.
               10  WS-PLAN-BASIS-TBL    PIC X(1)    VALUE SPACE.

       01  WS-PLAN-TABLE-FIELDS.
           05  WS-PLAN-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-CHOSEN-T1-RATE        PIC V999    VALUE .030.
           05  WS-CHOSEN-T2-RATE        PIC V999    VALUE .050.
           05  WS-CHOSEN-T3-RATE        PIC V999    VALUE .070.
           05  WS-CHOSEN-PAY-BASIS      PIC X(1)    VALUE SPACE.
               88  CHOSEN-PAYS-ON-COLLECTION    VALUE 'C'.

      *----------------------------------------------------------------*
      * REGION COMMISSION FACTOR TABLE - LOADED FROM REGNMAST'S        *
           05  WS-FACTOR-TABLE-MAX      PIC 9(05) VALUE 100.
           05  WS-FACTOR-TABLE-COUNT    PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * SPLIT-CREDIT TABLE - EVERY SPLITCR SHARE, LOADED AT STARTUP    *
      * IN FILE ORDER SO A SALE'S SHARES SIT TOGETHER. EVERY SHARE OF  *
      * A SALE WHOSE SHARES BREAK A RULE IS MARKED INVALID, AND THAT   *
      * SALE IS PAID WHOLE TO THE BOOKING REP. WS-SPLIT-LAST-TBL MARKS *
      * THE LAST SHARE OF EACH SALE, WHICH ABSORBS THE ROUNDING. A     *
      * MISSING SPLITCR LEAVES THE TABLE EMPTY AND NOTHING SPLIT.      *
      *----------------------------------------------------------------*
       01  WS-SPLIT-TABLE.
           05  WS-SPLIT-ENTRY OCCURS 5000 TIMES
                              INDEXED BY WS-SPLIT-IDX WS-SPLIT-SCAN.
               10  WS-SPLIT-INVOICE-TBL PIC X(10)   VALUE SPACES.
               10  WS-SPLIT-SLSP-TBL    PIC 9(6)    VALUE ZERO.
               10  WS-SPLIT-PCT-TBL     PIC 9(3)V99 VALUE ZERO.
               10  WS-SPLIT-VALID-TBL   PIC X(1)    VALUE 'Y'.
               10  WS-SPLIT-LAST-TBL    PIC X(1)    VALUE 'N'.

       01  WS-SPLIT-TABLE-FIELDS.
           05  WS-SPLIT-TABLE-MAX       PIC 9(05) VALUE 5000.
           05  WS-SPLIT-TABLE-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-START     PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-GROUP-PCT       PIC 9(5)V99 VALUE ZERO.
           05  WS-SPLIT-GROUP-INVOICE   PIC X(10) VALUE SPACES.
           05  WS-SPLIT-REASON          PIC X(30) VALUE SPACES.
           05  WS-SPLITS-REJECTED       PIC 9(05) VALUE ZERO.
           05  WS-SPLIT-LOOKUP-INVOICE  PIC X(10) VALUE SPACES.
           05  WS-SPLIT-SHARE-NO        PIC 9(02) VALUE ZERO.
           05  WS-SPLIT-ALLOC-AMOUNT    PIC 9(8)V99 VALUE ZERO.
           05  WS-SPLIT-ALLOC-TAX       PIC 9(6)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * COMMISSION CALCULATION WORK FIELDS                             *
      *---------------------------------------------------------------*
           05  WS-BASE-RATE             PIC V999 VALUE ZERO.
           05  WS-REGION-FACTOR         PIC 9V99 VALUE ZERO.
           05  WS-SALE-COMMISSION       PIC 9(7)V99 VALUE ZERO.
      *    THE PART OF WS-SALE-COMMISSION THAT MOVES THE PAYABLE, AND
      *    THE PART THAT MOVES PENDING ON COLLECTION INSTEAD
           05  WS-PAYABLE-COMMISSION    PIC 9(7)V99 VALUE ZERO.
           05  WS-PENDING-COMMISSION    PIC 9(7)V99 VALUE ZERO.
           05  WS-STILL-PENDING         PIC S9(7)V99 VALUE ZERO.
      *    THE INVOICE A RETURN CAME BACK AGAINST, FROM ITS CREDIT
      *    NOTE ON THE REGISTER - SPACES WHEN IT COULD NOT BE TRACED
           05  WS-RETURN-CREDIT-NOTE    PIC X(10) VALUE SPACES.
           05  WS-RETURN-ORIG-INVOICE   PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * RELIEF TABLE - ONE ENTRY PER INVOICE STAGED FOR A PENDING      *
      * BOOKING, ADDED AS THE BOOKINGS ARE STAGED. AT FINALIZE THE     *
      * LEDGER SCAN FILLS IN THE INVOICE'S SALE ITEM IF ANY OF IT HAS  *
      * BEEN RELIEVED, AND THE HISTORY SCAN ADDS UP THE RECEIPTS       *
      * APPLIED TO THAT ITEM. WS-RELIEF-LOW-SEQ IS THE LOWEST ITEM     *
      * FOUND, SO HISTORY FOR OLDER ITEMS IS PASSED OVER UNSEARCHED.   *
      *----------------------------------------------------------------*
       01  WS-RELIEF-TABLE.
           05  WS-RELIEF-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-RELIEF-IDX.
               10  WS-RELIEF-INVOICE-TBL PIC X(10)  VALUE SPACES.
               10  WS-RELIEF-SEQ-TBL    PIC 9(8)    VALUE ZERO.
               10  WS-RELIEF-ORIG-TBL   PIC 9(8)V99 VALUE ZERO.
               10  WS-RELIEF-OPEN-TBL   PIC 9(8)V99 VALUE ZERO.
               10  WS-RELIEF-CASH-TBL   PIC 9(8)V99 VALUE ZERO.

       01  WS-RELIEF-TABLE-FIELDS.
           05  WS-RELIEF-TABLE-MAX      PIC 9(05) VALUE 5000.
           05  WS-RELIEF-TABLE-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-RELIEF-LOW-SEQ        PIC 9(8)  VALUE 99999999.
           05  WS-RELIEF-LOOKUP-INVOICE PIC X(10) VALUE SPACES.
           05  WS-RELIEF-RELIEVED       PIC S9(9)V99 VALUE ZERO.
           05  WS-RELIEF-CASH           PIC S9(9)V99 VALUE ZERO.
           05  WS-RELIEF-SETTLED        PIC S9(7)V99 VALUE ZERO.
           05  WS-RELIEF-EARNED         PIC S9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------*
      * THE COMMPEND RECORD BEING STAGED OR APPLIED                    *
      *----------------------------------------------------------------*
       COPY COMMPEND REPLACING COMM-PENDING-RECORD BY WS-PEND-WORK.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YEAR             PIC 9(4).
           05  DTL-COMMISSION           PIC $$$,$$9.99.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  DTL-TYPE                 PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
      *    ON A SPLIT SALE - THIS REP'S PERCENTAGE OF THE WHOLE SALE
           05  DTL-SPLIT-NOTE.
               10  DTL-SPLIT-LIT        PIC X(6).
               10  DTL-SPLIT-PCT        PIC ZZ9.99.
               10  DTL-SPLIT-OF         PIC X(5).
               10  DTL-SPLIT-FULL       PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------*
      * TOTAL LINES                                                    *
           05  FILLER                   PIC X(17) VALUE
               'TOTAL COMMISSION:'.
           05  TOT-SP-COMMISSION        PIC $$$,$$9.99-.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TOT-SP-PEND-LIT          PIC X(19).
           05  TOT-SP-PENDING           PIC $$$,$$9.99-
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(21) VALUE SPACES.

       01  TOT-GRAND-LINE.
           05  FILLER                   PIC X(132) VALUE ALL '*'.
           05  FILLER                   PIC X(17) VALUE
               'COMMISSION:      '.
           05  TOT-GRAND-COMMISSION     PIC $$$,$$9.99-.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  TOT-GRAND-PEND-LIT       PIC X(19).
           05  TOT-GRAND-PENDING        PIC $$$,$$9.99-
                                        BLANK WHEN ZERO.
           05  FILLER                   PIC X(18) VALUE SPACES.

      *----------------------------------------------------------------*
      * INPUT-TO-COMMISSIONED RECONCILIATION LINE                      *
           05  TOT-RECONCILE-MSG        PIC X(30).
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  TOT-SHARES-LINE.
           05  FILLER                   PIC X(19) VALUE
               'SPLIT SALES:       '.
           05  TOT-SPLIT-SALES          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE
               '  SHARES RELEASED:      '.
           05  TOT-SHARES-RELEASED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE
               '  SHARES COMMISSIONED:  '.
           05  TOT-SHARES-COMM          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(24) VALUE
               '  SPLITS REJECTED:      '.
           05  TOT-SPLITS-REJECTED      PIC ZZ,ZZ9.
           05  FILLER                   PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * SORT INPUT PROCEDURE - READ THE RAW SALES FILE, COUNT EVERY    *
      * RECORD, AND RELEASE IT TO THE SORT. THE COUNT TAKEN HERE IS    *
      * THE INDEPENDENT INPUT FIGURE THE RUN MUST RECONCILE AGAINST.   *
      * A SPLIT SALE IS RELEASED ONCE PER SHARE.                       *
      *----------------------------------------------------------------*
       0500-COUNT-AND-RELEASE.
           OPEN INPUT SALES-FILE
           PERFORM 0510-READ-RAW-SALES
           PERFORM 0520-RELEASE-ONE-SALE UNTIL SALES-EOF

           CLOSE SALES-FILE

           PERFORM 0600-RELEASE-CORRECTIONS.

       0510-READ-RAW-SALES.
           READ SALES-FILE
           END-IF.

       0520-RELEASE-ONE-SALE.
           MOVE SALES-RECORD            TO WS-RELEASE-REC
           MOVE SPACE                   TO WS-RELEASE-CORR-IMAGE
           PERFORM 0525-RELEASE-SALE-OR-SHARES

           PERFORM 0510-READ-RAW-SALES.

      *----------------------------------------------------------------*
      * RELEASE THE SALE IN WS-RELEASE-REC - ONCE WHOLE, OR ONCE PER   *
      * SHARE WHEN IT IS SPLIT. A RETURN WITH NO SHARES OF ITS OWN IS  *
      * SPLIT ON THE SHARES OF THE INVOICE IT CAME BACK AGAINST.       *
      *----------------------------------------------------------------*
       0525-RELEASE-SALE-OR-SHARES.
           MOVE SR-INVOICE-NO OF WS-RELEASE-REC
                                        TO WS-SPLIT-LOOKUP-INVOICE
           PERFORM 1650-FIND-SPLIT
           IF NOT SPLIT-FOUND
               PERFORM 1670-FIND-RETURN-SPLIT
           END-IF

           IF SPLIT-FOUND
               ADD 1                    TO WS-SPLIT-SALES-COUNT
               MOVE ZERO                TO WS-SPLIT-SHARE-NO
               MOVE ZERO                TO WS-SPLIT-ALLOC-AMOUNT
               MOVE ZERO                TO WS-SPLIT-ALLOC-TAX
               MOVE 'N'                 TO WS-SPLIT-DONE-SW
               PERFORM 0530-RELEASE-ONE-SHARE
                   UNTIL SPLIT-SHARES-DONE
           ELSE
               MOVE WS-RELEASE-REC      TO SORT-SALE
               MOVE SR-SALE-AMOUNT OF WS-RELEASE-REC
                                        TO SORT-FULL-AMOUNT
               MOVE 100.00              TO SORT-SHARE-PCT
               MOVE ZERO                TO SORT-SHARE-SEQ
               MOVE WS-RELEASE-CORR-IMAGE
                                        TO SORT-CORR-IMAGE
               RELEASE SORT-RECORD
               ADD 1                    TO WS-SHARES-RELEASED
           END-IF.

      *----------------------------------------------------------------*
      * RELEASE ONE SHARE OF A SPLIT SALE UNDER ITS OWN SALESPERSON    *
      * AND MASTER NAME. EVERY SHARE BUT THE LAST IS ITS ROUNDED       *
      * PERCENTAGE OF THE SALE AND TAX; THE LAST TAKES WHAT IS LEFT,   *
      * SO THE SHARES ADD BACK TO THE SALE TO THE PENNY.               *
      *----------------------------------------------------------------*
       0530-RELEASE-ONE-SHARE.
           ADD 1                        TO WS-SPLIT-SHARE-NO
           MOVE WS-RELEASE-REC          TO SORT-SALE
           MOVE SR-SALE-AMOUNT OF WS-RELEASE-REC
                                        TO SORT-FULL-AMOUNT
           MOVE WS-SPLIT-PCT-TBL (WS-SPLIT-IDX)
                                        TO SORT-SHARE-PCT
           MOVE WS-SPLIT-SHARE-NO       TO SORT-SHARE-SEQ
           MOVE WS-RELEASE-CORR-IMAGE   TO SORT-CORR-IMAGE

           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                  NOT = SR-SALESPERSON-ID OF WS-RELEASE-REC
               MOVE WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
                                        TO WS-CURR-SALESPERSON-ID
               MOVE SPACES              TO WS-CURR-SALESPERSON-NAME
               PERFORM 1450-FIND-MASTER-NAME
               MOVE WS-CURR-SALESPERSON-ID
                                   TO SR-SALESPERSON-ID OF SORT-RECORD
               MOVE WS-CURR-SALESPERSON-NAME
                                   TO SR-SALESPERSON-NAME OF SORT-RECORD
           END-IF

           IF WS-SPLIT-LAST-TBL (WS-SPLIT-IDX) = 'Y'
               COMPUTE SR-SALE-AMOUNT OF SORT-RECORD =
                       SR-SALE-AMOUNT OF WS-RELEASE-REC
                       - WS-SPLIT-ALLOC-AMOUNT
               COMPUTE SR-TAX-AMOUNT OF SORT-RECORD =
                       SR-TAX-AMOUNT OF WS-RELEASE-REC
                       - WS-SPLIT-ALLOC-TAX
               MOVE 'Y'                 TO WS-SPLIT-DONE-SW
           ELSE
               COMPUTE SR-SALE-AMOUNT OF SORT-RECORD ROUNDED =
                       SR-SALE-AMOUNT OF WS-RELEASE-REC
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               COMPUTE SR-TAX-AMOUNT OF SORT-RECORD ROUNDED =
                       SR-TAX-AMOUNT OF WS-RELEASE-REC
                       * WS-SPLIT-PCT-TBL (WS-SPLIT-IDX) / 100
               ADD SR-SALE-AMOUNT OF SORT-RECORD
                                        TO WS-SPLIT-ALLOC-AMOUNT
               ADD SR-TAX-AMOUNT OF SORT-RECORD
                                        TO WS-SPLIT-ALLOC-TAX
               SET WS-SPLIT-IDX UP BY 1
           END-IF

           RELEASE SORT-RECORD
           ADD 1                        TO WS-SHARES-RELEASED.

      *----------------------------------------------------------------*
      * RELEASE EVERY CORRECTION NOT YET COMMISSIONED - THE BEFORE     *
      * IMAGE TO BE REVERSED, THE AFTER IMAGE TO BE PAID. A MISSING    *
      * CORRPOST (STATUS 35) MEANS NOTHING HAS BEEN CORRECTED.         *
      *----------------------------------------------------------------*
       0600-RELEASE-CORRECTIONS.
           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS = '00'
               PERFORM 0610-READ-CORRECTION
               PERFORM 0620-RELEASE-ONE-CORRECTION UNTIL CORR-EOF
               CLOSE CORR-FILE
           ELSE
               IF WS-CORR-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CORR-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CORR-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       0610-READ-CORRECTION.
           READ CORR-FILE
               AT END
                   MOVE 'Y' TO WS-CORR-EOF-SW
           END-READ

           IF NOT CORR-EOF AND WS-CORR-STATUS NOT = '00'
               MOVE 'READ FAILED: CORR-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CORR-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       0620-RELEASE-ONE-CORRECTION.
           IF CP-COMM-PENDING
               MOVE CP-BEFORE-IMAGE     TO WS-RELEASE-REC
               MOVE 'B'                 TO WS-RELEASE-CORR-IMAGE
               PERFORM 0525-RELEASE-SALE-OR-SHARES
               ADD 1                    TO WS-CORR-IMAGE-COUNT

               MOVE CP-AFTER-IMAGE      TO WS-RELEASE-REC
               MOVE 'A'                 TO WS-RELEASE-CORR-IMAGE
               PERFORM 0525-RELEASE-SALE-OR-SHARES
               ADD 1                    TO WS-CORR-IMAGE-COUNT
           END-IF

           PERFORM 0610-READ-CORRECTION.

      *----------------------------------------------------------------*
      * INITIALIZATION                                                 *
      *----------------------------------------------------------------*
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY COMMDISB
      *    BOOTSTRAPS THE PAYABLES LEDGER
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT PENDWORK-FILE
           IF WS-PENDWORK-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PENDWORK-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PENDWORK-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '35'
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               MOVE 'Y'                     TO WS-REGISTER-OPEN-SW
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
                  DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM 1400-LOAD-SLSP-TABLE
           PERFORM 1500-LOAD-PLAN-TABLE
           PERFORM 1550-LOAD-FACTOR-TABLE
           PERFORM 1600-LOAD-SPLIT-TABLE.

       1100-READ-SORTED-RECORD.
           READ SORTED-FILE
                        TO WS-PLAN-T2-RATE-TBL (WS-PLAN-IDX)
           MOVE CPL-TIER3-RATE
                        TO WS-PLAN-T3-RATE-TBL (WS-PLAN-IDX)
           MOVE CPL-PAY-BASIS
                        TO WS-PLAN-BASIS-TBL (WS-PLAN-IDX)

           PERFORM 1510-READ-PLAN-RECORD.


           PERFORM 1560-READ-REGION-RECORD.

      *----------------------------------------------------------------*
      * LOAD THE SPLIT-CREDIT SHARES ONCE AT STARTUP, CHECKING EACH    *
      * SALE'S SHARES AS A GROUP WHEN THE INVOICE CHANGES. A MISSING   *
      * FILE (STATUS 35) MEANS NOTHING IS SPLIT. A FULL TABLE IS A     *
      * LOUD ABORT - RAISE THE OCCURS.                                 *
      *----------------------------------------------------------------*
       1600-LOAD-SPLIT-TABLE.
           OPEN INPUT SPLIT-FILE
           IF WS-SPLIT-STATUS = '00'
               PERFORM 1610-READ-SPLIT-RECORD
               PERFORM 1620-ADD-SPLIT-TO-TABLE UNTIL SPLIT-EOF
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1630-CHECK-SPLIT-GROUP
               END-IF
               CLOSE SPLIT-FILE
           ELSE
               IF WS-SPLIT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SPLIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SPLIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1610-READ-SPLIT-RECORD.
           READ SPLIT-FILE
               AT END
                   MOVE 'Y' TO WS-SPLIT-EOF-SW
           END-READ

           IF NOT SPLIT-EOF AND WS-SPLIT-STATUS NOT = '00'
               MOVE 'READ FAILED: SPLIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SPLIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * ADD ONE SHARE. A NEW INVOICE CLOSES THE PREVIOUS SALE'S GROUP  *
      * AND OPENS ITS OWN; AN INVOICE SEEN IN AN EARLIER GROUP MEANS   *
      * ITS SHARES ARE NOT TOGETHER, AND BOTH GROUPS ARE REJECTED.     *
      *----------------------------------------------------------------*
       1620-ADD-SPLIT-TO-TABLE.
           IF WS-SPLIT-TABLE-COUNT >= WS-SPLIT-TABLE-MAX
               MOVE 'SPLIT TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:35)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF WS-SPLIT-TABLE-COUNT = ZERO
              OR SPL-INVOICE-NO NOT = WS-SPLIT-GROUP-INVOICE
               IF WS-SPLIT-TABLE-COUNT > ZERO
                   PERFORM 1630-CHECK-SPLIT-GROUP
               END-IF
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-GROUP-INVOICE
               MOVE ZERO                    TO WS-SPLIT-GROUP-PCT
               MOVE SPACES                  TO WS-SPLIT-REASON
               COMPUTE WS-SPLIT-GROUP-START =
                       WS-SPLIT-TABLE-COUNT + 1
               MOVE SPL-INVOICE-NO          TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1650-FIND-SPLIT
               IF SPLIT-FOUND
                   MOVE 'SHARES NOT TOGETHER IN FILE'
                                            TO WS-SPLIT-REASON
               END-IF
           ELSE
               SET WS-SPLIT-SCAN            TO WS-SPLIT-GROUP-START
               PERFORM 1625-CHECK-DUPLICATE-REP
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF

           IF SPL-INVOICE-NO = SPACES
               MOVE 'NO INVOICE NUMBER'     TO WS-SPLIT-REASON
           END-IF
           IF SPL-SHARE-PCT NOT NUMERIC
               MOVE 'SHARE NOT NUMERIC'     TO WS-SPLIT-REASON
           ELSE
               IF SPL-SHARE-PCT = ZERO
                   MOVE 'ZERO SHARE'        TO WS-SPLIT-REASON
               ELSE
                   ADD SPL-SHARE-PCT        TO WS-SPLIT-GROUP-PCT
               END-IF
           END-IF

           ADD 1                            TO WS-SPLIT-TABLE-COUNT
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE SPL-INVOICE-NO   TO WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
           MOVE SPL-SALESPERSON-ID
                                 TO WS-SPLIT-SLSP-TBL (WS-SPLIT-IDX)
           IF SPL-SHARE-PCT NUMERIC
               MOVE SPL-SHARE-PCT TO WS-SPLIT-PCT-TBL (WS-SPLIT-IDX)
           END-IF

           PERFORM 1610-READ-SPLIT-RECORD.

       1625-CHECK-DUPLICATE-REP.
           IF WS-SPLIT-SLSP-TBL (WS-SPLIT-SCAN) = SPL-SALESPERSON-ID
               MOVE 'SALESPERSON NAMED TWICE'
                                            TO WS-SPLIT-REASON
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * CLOSE OUT ONE SALE'S SHARES - MARK THE LAST SHARE, REQUIRE     *
      * THEM TO TOTAL 100.00, AND ON ANY BROKEN RULE REPORT THE SALE   *
      * AND SWITCH OFF EVERY SHARE CARRYING ITS INVOICE                *
      *----------------------------------------------------------------*
       1630-CHECK-SPLIT-GROUP.
           SET WS-SPLIT-IDX                 TO WS-SPLIT-TABLE-COUNT
           MOVE 'Y'                 TO WS-SPLIT-LAST-TBL (WS-SPLIT-IDX)

           IF WS-SPLIT-REASON = SPACES
              AND WS-SPLIT-GROUP-PCT NOT = 100.00
               MOVE 'SHARES DO NOT TOTAL 100 PCT'
                                            TO WS-SPLIT-REASON
           END-IF

           IF WS-SPLIT-REASON NOT = SPACES
               ADD 1                        TO WS-SPLITS-REJECTED
               DISPLAY 'COMMCALC: SPLIT CREDIT FOR INVOICE '
                       WS-SPLIT-GROUP-INVOICE ' REJECTED - '
                       WS-SPLIT-REASON ' - PAID TO BOOKING REP'
               SET WS-SPLIT-SCAN            TO 1
               PERFORM 1640-INVALIDATE-ONE-SHARE
                   UNTIL WS-SPLIT-SCAN > WS-SPLIT-TABLE-COUNT
           END-IF.

       1640-INVALIDATE-ONE-SHARE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-SCAN)
                  = WS-SPLIT-GROUP-INVOICE
               MOVE 'N'            TO WS-SPLIT-VALID-TBL (WS-SPLIT-SCAN)
           END-IF
           SET WS-SPLIT-SCAN UP BY 1.

      *----------------------------------------------------------------*
      * FIND THE FIRST GOOD SHARE FOR WS-SPLIT-LOOKUP-INVOICE, LEAVING *
      * WS-SPLIT-IDX ON IT. A SALE WITH NO INVOICE NUMBER IS NEVER     *
      * SPLIT.                                                         *
      *----------------------------------------------------------------*
       1650-FIND-SPLIT.
           MOVE 'N'                         TO WS-SPLIT-FOUND-SW
           IF WS-SPLIT-LOOKUP-INVOICE NOT = SPACES
               SET WS-SPLIT-IDX             TO 1
               PERFORM 1660-SEARCH-SPLIT-TABLE
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-TABLE-COUNT
                      OR SPLIT-FOUND
           END-IF.

       1660-SEARCH-SPLIT-TABLE.
           IF WS-SPLIT-INVOICE-TBL (WS-SPLIT-IDX)
                  = WS-SPLIT-LOOKUP-INVOICE
              AND WS-SPLIT-VALID-TBL (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y'                     TO WS-SPLIT-FOUND-SW
           ELSE
               SET WS-SPLIT-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * A CREDIT NOTE WITH NO SHARES OF ITS OWN - WHEN IT TRACES ON    *
      * THE REGISTER TO AN ORIGINAL INVOICE, TAKE THAT INVOICE'S       *
      * SHARES                                                         *
      *----------------------------------------------------------------*
       1670-FIND-RETURN-SPLIT.
           MOVE WS-SPLIT-LOOKUP-INVOICE     TO WS-RETURN-CREDIT-NOTE
           PERFORM 2230-TRACE-RETURN-ORIGINAL
           IF WS-RETURN-ORIG-INVOICE NOT = SPACES
               MOVE WS-RETURN-ORIG-INVOICE  TO WS-SPLIT-LOOKUP-INVOICE
               PERFORM 1650-FIND-SPLIT
           END-IF.

      *----------------------------------------------------------------*
      * OPEN A NEW SALESPERSON GROUP - THE SORTED ORDER GUARANTEES     *
      * EVERY SALE FOR THIS ID ARRIVES BEFORE THE NEXT ID'S FIRST      *
           PERFORM 1450-FIND-MASTER-NAME
           MOVE ZERO                    TO WS-SALESPERSON-SALES
           MOVE ZERO                    TO WS-SALESPERSON-COMM
           MOVE ZERO                    TO WS-SALESPERSON-PEND
           MOVE 'N'                     TO WS-FIRST-RECORD-SW
           PERFORM 7000-PRINT-SALESPERSON-HEADER.


           PERFORM 2200-CALCULATE-COMMISSION
           PERFORM 2300-PRINT-DETAIL
           ADD 1                        TO WS-SHARES-COMMISSIONED
           IF SORTED-SHARE-SEQ NOT > 1
               ADD 1                    TO WS-COMMISSIONED-COUNT
           END-IF

           PERFORM 1100-READ-SORTED-RECORD.

      * CALCULATE COMMISSION FOR THE SALE IN SORTED-RECORD             *
      * THE TIER BRACKETS AND RATES COME FROM THE PLAN ROW IN FORCE    *
      * ON THE SALE'S DATE, THEN THE RATE IS ADJUSTED BY THE REGION'S  *
      * REG-COMM-FACTOR. THE TIER IS CHOSEN ON THE WHOLE SALE, SO A    *
      * SHARE OF A SPLIT SALE EARNS THE RATE THE DEAL QUALIFIED FOR.   *
      *----------------------------------------------------------------*
       2200-CALCULATE-COMMISSION.
           PERFORM 2150-FIND-PLAN-FOR-SALE

           EVALUATE TRUE
               WHEN SORTED-FULL-AMOUNT
                        < WS-CHOSEN-T2-LIMIT
                   MOVE WS-CHOSEN-T1-RATE TO WS-BASE-RATE
               WHEN SORTED-FULL-AMOUNT
                        < WS-CHOSEN-T3-LIMIT
                   MOVE WS-CHOSEN-T2-RATE TO WS-BASE-RATE
               WHEN OTHER
                   SR-SALE-AMOUNT OF SORTED-RECORD
                   * WS-BASE-RATE * WS-REGION-FACTOR

      *    UNDER A PAY-ON-COLLECTION PLAN ROW THE COMMISSION MOVES
      *    PENDING INSTEAD OF THE PAYABLE. A BEFORE IMAGE COMES OFF
      *    WHATEVER ITS REP STILL HAS PENDING ON THE INVOICE FIRST,
      *    WHICHEVER PLAN IS IN FORCE NOW. A RETURN TRACED TO ITS SALE
      *    FOLLOWS HOW THAT SALE WAS BOOKED, NOT THE PLAN IN FORCE NOW.
           MOVE WS-SALE-COMMISSION      TO WS-PAYABLE-COMMISSION
           MOVE ZERO                    TO WS-PENDING-COMMISSION
           MOVE 'N'                     TO WS-ON-COLLECTION-SW
           MOVE SPACES                  TO WS-RETURN-ORIG-INVOICE
           IF SR-TRANS-RETURN OF SORTED-RECORD
               MOVE SR-INVOICE-NO OF SORTED-RECORD
                                        TO WS-RETURN-CREDIT-NOTE
               PERFORM 2230-TRACE-RETURN-ORIGINAL
           END-IF
           EVALUATE TRUE
               WHEN SORTED-CORR-BEFORE
                   PERFORM 2250-REVERSE-PENDING-FIRST
               WHEN WS-RETURN-ORIG-INVOICE NOT = SPACES
                   PERFORM 2240-CHECK-ORIGINAL-PENDING
               WHEN CHOSEN-PAYS-ON-COLLECTION
                AND SR-INVOICE-NO OF SORTED-RECORD NOT = SPACES
                   MOVE 'Y'             TO WS-ON-COLLECTION-SW
                   MOVE ZERO            TO WS-PAYABLE-COMMISSION
                   MOVE WS-SALE-COMMISSION
                                        TO WS-PENDING-COMMISSION
                   IF NOT SR-TRANS-RETURN OF SORTED-RECORD
                       PERFORM 2260-STAGE-PENDING-BOOKING
                   END-IF
           END-EVALUATE

      *    A RETURN REVERSES THE SALE IT CAME BACK AGAINST, SO IT NETS
      *    OUT OF THE SALES AND COMMISSION TOTALS INSTEAD OF EARNING A
      *    SECOND COMMISSION ON THE SAME MERCHANDISE - THE SAME WAY
      *    SALESRPT'S 2300-PRINT-DETAIL NETS A RETURN OUT OF ITS OWN
      *    RUNNING TOTALS.
      *    THE BEFORE IMAGE OF A CORRECTION REVERSES THE ORIGINAL SALE
      *    THE SAME WAY.
           IF SR-TRANS-RETURN OF SORTED-RECORD
              OR SORTED-CORR-BEFORE
               SUBTRACT SR-SALE-AMOUNT OF SORTED-RECORD
                                      FROM WS-SALESPERSON-SALES
               SUBTRACT SR-SALE-AMOUNT OF SORTED-RECORD
                                      FROM WS-GRAND-SALES-TOTAL
               SUBTRACT WS-PAYABLE-COMMISSION
                                      FROM WS-SALESPERSON-COMM
               SUBTRACT WS-PAYABLE-COMMISSION
                                      FROM WS-GRAND-COMM-TOTAL
               SUBTRACT WS-PENDING-COMMISSION
                                      FROM WS-SALESPERSON-PEND
               SUBTRACT WS-PENDING-COMMISSION
                                      FROM WS-GRAND-PEND-TOTAL
           ELSE
               ADD SR-SALE-AMOUNT OF SORTED-RECORD
                                      TO WS-SALESPERSON-SALES
               ADD SR-SALE-AMOUNT OF SORTED-RECORD
                                      TO WS-GRAND-SALES-TOTAL
               ADD WS-PAYABLE-COMMISSION
                                      TO WS-SALESPERSON-COMM
               ADD WS-PAYABLE-COMMISSION
                                      TO WS-GRAND-COMM-TOTAL
               ADD WS-PENDING-COMMISSION
                                      TO WS-SALESPERSON-PEND
               ADD WS-PENDING-COMMISSION
                                      TO WS-GRAND-PEND-TOTAL
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE INVOICE THE RETURN IN WS-RETURN-CREDIT-NOTE CAME BACK *
      * AGAINST - ITS CREDIT NOTE IS KEYED ON THE REGISTER BY THE      *
      * DIGITS OF ITS NUMBER, AND CARRIES THE ORIGINAL INVOICE DATAVAL *
      * TRACED IT TO. LEFT SPACES WHEN THE REGISTER IS MISSING OR THE  *
      * SALE WAS NOT TRACED.                                           *
      *----------------------------------------------------------------*
       2230-TRACE-RETURN-ORIGINAL.
           MOVE SPACES                      TO WS-RETURN-ORIG-INVOICE
           IF REGISTER-AVAILABLE
              AND WS-RETURN-CREDIT-NOTE(1:2) = 'CN'
              AND WS-RETURN-CREDIT-NOTE(3:8) IS NUMERIC
               MOVE WS-RETURN-CREDIT-NOTE(3:8)
                                            TO INV-DOC-SEQ
               READ REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-DOC-NO = WS-RETURN-CREDIT-NOTE
                           MOVE INV-ORIG-INVOICE-NO
                                            TO WS-RETURN-ORIG-INVOICE
                       END-IF
               END-READ
               IF WS-REGISTER-STATUS NOT = '00'
                  AND WS-REGISTER-STATUS NOT = '23'
                   MOVE 'READ FAILED: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * A TRACED RETURN - WHEN ITS REP HAS THE ORIGINAL INVOICE ON     *
      * COMMPEND, OR BOOKS IT PENDING EARLIER ON THIS RUN, THE SALE    *
      * WAS ON COLLECTION AND NOTHING IS CLAWED BACK HERE: OPENPOST    *
      * FORFEITS WHAT IS STILL PENDING AND TAKES BACK WHAT IS ALREADY  *
      * EARNED. OTHERWISE THE SALE WAS PAID ON BOOKING AND THE PAYABLE *
      * TAKES IT BACK.                                                 *
      *----------------------------------------------------------------*
       2240-CHECK-ORIGINAL-PENDING.
           MOVE WS-RETURN-ORIG-INVOICE
                        TO CPN-INVOICE-NO OF COMM-PENDING-RECORD
           MOVE SR-SALESPERSON-ID OF SORTED-RECORD
                        TO CPN-SALESPERSON-ID OF COMM-PENDING-RECORD
           PERFORM 2270-READ-PENDING-RANDOM
           IF NOT PEND-RECORD-FOUND
               MOVE WS-RETURN-ORIG-INVOICE  TO WS-RELIEF-LOOKUP-INVOICE
               PERFORM 2290-FIND-RELIEF-ENTRY
           END-IF

           IF PEND-RECORD-FOUND OR RELIEF-FOUND
               MOVE 'Y'                 TO WS-ON-COLLECTION-SW
               MOVE ZERO                TO WS-PAYABLE-COMMISSION
               MOVE WS-SALE-COMMISSION  TO WS-PENDING-COMMISSION
           END-IF.

      *----------------------------------------------------------------*
      * A CORRECTION'S BEFORE IMAGE - WHAT ITS REP STILL HAS PENDING   *
      * ON THE INVOICE IS CANCELLED FIRST (STAGED AS A 'B' BOOKING),   *
      * AND ONLY THE REST, COMMISSION ALREADY EARNED OR PAID ON        *
      * BOOKING, IS CLAWED BACK ON THE PAYABLE                         *
      *----------------------------------------------------------------*
       2250-REVERSE-PENDING-FIRST.
           MOVE SR-INVOICE-NO OF SORTED-RECORD
                        TO CPN-INVOICE-NO OF COMM-PENDING-RECORD
           MOVE SR-SALESPERSON-ID OF SORTED-RECORD
                        TO CPN-SALESPERSON-ID OF COMM-PENDING-RECORD
           PERFORM 2270-READ-PENDING-RANDOM

           IF PEND-RECORD-FOUND
               COMPUTE WS-STILL-PENDING =
                       CPN-COMMISSION OF COMM-PENDING-RECORD
                       - CPN-EARNED OF COMM-PENDING-RECORD
                       - CPN-FORFEITED OF COMM-PENDING-RECORD
               IF WS-STILL-PENDING > ZERO
                   MOVE 'Y'             TO WS-ON-COLLECTION-SW
                   IF WS-STILL-PENDING < WS-SALE-COMMISSION
                       MOVE WS-STILL-PENDING
                                        TO WS-PENDING-COMMISSION
                   ELSE
                       MOVE WS-SALE-COMMISSION
                                        TO WS-PENDING-COMMISSION
                   END-IF
                   SUBTRACT WS-PENDING-COMMISSION
                                        FROM WS-PAYABLE-COMMISSION
                   MOVE COMM-PENDING-RECORD TO WS-PEND-WORK
                   MOVE WS-PENDING-COMMISSION
                                    TO CPN-COMMISSION OF WS-PEND-WORK
                   MOVE 'B'             TO PWK-ACTION
                   PERFORM 2280-WRITE-PENDWORK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * STAGE A NEW PENDING BOOKING FOR THE SALE, SHARE, OR AFTER      *
      * IMAGE IN SORTED-RECORD                                         *
      *----------------------------------------------------------------*
       2260-STAGE-PENDING-BOOKING.
           INITIALIZE WS-PEND-WORK
           MOVE SR-INVOICE-NO OF SORTED-RECORD
                                TO CPN-INVOICE-NO OF WS-PEND-WORK
           MOVE SR-SALESPERSON-ID OF SORTED-RECORD
                                TO CPN-SALESPERSON-ID OF WS-PEND-WORK
           MOVE WS-CURR-SALESPERSON-NAME
                                TO CPN-SALESPERSON-NAME OF WS-PEND-WORK
           MOVE SR-CUST-ID OF SORTED-RECORD
                                TO CPN-CUST-ID OF WS-PEND-WORK
           MOVE SR-SALE-DATE OF SORTED-RECORD
                                TO CPN-SALE-DATE OF WS-PEND-WORK
           MOVE SR-SALE-AMOUNT OF SORTED-RECORD
                                TO CPN-SALE-AMOUNT OF WS-PEND-WORK
           MOVE WS-SALE-COMMISSION
                                TO CPN-COMMISSION OF WS-PEND-WORK
           MOVE 'P'             TO CPN-STATUS OF WS-PEND-WORK
           MOVE WS-FORMATTED-DATE
                            TO CPN-LAST-ACTIVITY-DATE OF WS-PEND-WORK
           IF SORTED-CORR-AFTER
               MOVE 'A'                 TO PWK-ACTION
           ELSE
               MOVE 'S'                 TO PWK-ACTION
           END-IF
           PERFORM 2280-WRITE-PENDWORK

           MOVE SR-INVOICE-NO OF SORTED-RECORD
                                        TO WS-RELIEF-LOOKUP-INVOICE
           PERFORM 2290-FIND-RELIEF-ENTRY
           IF NOT RELIEF-FOUND
               IF WS-RELIEF-TABLE-COUNT >= WS-RELIEF-TABLE-MAX
                   MOVE 'RELIEF TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:36)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                    TO WS-RELIEF-TABLE-COUNT
               SET WS-RELIEF-IDX        TO WS-RELIEF-TABLE-COUNT
               MOVE WS-RELIEF-LOOKUP-INVOICE
                            TO WS-RELIEF-INVOICE-TBL (WS-RELIEF-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE RELIEF ENTRY FOR WS-RELIEF-LOOKUP-INVOICE AND LEAVE   *
      * WS-RELIEF-IDX ON IT                                            *
      *----------------------------------------------------------------*
       2290-FIND-RELIEF-ENTRY.
           MOVE 'N'                     TO WS-RELIEF-FOUND-SW
           SET WS-RELIEF-IDX            TO 1
           PERFORM 2295-SEARCH-RELIEF-TABLE
               UNTIL WS-RELIEF-IDX > WS-RELIEF-TABLE-COUNT
                  OR RELIEF-FOUND.

       2295-SEARCH-RELIEF-TABLE.
           IF WS-RELIEF-INVOICE-TBL (WS-RELIEF-IDX)
                  = WS-RELIEF-LOOKUP-INVOICE
               MOVE 'Y'                 TO WS-RELIEF-FOUND-SW
           ELSE
               SET WS-RELIEF-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * RANDOM READ OF COMMPEND BY THE KEY ALREADY IN CPN-KEY          *
      *----------------------------------------------------------------*
       2270-READ-PENDING-RANDOM.
           READ PEND-FILE
               INVALID KEY
                   MOVE 'N'             TO WS-PEND-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'             TO WS-PEND-FOUND-SW
           END-READ
           IF WS-PEND-STATUS NOT = '00'
              AND WS-PEND-STATUS NOT = '23'
               MOVE 'READ FAILED: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2280-WRITE-PENDWORK.
           MOVE WS-PEND-WORK            TO PWK-PENDING-DATA
           WRITE PENDWORK-RECORD
           IF WS-PENDWORK-STATUS NOT = '00'
               MOVE 'WRITE ERROR: PENDWORK-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PENDWORK-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                        TO WS-PEND-STAGED-COUNT.

      *----------------------------------------------------------------*
      * PICK THE PLAN ROW IN FORCE ON THE SALE'S DATE. ONE PASS OVER   *
      * THE PLAN TABLE TRACKS THE LATEST QUALIFYING ROW TWICE: ONCE    *
           MOVE .030                       TO WS-CHOSEN-T1-RATE
           MOVE .050                       TO WS-CHOSEN-T2-RATE
           MOVE .070                       TO WS-CHOSEN-T3-RATE
           MOVE SPACE                      TO WS-CHOSEN-PAY-BASIS

           SET WS-PLAN-IDX                 TO 1
           PERFORM 2160-CHECK-ONE-PLAN-ROW
           MOVE WS-PLAN-T2-RATE-TBL (WS-PLAN-IDX)
                                           TO WS-CHOSEN-T2-RATE
           MOVE WS-PLAN-T3-RATE-TBL (WS-PLAN-IDX)
                                           TO WS-CHOSEN-T3-RATE
           MOVE WS-PLAN-BASIS-TBL (WS-PLAN-IDX)
                                           TO WS-CHOSEN-PAY-BASIS.

      *----------------------------------------------------------------*
      * LOOK UP THE SALE REGION'S COMMISSION FACTOR. A REGION NOT ON   *
           MOVE SR-SALE-AMOUNT OF SORTED-RECORD    TO DTL-AMOUNT
           MOVE WS-SALE-COMMISSION                 TO DTL-COMMISSION

      *    A TRAILING P (OR PEND ON A SALE) MARKS COMMISSION THAT
      *    MOVED PENDING ON COLLECTION INSTEAD OF THE PAYABLE
           EVALUATE TRUE
               WHEN SORTED-CORR-BEFORE AND SALE-ON-COLLECTION
                   MOVE 'CORR-P' TO DTL-TYPE
               WHEN SORTED-CORR-BEFORE
                   MOVE 'CORR-' TO DTL-TYPE
               WHEN SORTED-CORR-AFTER AND SALE-ON-COLLECTION
                   MOVE 'CORR+P' TO DTL-TYPE
               WHEN SORTED-CORR-AFTER
                   MOVE 'CORR+' TO DTL-TYPE
               WHEN SR-TRANS-RETURN OF SORTED-RECORD
                AND SALE-ON-COLLECTION
                   MOVE 'RTRN-P' TO DTL-TYPE
               WHEN SR-TRANS-RETURN OF SORTED-RECORD
                   MOVE 'RETURN' TO DTL-TYPE
               WHEN SALE-ON-COLLECTION
                   MOVE 'PEND' TO DTL-TYPE
               WHEN OTHER
                   MOVE SPACES TO DTL-TYPE
           END-EVALUATE

           IF SORTED-SHARE-SEQ > ZERO
               MOVE 'SPLIT '                       TO DTL-SPLIT-LIT
               MOVE SORTED-SHARE-PCT               TO DTL-SPLIT-PCT
               MOVE '% OF '                        TO DTL-SPLIT-OF
               MOVE SORTED-FULL-AMOUNT             TO DTL-SPLIT-FULL
           ELSE
               MOVE SPACES                         TO DTL-SPLIT-NOTE
           END-IF

           WRITE STATEMENT-LINE FROM DTL-DETAIL-LINE
      * FINALIZATION - GRAND TOTALS, THE READ-TO-COMMISSIONED          *
      * RECONCILIATION, AND RUN STATISTICS. A RECONCILIATION GAP IS    *
      * THE DROPPED-INPUT FAILURE THE REDESIGN EXISTS TO PREVENT, SO   *
      * IT ENDS THE RUN RETURN-CODE 12. THE SHARES RELEASED TO THE     *
      * SORT MUST TIE TO THE SHARES COMMISSIONED THE SAME WAY. A       *
      * REJECTED SPLIT ENDS THE RUN RETURN-CODE 4 - THE SALE WAS PAID  *
      * WHOLE TO THE BOOKING REP AND THE SHARES NEED FIXING. ONLY A    *
      * RECONCILED RUN MARKS ITS CORRECTIONS COMMISSIONED.             *
      *----------------------------------------------------------------*
       3000-FINALIZE.
           IF WS-SALESPERSON-COUNT > 0
               PERFORM 7300-PRINT-GRAND-TOTAL
           END-IF

           COMPUTE WS-RECONCILE-INPUT =
                   WS-INPUT-COUNT + WS-CORR-IMAGE-COUNT
           MOVE WS-RECONCILE-INPUT          TO TOT-RECORDS-READ
           MOVE WS-COMMISSIONED-COUNT       TO TOT-RECORDS-COMM
           IF WS-RECONCILE-INPUT = WS-COMMISSIONED-COUNT
              AND WS-SHARES-RELEASED = WS-SHARES-COMMISSIONED
               MOVE 'RECONCILED'            TO TOT-RECONCILE-MSG
           ELSE
               MOVE '*** DO NOT RECONCILE ***'
           WRITE STATEMENT-LINE FROM TOT-RECONCILE-LINE
                  AFTER ADVANCING 2 LINES

           IF WS-SPLIT-SALES-COUNT > ZERO
              OR WS-SPLITS-REJECTED > ZERO
               MOVE WS-SPLIT-SALES-COUNT    TO TOT-SPLIT-SALES
               MOVE WS-SHARES-RELEASED      TO TOT-SHARES-RELEASED
               MOVE WS-SHARES-COMMISSIONED  TO TOT-SHARES-COMM
               MOVE WS-SPLITS-REJECTED      TO TOT-SPLITS-REJECTED
               WRITE STATEMENT-LINE FROM TOT-SHARES-LINE
                      AFTER ADVANCING 1 LINE
           END-IF

           CLOSE SORTED-FILE
           CLOSE COMM-FILE
           CLOSE STATEMENT-FILE
           CLOSE PENDWORK-FILE
           IF REGISTER-AVAILABLE
               CLOSE REGISTER-FILE
           END-IF

           DISPLAY 'COMMCALC COMPLETED'
           DISPLAY 'SALES RECORDS IN FEED:   ' WS-INPUT-COUNT
           DISPLAY 'SORTED RECORDS READ:     ' WS-RECORD-COUNT
           DISPLAY 'RECORDS COMMISSIONED:    ' WS-COMMISSIONED-COUNT
           DISPLAY 'SPLIT SALES:             ' WS-SPLIT-SALES-COUNT
           DISPLAY 'SHARES RELEASED:         ' WS-SHARES-RELEASED
           DISPLAY 'SHARES COMMISSIONED:     ' WS-SHARES-COMMISSIONED
           DISPLAY 'SPLITS REJECTED:         ' WS-SPLITS-REJECTED
           DISPLAY 'CORRECTION IMAGES:       ' WS-CORR-IMAGE-COUNT
           DISPLAY 'PENDING BOOKINGS STAGED: ' WS-PEND-STAGED-COUNT
           DISPLAY 'SALESPERSONS PAID:       ' WS-SALESPERSON-COUNT
           DISPLAY 'PAGES PRINTED:           ' WS-PAGE-COUNT

           IF WS-SPLITS-REJECTED > ZERO
               MOVE 4                       TO RETURN-CODE
           END-IF

           IF WS-RECONCILE-INPUT NOT = WS-COMMISSIONED-COUNT
              OR WS-SHARES-RELEASED NOT = WS-SHARES-COMMISSIONED
               DISPLAY '*** COMMCALC: FEED RECORDS AND RECORDS'
                       ' COMMISSIONED DO NOT RECONCILE ***'
               MOVE 12                      TO RETURN-CODE
           ELSE
               IF WS-CORR-IMAGE-COUNT > ZERO
                   PERFORM 3100-MARK-CORRECTIONS-PAID
               END-IF
               IF WS-PEND-STAGED-COUNT > ZERO
                   PERFORM 3200-APPLY-PENDING-BOOKINGS
               END-IF
           END-IF

           CLOSE PEND-FILE.

      *----------------------------------------------------------------*
      * MARK EVERY PENDING CORRECTION COMMISSIONED WITH THIS RUN'S     *
      * DATE, IN PLACE                                                 *
      *----------------------------------------------------------------*
       3100-MARK-CORRECTIONS-PAID.
           MOVE 'N'                         TO WS-CORR-EOF-SW
           OPEN I-O CORR-FILE
           IF WS-CORR-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CORR-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CORR-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 0610-READ-CORRECTION
           PERFORM 3110-MARK-ONE-CORRECTION UNTIL CORR-EOF
           CLOSE CORR-FILE

           DISPLAY 'CORRECTIONS COMMISSIONED:' WS-CORR-MARKED-COUNT.

       3110-MARK-ONE-CORRECTION.
           IF CP-COMM-PENDING
               MOVE 'C'                     TO CP-COMM-STATUS
               MOVE WS-FORMATTED-DATE       TO CP-COMM-DATE
               REWRITE POSTED-CORRECTION-RECORD
               IF WS-CORR-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: CORR-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CORR-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CORR-MARKED-COUNT
           END-IF

           PERFORM 0610-READ-CORRECTION.

      *----------------------------------------------------------------*
      * APPLY THE RUN'S STAGED PENDING BOOKINGS TO COMMPEND. A SALE    *
      * ALREADY ON FILE WAS BOOKED BY AN EARLIER RUN OF THE SAME FEED  *
      * AND IS LEFT ALONE; A CORRECTION IMAGE ADJUSTS THE RECORD THE   *
      * SALE BOOKED.                                                   *
      *----------------------------------------------------------------*
       3200-APPLY-PENDING-BOOKINGS.
           OPEN INPUT PENDWORK-FILE
           IF WS-PENDWORK-STATUS NOT = '00'
               MOVE 'OPEN FAILED: PENDWORK-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PENDWORK-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF WS-RELIEF-TABLE-COUNT > ZERO
               PERFORM 3300-LOAD-PRIOR-RELIEF
           END-IF

           PERFORM 3210-READ-PENDWORK
           PERFORM 3220-APPLY-ONE-BOOKING UNTIL PENDWORK-EOF
           CLOSE PENDWORK-FILE

           DISPLAY 'PENDING BOOKINGS APPLIED:' WS-PEND-BOOKED-COUNT
           DISPLAY 'SALES ALREADY PENDING:   ' WS-PEND-ALREADY-COUNT
           DISPLAY 'BOOKED ALREADY RELIEVED: ' WS-PEND-PRESET-COUNT.

       3210-READ-PENDWORK.
           READ PENDWORK-FILE
               AT END
                   MOVE 'Y' TO WS-PENDWORK-EOF-SW
           END-READ

           IF NOT PENDWORK-EOF AND WS-PENDWORK-STATUS NOT = '00'
               MOVE 'READ FAILED: PENDWORK-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PENDWORK-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3220-APPLY-ONE-BOOKING.
           MOVE PWK-PENDING-DATA        TO WS-PEND-WORK
           MOVE CPN-KEY OF WS-PEND-WORK
                                TO CPN-KEY OF COMM-PENDING-RECORD
           PERFORM 2270-READ-PENDING-RANDOM

           EVALUATE TRUE
               WHEN PWK-BOOK-SALE AND PEND-RECORD-FOUND
                   ADD 1                TO WS-PEND-ALREADY-COUNT
               WHEN PEND-RECORD-FOUND
                   PERFORM 3230-ADJUST-PENDING-RECORD
               WHEN PWK-CANCEL-CORR-BEFORE
                   CONTINUE
               WHEN OTHER
                   MOVE WS-PEND-WORK    TO COMM-PENDING-RECORD
                   PERFORM 3240-PRESET-PRIOR-RELIEF
                   WRITE COMM-PENDING-RECORD
                   IF WS-PEND-STATUS NOT = '00'
                       MOVE 'WRITE ERROR: PEND-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-PEND-STATUS  TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                TO WS-PEND-BOOKED-COUNT
           END-EVALUATE

           PERFORM 3210-READ-PENDWORK.

      *----------------------------------------------------------------*
      * A CORRECTION IMAGE AGAINST A SALE ALREADY PENDING - THE AFTER  *
      * IMAGE ADDS ITS COMMISSION, THE BEFORE IMAGE TAKES OFF THE PART *
      * 2250 CANCELLED                                                 *
      *----------------------------------------------------------------*
       3230-ADJUST-PENDING-RECORD.
           IF PWK-CANCEL-CORR-BEFORE
               SUBTRACT CPN-COMMISSION OF WS-PEND-WORK
                   FROM CPN-COMMISSION OF COMM-PENDING-RECORD
           ELSE
               ADD CPN-COMMISSION OF WS-PEND-WORK
                   TO CPN-COMMISSION OF COMM-PENDING-RECORD
               ADD CPN-SALE-AMOUNT OF WS-PEND-WORK
                   TO CPN-SALE-AMOUNT OF COMM-PENDING-RECORD
           END-IF
           COMPUTE WS-STILL-PENDING =
                   CPN-COMMISSION OF COMM-PENDING-RECORD
                   - CPN-EARNED OF COMM-PENDING-RECORD
                   - CPN-FORFEITED OF COMM-PENDING-RECORD
           IF WS-STILL-PENDING > ZERO
               MOVE 'P'        TO CPN-STATUS OF COMM-PENDING-RECORD
           ELSE
               MOVE 'S'        TO CPN-STATUS OF COMM-PENDING-RECORD
           END-IF
           MOVE WS-FORMATTED-DATE
                    TO CPN-LAST-ACTIVITY-DATE OF COMM-PENDING-RECORD
           REWRITE COMM-PENDING-RECORD
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: PEND-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PEND-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                        TO WS-PEND-BOOKED-COUNT.

      *----------------------------------------------------------------*
      * A NEW BOOKING WHOSE SALE ITEM HAS ALREADY BEEN RELIEVED - THE  *
      * SHARE OF THE COMMISSION THE RELIEF ACCOUNTS FOR (ALL OF IT     *
      * ONCE THE ITEM IS CLOSED) LEAVES PENDING AT ONCE: EARNED FOR    *
      * THE RECEIPTS APPLIED, FORFEITED FOR THE REST, AND BOTH LEFT    *
      * UNPOSTED FOR COMMDISB'S NEXT SWEEP, AS IF CASHAPP OR OPENPOST  *
      * HAD FOUND THE RECORD ON FILE WHEN THEY RELIEVED THE ITEM       *
      *----------------------------------------------------------------*
       3240-PRESET-PRIOR-RELIEF.
           MOVE CPN-INVOICE-NO OF COMM-PENDING-RECORD
                                        TO WS-RELIEF-LOOKUP-INVOICE
           PERFORM 2290-FIND-RELIEF-ENTRY
           IF RELIEF-FOUND
              AND WS-RELIEF-SEQ-TBL (WS-RELIEF-IDX) > ZERO
              AND CPN-COMMISSION OF COMM-PENDING-RECORD > ZERO
               COMPUTE WS-RELIEF-RELIEVED =
                       WS-RELIEF-ORIG-TBL (WS-RELIEF-IDX)
                       - WS-RELIEF-OPEN-TBL (WS-RELIEF-IDX)
               MOVE WS-RELIEF-CASH-TBL (WS-RELIEF-IDX)
                                        TO WS-RELIEF-CASH
               IF WS-RELIEF-CASH > WS-RELIEF-RELIEVED
                   MOVE WS-RELIEF-RELIEVED
                                        TO WS-RELIEF-CASH
               END-IF

               IF WS-RELIEF-OPEN-TBL (WS-RELIEF-IDX) = ZERO
                   MOVE CPN-COMMISSION OF COMM-PENDING-RECORD
                                        TO WS-RELIEF-SETTLED
               ELSE
                   COMPUTE WS-RELIEF-SETTLED ROUNDED =
                           CPN-COMMISSION OF COMM-PENDING-RECORD
                           * WS-RELIEF-RELIEVED
                           / WS-RELIEF-ORIG-TBL (WS-RELIEF-IDX)
                   IF WS-RELIEF-SETTLED
                          > CPN-COMMISSION OF COMM-PENDING-RECORD
                       MOVE CPN-COMMISSION OF COMM-PENDING-RECORD
                                        TO WS-RELIEF-SETTLED
                   END-IF
               END-IF

               IF WS-RELIEF-CASH = WS-RELIEF-RELIEVED
                   MOVE WS-RELIEF-SETTLED
                                        TO WS-RELIEF-EARNED
               ELSE
                   COMPUTE WS-RELIEF-EARNED ROUNDED =
                           CPN-COMMISSION OF COMM-PENDING-RECORD
                           * WS-RELIEF-CASH
                           / WS-RELIEF-ORIG-TBL (WS-RELIEF-IDX)
                   IF WS-RELIEF-EARNED > WS-RELIEF-SETTLED
                       MOVE WS-RELIEF-SETTLED
                                        TO WS-RELIEF-EARNED
                   END-IF
               END-IF

               MOVE WS-RELIEF-EARNED
                            TO CPN-EARNED OF COMM-PENDING-RECORD
                               CPN-EARNED-UNPOSTED
                                  OF COMM-PENDING-RECORD
               COMPUTE CPN-FORFEITED OF COMM-PENDING-RECORD =
                       WS-RELIEF-SETTLED - WS-RELIEF-EARNED
               MOVE CPN-FORFEITED OF COMM-PENDING-RECORD
                   TO CPN-FORFEIT-UNPOSTED OF COMM-PENDING-RECORD
               IF WS-RELIEF-SETTLED
                      = CPN-COMMISSION OF COMM-PENDING-RECORD
                   MOVE 'S'    TO CPN-STATUS OF COMM-PENDING-RECORD
               END-IF
               IF WS-RELIEF-SETTLED > ZERO
                   ADD 1                TO WS-PEND-PRESET-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ONE PASS OF THE OPEN-ITEM LEDGER FOR THE SALE ITEMS OF THE     *
      * STAGED INVOICES THAT HAVE BEEN RELIEVED AT ALL, THEN - ONLY IF *
      * ANY WERE - ONE PASS OF THE APPLICATION HISTORY FOR THE         *
      * RECEIPTS APPLIED TO THEM                                       *
      *----------------------------------------------------------------*
       3300-LOAD-PRIOR-RELIEF.
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS NOT = '35'
               IF WS-OPENITEM-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OPENITEM-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 3310-READ-ITEM-NEXT
               PERFORM 3320-NOTE-ONE-ITEM UNTIL ITEM-EOF
               CLOSE OPENITEM-FILE
           END-IF

           IF WS-RELIEF-LOW-SEQ < 99999999
               OPEN INPUT APPLHIST-FILE
               IF WS-APPLHIST-STATUS NOT = '35'
                   IF WS-APPLHIST-STATUS NOT = '00'
                       MOVE 'OPEN FAILED: APPLHIST-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-APPLHIST-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   PERFORM 3330-READ-APPLHIST
                   PERFORM 3340-NOTE-ONE-APPLICATION
                       UNTIL APPLHIST-EOF
                   CLOSE APPLHIST-FILE
               END-IF
           END-IF.

       3310-READ-ITEM-NEXT.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y'             TO WS-ITEM-EOF-SW
           END-READ
           IF NOT ITEM-EOF AND WS-OPENITEM-STATUS NOT = '00'
               MOVE 'READ FAILED: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3320-NOTE-ONE-ITEM.
           IF OI-SOURCE-SALE
              AND OI-OPEN-AMOUNT < OI-ORIG-AMOUNT
               MOVE OI-REFERENCE        TO WS-RELIEF-LOOKUP-INVOICE
               PERFORM 2290-FIND-RELIEF-ENTRY
               IF RELIEF-FOUND
                  AND WS-RELIEF-SEQ-TBL (WS-RELIEF-IDX) = ZERO
                   MOVE OI-ITEM-SEQ
                            TO WS-RELIEF-SEQ-TBL (WS-RELIEF-IDX)
                   MOVE OI-ORIG-AMOUNT
                            TO WS-RELIEF-ORIG-TBL (WS-RELIEF-IDX)
                   MOVE OI-OPEN-AMOUNT
                            TO WS-RELIEF-OPEN-TBL (WS-RELIEF-IDX)
                   IF OI-ITEM-SEQ < WS-RELIEF-LOW-SEQ
                       MOVE OI-ITEM-SEQ TO WS-RELIEF-LOW-SEQ
                   END-IF
               END-IF
           END-IF
           PERFORM 3310-READ-ITEM-NEXT.

       3330-READ-APPLHIST.
           READ APPLHIST-FILE
               AT END
                   MOVE 'Y'             TO WS-APPLHIST-EOF-SW
           END-READ
           IF NOT APPLHIST-EOF AND WS-APPLHIST-STATUS NOT = '00'
               MOVE 'READ FAILED: APPLHIST-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    A REVERSAL SLICE TAKES BACK CASH ITS RECEIPT SLICE, EARLIER
      *    ON THE FILE, ALREADY ADDED
       3340-NOTE-ONE-APPLICATION.
           IF (APH-FROM-RECEIPT OR APH-RECEIPT-REVERSAL)
              AND APH-ITEM-SEQ NOT < WS-RELIEF-LOW-SEQ
               MOVE 'N'                 TO WS-RELIEF-FOUND-SW
               SET WS-RELIEF-IDX        TO 1
               PERFORM 3350-SEARCH-RELIEF-SEQ
                   UNTIL WS-RELIEF-IDX > WS-RELIEF-TABLE-COUNT
                      OR RELIEF-FOUND
               IF RELIEF-FOUND
                   IF APH-FROM-RECEIPT
                       ADD APH-AMOUNT
                            TO WS-RELIEF-CASH-TBL (WS-RELIEF-IDX)
                   ELSE
                       IF APH-AMOUNT
                              < WS-RELIEF-CASH-TBL (WS-RELIEF-IDX)
                           SUBTRACT APH-AMOUNT
                              FROM WS-RELIEF-CASH-TBL (WS-RELIEF-IDX)
                       ELSE
                           MOVE ZERO
                              TO WS-RELIEF-CASH-TBL (WS-RELIEF-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 3330-READ-APPLHIST.

       3350-SEARCH-RELIEF-SEQ.
           IF WS-RELIEF-SEQ-TBL (WS-RELIEF-IDX) = APH-ITEM-SEQ
               MOVE 'Y'                 TO WS-RELIEF-FOUND-SW
           ELSE
               SET WS-RELIEF-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*

           MOVE WS-SALESPERSON-SALES TO TOT-SP-SALES
           MOVE WS-SALESPERSON-COMM TO TOT-SP-COMMISSION
           IF WS-SALESPERSON-PEND NOT = ZERO
               MOVE 'PENDING ON COLLECT:' TO TOT-SP-PEND-LIT
           ELSE
               MOVE SPACES TO TOT-SP-PEND-LIT
           END-IF
           MOVE WS-SALESPERSON-PEND TO TOT-SP-PENDING
           WRITE STATEMENT-LINE FROM TOT-SALESPERSON-AMT
                  AFTER ADVANCING 1 LINE

           MOVE WS-FORMATTED-DATE TO COM-RUN-DATE
           MOVE WS-SALESPERSON-SALES TO COM-TOTAL-SALES
           MOVE WS-SALESPERSON-COMM TO COM-TOTAL-COMMISSION
           MOVE ZERO TO COM-OVERRIDE-AMOUNT

           WRITE COMMISSION-RECORD
           IF WS-COMM-STATUS NOT = '00'

           MOVE WS-GRAND-SALES-TOTAL TO TOT-GRAND-SALES
           MOVE WS-GRAND-COMM-TOTAL TO TOT-GRAND-COMMISSION
           IF WS-GRAND-PEND-TOTAL NOT = ZERO
               MOVE 'PENDING ON COLLECT:' TO TOT-GRAND-PEND-LIT
           ELSE
               MOVE SPACES TO TOT-GRAND-PEND-LIT
           END-IF
           MOVE WS-GRAND-PEND-TOTAL TO TOT-GRAND-PENDING
           WRITE STATEMENT-LINE FROM TOT-GRAND-AMT
                  AFTER ADVANCING 1 LINE

