      ******************************************************************
      * SALESREC.CPY - SALES TRANSACTION RECORD LAYOUT                *
      * LENGTH: 120 BYTES                                             *
      * SR-CUST-ID TIES EVERY SALE BACK TO THE CUSTOMER MASTER        *
      * (CUST-ID OF CUSTREC) SO A CUSTOMER STATEMENT CAN SHOW WHAT    *
      * THE CUSTOMER ACTUALLY BOUGHT INSTEAD OF ONLY ECHOING          *
      * CUST-BALANCE. ADDING IT FIRST GREW THE RECORD FROM 81 TO 88  - *
      * THE PLANNED, COORDINATED RESIZE THE OLD LAYOUT NOTE CALLED    *
      * FOR - SO SR-RECORD-VERSION WAS CARVED IN ALONGSIDE IT, THE    *
      * SAME WAY CUSTREC CARRIES CUST-RECORD-VERSION. '3' IS THIS     *
      * 120-BYTE LAYOUT WITH THE INVOICE NUMBER, THE PROMOTION CODE,  *
      * THE FREIGHT CHARGE, AND A FILLER FOR LATER CARVE-OUTS; '2'    *
      * WAS THE 90-BYTE LAYOUT WITH SR-DIVISION AND '1' THE 88-BYTE   *
      * LAYOUT BEFORE THE ACQUIRED BOOK'S DIVISION CODE WAS ADDED.    *
      * SALES FILES AND ARCHOUT HISTORY WRITTEN IN OLDER LAYOUTS ARE  *
      * CONVERTED ONCE BY THE SALESRFM REFORMAT UTILITY, WHICH FILLS  *
      * THE MISSING FIELDS AND STAMPS THE VERSION BYTE.               *
      ******************************************************************
               88  SR-TRANS-RETURN                  VALUE 'R'.
           05  SR-CUST-ID               PIC 9(6).
           05  SR-RECORD-VERSION        PIC X(1).
               88  SR-REC-CURRENT-VERSION           VALUE '3'.
      *--------------------------------------------------------------*
      * DIVISION - WHICH BOOK THE SALE BELONGS TO. '01' IS THE HOME  *
      * BOOK, '02' THE ACQUIRED DISTRIBUTOR'S, WHICH FINANCE MUST    *
      * BEFORE THE FIELD EXISTED) READS AS '01'.                     *
      *--------------------------------------------------------------*
           05  SR-DIVISION              PIC X(2).
      *--------------------------------------------------------------*
      * INVOICE / CREDIT-NOTE NUMBER - THE DOCUMENT NUMBER INVCGEN    *
      * ASSIGNS TO EVERY CLEAN RECORD RIGHT AFTER DATAVAL: 'IN' PLUS  *
      * AN 8-DIGIT SEQUENCE FOR A SALE, 'CN' PLUS THE SAME SEQUENCE   *
      * FOR A RETURN. IT RIDES THE RECORD DOWNSTREAM INTO THE OPEN    *
      * ITEM'S REFERENCE, THE ARCHIVE DETAIL, THE STATEMENT ACTIVITY  *
      * LINES, AND THE GL JOURNAL REFERENCE, SO EVERY DOLLAR OF       *
      * CUST-BALANCE TIES BACK TO A DOCUMENT THE CUSTOMER WAS SENT.   *
      * SPACES MEANS NOT YET INVOICED (RAW INTAKE, SUSPENSE, OR       *
      * HISTORY WRITTEN BEFORE INVOICING EXISTED).                    *
      *--------------------------------------------------------------*
           05  SR-INVOICE-NO            PIC X(10).
      *--------------------------------------------------------------*
      * PROMOTION CODE - THE PROMMAST PROMOTION DATAVAL ACCEPTED THE *
      * SALE'S PRICE UNDER, SO PROMORPT CAN MEASURE WHAT EACH        *
      * PROMOTION SOLD AND GAVE AWAY. SPACES MEANS THE SALE WAS      *
      * PRICED AT LIST OR CONTRACT, OR WAS WRITTEN BEFORE THE FIELD  *
      * WAS CARVED OUT OF THE FILLER.                                *
      *--------------------------------------------------------------*
           05  SR-PROMO-CODE            PIC X(8).
      *--------------------------------------------------------------*
      * FREIGHT AND HANDLING BILLED ON THE SALE (OR CREDITED ON A    *
      * RETURN) - ITS OWN AMOUNT, NEVER PART OF SR-SALE-AMOUNT, SO   *
      * THE PRICE CHECK, COMMISSIONS AND PRODUCT MARGIN SEE ONLY THE *
      * GOODS. SR-TAX-AMOUNT INCLUDES THE TAX ON IT WHERE THE        *
      * CUSTOMER'S STATE TAXES FREIGHT. IT POSTS TO FREIGHT REVENUE  *
      * AND OPENS AS ITS OWN OPEN ITEM. SPACES (A RECORD WRITTEN     *
      * BEFORE THE FIELD WAS CARVED OUT OF THE FILLER) READS AS NO   *
      * FREIGHT.                                                     *
      *--------------------------------------------------------------*
           05  SR-FREIGHT-AMOUNT        PIC 9(6)V99.
           05  FILLER                   PIC X(4).
