      ******************************************************************
      * FRTCOST.CPY - CARRIER FREIGHT BILL RECORD LAYOUT              *
      * ONE RECORD PER SHIPMENT A CARRIER HAS BILLED US FOR, KEYED IN *
      * FROM THE CARRIERS' FREIGHT INVOICES. FRT-INVOICE-NO TIES THE  *
      * COST BACK TO THE SALES INVOICE THE SHIPMENT WENT OUT ON, SO   *
      * FRTRCVRY CAN SET WHAT WE SPENT AGAINST THE SR-FREIGHT-AMOUNT  *
      * WE BILLED THE CUSTOMER. A BILL THE CARRIER COULD NOT TIE TO   *
      * AN INVOICE (DEMURRAGE, A REDELIVERY) IS LEFT WITH THE INVOICE *
      * NUMBER BLANK AND COUNTS AS UNALLOCATED FREIGHT SPEND.         *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  FREIGHT-COST-RECORD.
           05  FRT-CARRIER-CODE         PIC X(10).
           05  FRT-PRO-NUMBER           PIC X(15).
           05  FRT-SHIP-DATE            PIC X(10).
           05  FRT-INVOICE-NO           PIC X(10).
           05  FRT-CUST-ID              PIC 9(6).
           05  FRT-COST-AMOUNT          PIC 9(6)V99.
           05  FILLER                   PIC X(21).
