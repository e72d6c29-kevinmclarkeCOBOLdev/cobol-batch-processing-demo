      ******************************************************************
      * RECBMAST.CPY - RECURRING-BILLING CONTRACT MASTER RECORD       *
      * ONE RECORD PER STANDING CHARGE A CONTRACT CUSTOMER IS BILLED  *
      * ON A SCHEDULE - THE PRODUCT AND QUANTITY BILLED, THE AMOUNT   *
      * PER BILLING, HOW OFTEN, THE CONTRACT'S START AND END DATES    *
      * (END SPACES = OPEN-ENDED) AND THE NEXT DATE A CHARGE FALLS    *
      * DUE. KEYED ON RB-CONTRACT-ID SO ONE CUSTOMER MAY HOLD SEVERAL *
      * CONTRACTS. RECBILL BILLS EVERY ACTIVE CONTRACT WHOSE NEXT-    *
      * BILL DATE HAS ARRIVED AS SALES TRANSACTIONS ON ITS OWN FEED   *
      * INTO FEEDCONS, THEN ADVANCES THE NEXT-BILL DATE ONE PERIOD    *
      * PER CHARGE, KEEPING THE BILLING DAY OF THE START DATE (A 31ST *
      * FALLS BACK TO A SHORT MONTH'S LAST DAY). A CONTRACT WHOSE     *
      * NEXT-BILL DATE PASSES ITS END DATE IS MARKED ENDED.           *
      * FREQUENCIES: 'M' MONTHLY, 'Q' QUARTERLY, 'A' ANNUAL.          *
      * THE LAST-RUN FIELDS RECORD WHAT RECBILL BILLED ON ITS LAST    *
      * BUSINESS DATE AND CYCLE - THE FIRST PERIOD DATE AND HOW MANY  *
      * PERIODS - SO A RERUN OF THE SAME DATE AND CYCLE REBUILDS THE  *
      * SAME FEED INSTEAD OF BILLING THE CONTRACT AGAIN. RB-REGION    *
      * SPACES BILLS UNDER THE SALESPERSON'S HOME REGION. MAINTAINED  *
      * THE SAME WAY CONTRPRC IS - A SMALL OPS-EDITED MASTER.         *
      * LENGTH: 150 BYTES                                             *
      ******************************************************************
       01  RECURRING-BILLING-RECORD.
           05  RB-CONTRACT-ID           PIC X(10).
           05  RB-CUST-ID               PIC 9(6).
           05  RB-PRODUCT-CODE          PIC X(10).
           05  RB-QUANTITY              PIC 9(6).
           05  RB-AMOUNT                PIC 9(8)V99.
           05  RB-FREQUENCY             PIC X(1).
               88  RB-MONTHLY                       VALUE 'M'.
               88  RB-QUARTERLY                     VALUE 'Q'.
               88  RB-ANNUAL                        VALUE 'A'.
               88  RB-FREQUENCY-VALID               VALUES 'M' 'Q' 'A'.
           05  RB-START-DATE            PIC X(10).
           05  RB-END-DATE              PIC X(10).
           05  RB-NEXT-BILL-DATE        PIC X(10).
           05  RB-STATUS                PIC X(1).
               88  RB-ACTIVE                        VALUE 'A'.
               88  RB-SUSPENDED                     VALUE 'S'.
               88  RB-ENDED                         VALUE 'E'.
               88  RB-CANCELLED                     VALUE 'C'.
           05  RB-SALESPERSON-ID        PIC 9(6).
           05  RB-REGION                PIC X(10).
           05  RB-DESCRIPTION           PIC X(30).
           05  RB-LAST-RUN-DATE         PIC X(10).
           05  RB-LAST-RUN-FROM         PIC X(10).
           05  RB-LAST-RUN-PERIODS      PIC 9(2).
           05  RB-LAST-RUN-CYCLE        PIC X(2).
           05  FILLER                   PIC X(6).
