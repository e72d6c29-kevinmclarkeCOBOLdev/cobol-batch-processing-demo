      ******************************************************************
      * CRMDELTA.CPY - CRM CUSTOMER CHANGE FEED RECORD LAYOUT         *
      * ONE 'HDR' RECORD, ONE 'CUS' RECORD PER CUSTOMER THE AUDIT     *
      * TRAIL SHOWS CHANGED IN THE FEED'S DATE WINDOW, AND ONE 'TRL'  *
      * RECORD WITH THE COUNTS, ALL 250 BYTES. A 'CUS' RECORD CARRIES *
      * THE CUSTOMER'S CURRENT VALUES, NOT THE AUDITED BEFORE/AFTER - *
      * THE CRM SIMPLY OVERLAYS ITS COPY - PLUS ONE FLAG PER FIELD    *
      * GROUP SAYING WHAT MOVED. WRITTEN NIGHTLY BY CRMFEED.          *
      * CRM-ACTION:  'N' NEW      - ADDED IN THE WINDOW               *
      *              'C' CHANGED  - ANY OTHER AUDITED CHANGE          *
      *              'X' CLOSED   - NOW INACTIVE, OR DELETED (THE     *
      *                             VALUES ARE THEN BLANK)            *
      *              'M' MERGED   - CLOSED INTO CRM-MERGED-INTO       *
      * AMOUNTS ARE SIGNED WITH A LEADING SEPARATE SIGN SO THE CRM'S  *
      * LOADER NEED NOT DECODE AN OVERPUNCH.                          *
      * LENGTH: 250 BYTES                                             *
      ******************************************************************
       01  CRM-DELTA-RECORD.
           05  CRM-RECORD-TYPE          PIC X(3).
               88  CRM-HEADER                   VALUE 'HDR'.
               88  CRM-CUSTOMER                 VALUE 'CUS'.
               88  CRM-TRAILER                  VALUE 'TRL'.
           05  CRM-CUST-ID              PIC 9(6).
           05  CRM-ACTION               PIC X(1).
               88  CRM-ACTION-NEW               VALUE 'N'.
               88  CRM-ACTION-CHANGED           VALUE 'C'.
               88  CRM-ACTION-CLOSED            VALUE 'X'.
               88  CRM-ACTION-MERGED            VALUE 'M'.
           05  CRM-LAST-CHANGE-DATE     PIC X(10).
           05  CRM-NAME                 PIC X(30).
           05  CRM-ADDRESS              PIC X(30).
           05  CRM-CITY                 PIC X(20).
           05  CRM-STATE                PIC X(2).
           05  CRM-ZIP                  PIC X(10).
           05  CRM-EMAIL                PIC X(50).
           05  CRM-PHONE                PIC X(15).
           05  CRM-CREDIT-LIMIT         PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
           05  CRM-BALANCE              PIC S9(8)V99
                                        SIGN LEADING SEPARATE.
           05  CRM-STATUS               PIC X(1).
           05  CRM-PAYMENT-TERMS        PIC X(3).
           05  CRM-DIVISION             PIC X(2).
           05  CRM-OWNER-SLSP-ID        PIC 9(6).
           05  CRM-MERGED-INTO          PIC 9(6).
      *--------------------------------------------------------------*
      * WHAT MOVED - 'Y' WHEN ANY FIELD OF THE GROUP WAS CHANGED IN  *
      * THE WINDOW. ADDRESS IS STREET/CITY/STATE/ZIP; CONTACT IS     *
      * EMAIL/PHONE/DELIVERY PREFERENCE OR ANY CUSTOMER CONTACT      *
      * CHANGE (CONTMNT); TERMS IS PAYMENT TERMS,                    *
      * BILLING CYCLE AND CURRENCY; OWNER IS OWNER AND DIVISION;     *
      * SHIP-TO IS ANY SHIP-TO LOCATION CHANGE (SHIPMNT).            *
      *--------------------------------------------------------------*
           05  CRM-CHANGED-FIELDS.
               10  CRM-CHG-NAME         PIC X(1).
               10  CRM-CHG-ADDRESS      PIC X(1).
               10  CRM-CHG-CONTACT      PIC X(1).
               10  CRM-CHG-CREDIT       PIC X(1).
               10  CRM-CHG-BALANCE      PIC X(1).
               10  CRM-CHG-STATUS       PIC X(1).
               10  CRM-CHG-TERMS        PIC X(1).
               10  CRM-CHG-DISPUTE      PIC X(1).
               10  CRM-CHG-OWNER        PIC X(1).
               10  CRM-CHG-SHIPTO       PIC X(1).
           05  FILLER                   PIC X(23).
      *--------------------------------------------------------------*
      * HEADER - THE FEED'S DATE WINDOW. CRMH-RESEND IS 'Y' WHEN THE *
      * OPERATOR ASKED FOR A RESEND FROM AN EARLIER DATE, SO THE CRM *
      * KNOWS THE FEED MAY REPEAT CHANGES IT ALREADY HOLDS.          *
      *--------------------------------------------------------------*
       01  CRM-HEADER-RECORD REDEFINES CRM-DELTA-RECORD.
           05  CRMH-RECORD-TYPE         PIC X(3).
           05  CRMH-FEED-ID             PIC X(8).
           05  CRMH-CREATE-TS           PIC X(26).
           05  CRMH-FROM-DATE           PIC X(10).
           05  CRMH-TO-DATE             PIC X(10).
           05  CRMH-RESEND              PIC X(1).
           05  FILLER                   PIC X(192).
      *--------------------------------------------------------------*
      * TRAILER - CRMT-RECORD-COUNT IS THE 'CUS' RECORDS BETWEEN     *
      * HEADER AND TRAILER AND EQUALS THE SUM OF THE FOUR ACTION     *
      * COUNTS; CRMT-CUST-ID-HASH IS THE SUM OF THEIR CUSTOMER IDS.  *
      *--------------------------------------------------------------*
       01  CRM-TRAILER-RECORD REDEFINES CRM-DELTA-RECORD.
           05  CRMT-RECORD-TYPE         PIC X(3).
           05  CRMT-RECORD-COUNT        PIC 9(8).
           05  CRMT-NEW-COUNT           PIC 9(8).
           05  CRMT-CHANGED-COUNT       PIC 9(8).
           05  CRMT-CLOSED-COUNT        PIC 9(8).
           05  CRMT-MERGED-COUNT        PIC 9(8).
           05  CRMT-CUST-ID-HASH        PIC 9(12).
           05  FILLER                   PIC X(195).
