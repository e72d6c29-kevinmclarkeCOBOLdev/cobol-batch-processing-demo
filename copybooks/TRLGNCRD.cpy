      ******************************************************************
      * TRLGNCRD.CPY - TERRITORY REALIGNMENT CARD RECORD              *
      * ONE CARD PER BLOCK OF ACCOUNTS TO MOVE, READ BY TERRALGN.     *
      * A CARD SELECTS ACCOUNTS BY THEIR CURRENT OWNER, BY THE        *
      * CURRENT OWNER'S HOME REGION (SLSP-HOME-REGION), OR - FOR THE  *
      * FIRST ASSIGNMENT OF A BOOK - BY HAVING NO OWNER AT ALL, AND    *
      * MAY NARROW ANY OF THOSE TO ONE STATE. SPACES/ZEROS IN A       *
      * SELECTION FIELD MEAN "DO NOT FILTER ON IT", BUT A CARD MUST   *
      * CARRY AT LEAST ONE OF OWNER, REGION, OR UNOWNED. WHEN MORE    *
      * THAN ONE CARD SELECTS AN ACCOUNT THE FIRST CARD IN THE DECK   *
      * WINS.                                                         *
      *                                                                *
      * MODE:        'P' PREVIEW (REPORT ONLY, NOTHING WRITTEN)       *
      *              'A' APPLY (EMIT CUSTUPD 'O' TRANSACTIONS)        *
      * EFFECTIVE:   YYYY-MM-DD. A CARD DATED AFTER THE BUSINESS DATE *
      *              IS HELD - REPORTED, NOTHING EMITTED - SO A DECK  *
      *              CAN BE STAGED AHEAD AND RERUN ON THE DAY.        *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  REALIGNMENT-CARD.
           05  TRC-MODE                 PIC X(1).
               88  TRC-MODE-PREVIEW             VALUE 'P'.
               88  TRC-MODE-APPLY               VALUE 'A'.
           05  TRC-EFFECTIVE-DATE       PIC X(10).
           05  TRC-FROM-SLSP-ID         PIC 9(6).
           05  TRC-FROM-REGION          PIC X(10).
           05  TRC-UNOWNED-SW           PIC X(1).
               88  TRC-UNOWNED-ONLY             VALUE 'Y'.
           05  TRC-SEL-STATE            PIC X(2).
           05  TRC-TO-SLSP-ID           PIC 9(6).
           05  TRC-REASON               PIC X(30).
           05  FILLER                   PIC X(14).
