      * SO A MID-PERIOD RATE CHANGE ONLY REPRICES SALES DATED ON OR   *
      * AFTER IT. THE RATE IS A FRACTION (0700 = 7 PERCENT), THE      *
      * SAME SCALE THE OLD COMPILED-IN RATES USED.                    *
      * TAX-FREIGHT-TAXABLE SAYS WHETHER THE JURISDICTION TAXES THE   *
      * FREIGHT AND HANDLING BILLED ON A SALE: 'Y' TAXES IT AT THE    *
      * SAME RATE AS THE GOODS; ANYTHING ELSE (SPACES ON AN OLDER     *
      * ROW) LEAVES FREIGHT UNTAXED, AS DOES A SALE TAXED AT A        *
      * BUILT-IN DEFAULT RATE BECAUSE NO ROW COVERS IT.               *
      * LENGTH: 50 BYTES                                              *
      ******************************************************************
       01  TAX-RATE-RECORD.
           05  TAX-REGION               PIC X(10).
           05  TAX-EFFECTIVE-DATE       PIC X(10).
           05  TAX-RATE                 PIC V9999.
           05  TAX-FREIGHT-TAXABLE      PIC X(1).
               88  TAX-FREIGHT-IS-TAXABLE           VALUE 'Y'.
           05  FILLER                   PIC X(25).
