      ******************************************************************
      * ADCTLCRD.CPY - AUTO-DEBIT CONTROL CARD RECORD                 *
      * ONE RECORD NAMING US TO THE BANK AS THE ORIGINATOR OF THE     *
      * NIGHTLY DEBIT FILE ACHGEN BUILDS - OUR BANK'S ROUTING NUMBER, *
      * THE COMPANY ID THE BANK ASSIGNED US, AND THE COMPANY NAME THE *
      * CUSTOMER SEES ON THEIR STATEMENT - PLUS THE NUMBER OF         *
      * INSUFFICIENT-FUNDS RETURNS THAT DROPS A CUSTOMER OUT OF THE   *
      * PROGRAM (ZERO OR NOT NUMERIC MEANS THE HOUSE DEFAULT OF 2).   *
      * REQUIRED, LIKE PPCTLCRD - A DEBIT FILE WITHOUT AN ORIGINATOR  *
      * IS REJECTED BY THE BANK ON RECEIPT.                           *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  AUTO-DEBIT-CONTROL-CARD.
           05  ADCC-ORIGIN-BANK-ID      PIC X(9).
           05  ADCC-COMPANY-ID          PIC X(10).
           05  ADCC-COMPANY-NAME        PIC X(16).
           05  ADCC-NSF-LIMIT           PIC 9(2).
           05  FILLER                   PIC X(43).
