      ******************************************************************
      * DISTMAST.CPY - REPORT DISTRIBUTION MASTER RECORD LAYOUT       *
      * ONE RECORD PER PERSON WHO RECEIVES THE PRINTED REPORTS.       *
      * RPTBURST SPLITS EACH NIGHT'S PRINT FILES INTO ONE FILE PER    *
      * ACTIVE RECIPIENT, CARRYING ONLY THE LINES THEIR ENTITLEMENTS  *
      * COVER. DIST-ENT-TYPE:                                         *
      *   'A' - THE WHOLE COMPANY - EVERY LINE, INCLUDING THE GRAND   *
      *         TOTALS AND THE COMPANY-WIDE REPORTS                   *
      *   'R' - ONE SALES REGION (A REG-CODE FROM REGNMAST)           *
      *   'D' - ONE DIVISION ('01' HOME BOOK, '02' ACQUIRED BOOK)     *
      *   'T' - ONE SALES TEAM - THE SALESPERSON NAMED (SLSP-ID IN    *
      *         THE FIRST SIX BYTES) AND EVERY REP WHOSE              *
      *         SLSP-MANAGER-ID IS THAT SALESPERSON                   *
      * A SALES LINE IS PLACED BY THE REP AND REGION IT WAS BOOKED    *
      * UNDER; A CUSTOMER LINE BY THE ACCOUNT'S DIVISION, ITS OWNING  *
      * SALESPERSON, AND THAT REP'S HOME REGION. A REPORT FLAG OF 'N' *
      * DECLINES THAT REPORT ALTOGETHER. AN INACTIVE RECIPIENT ('I')  *
      * IS NOT BURST FOR. MAINTAINED THE SAME WAY REGNMAST AND        *
      * SLSPMAST ARE.                                                 *
      * LENGTH: 250 BYTES                                             *
      ******************************************************************
       01  DISTRIBUTION-RECORD.
           05  DIST-RECIPIENT-ID        PIC X(8).
           05  DIST-NAME                PIC X(30).
           05  DIST-EMAIL               PIC X(50).
           05  DIST-STATUS              PIC X(1).
               88  DIST-ACTIVE                      VALUE 'A'.
               88  DIST-INACTIVE                    VALUE 'I'.
      *--------------------------------------------------------------*
      * ONE FLAG PER BURST REPORT, IN RPTBURST'S ORDER: SALESRPT,
      * ARAGING, EXCPRPT, DUNNING CONTROL REPORT, SEGRPT.
      *--------------------------------------------------------------*
           05  DIST-REPORT-FLAGS.
               10  DIST-WANTS-SALESRPT  PIC X(1).
               10  DIST-WANTS-ARAGING   PIC X(1).
               10  DIST-WANTS-EXCPRPT   PIC X(1).
               10  DIST-WANTS-DUNRPT    PIC X(1).
               10  DIST-WANTS-SEGRPT    PIC X(1).
           05  DIST-REPORT-FLAG REDEFINES DIST-REPORT-FLAGS
                                        PIC X(1) OCCURS 5 TIMES.
           05  DIST-ENTITLEMENT OCCURS 10 TIMES.
               10  DIST-ENT-TYPE        PIC X(1).
                   88  DIST-ENT-ALL                 VALUE 'A'.
                   88  DIST-ENT-REGION              VALUE 'R'.
                   88  DIST-ENT-DIVISION            VALUE 'D'.
                   88  DIST-ENT-TEAM                VALUE 'T'.
               10  DIST-ENT-VALUE       PIC X(10).
           05  FILLER                   PIC X(46).
