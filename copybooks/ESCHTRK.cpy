      ******************************************************************
      * ESCHTRK.CPY - UNCLAIMED-PROPERTY TRACKING RECORD LAYOUT       *
      * ONE RECORD PER CUSTOMER ESCHEAT HAS EVER FOUND HOLDING A      *
      * DORMANT CREDIT BALANCE, KEYED ON EST-CUST-ID. THE RECORD IS   *
      * THE DUE-DILIGENCE FILE: WHEN THE OWNER WAS WRITTEN TO, FOR    *
      * HOW MUCH, AND WHAT BECAME OF IT.                              *
      *   'L' LETTER OUT - DUE-DILIGENCE LETTER SENT (OR, BELOW THE   *
      *       STATE'S LETTER MINIMUM, THE CREDIT FOUND DORMANT -      *
      *       EST-LETTER-SENT 'N'); WAITING OUT THE STATE'S PERIOD    *
      *   'C' CLAIMED - THE OWNER SHOWED ACTIVITY, OR THE CREDIT WAS  *
      *       REFUNDED OR USED, BEFORE IT WAS REPORTED                *
      *   'R' REMITTED - ON THE HOLDER REPORT FOR EST-REPORT-YEAR AND *
      *       WRITTEN OFF BY AN 'ESCH' ADJUSTMENT MEMO                *
      * EST-STATUS-DATE IS THE BUSINESS DATE OF THE LAST CHANGE.      *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  ESCHEAT-TRACK-RECORD.
           05  EST-CUST-ID              PIC 9(6).
           05  EST-STATE                PIC X(2).
           05  EST-STATUS               PIC X(1).
               88  EST-LETTER-OUT               VALUE 'L'.
               88  EST-CLAIMED                  VALUE 'C'.
               88  EST-REMITTED                 VALUE 'R'.
           05  EST-LAST-ACTIVITY        PIC X(10).
           05  EST-LETTER-DATE          PIC X(10).
           05  EST-LETTER-SENT          PIC X(1).
               88  EST-LETTER-MAILED            VALUE 'Y'.
           05  EST-DORMANT-AMOUNT       PIC 9(8)V99.
           05  EST-STATUS-DATE          PIC X(10).
           05  EST-REMIT-AMOUNT         PIC 9(8)V99.
           05  EST-REPORT-YEAR          PIC 9(4).
           05  FILLER                   PIC X(16).
