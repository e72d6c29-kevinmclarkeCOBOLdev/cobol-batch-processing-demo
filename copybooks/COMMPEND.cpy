      ******************************************************************
      * COMMPEND.CPY - COMMISSION PENDING ON COLLECTION RECORD        *
      * ONE RECORD PER SALE (OR SPLIT SHARE) PRICED UNDER A PLAN ROW  *
      * THAT PAYS ON COLLECTION (CPL-PAY-ON-COLLECTION), KEYED ON THE *
      * INVOICE NUMBER AND THE SALESPERSON, SO A SPLIT SALE CARRIES   *
      * ONE RECORD PER REP AND ALL OF THEM SIT TOGETHER UNDER THE     *
      * INVOICE THE OPEN ITEM'S OI-REFERENCE NAMES. COMMCALC BOOKS    *
      * THE SALE'S WHOLE COMMISSION HERE INSTEAD OF ON COMMOUT; AS    *
      * THE SALE'S OPEN ITEM IS RELIEVED, THE SAME SHARE OF THE       *
      * COMMISSION MOVES OUT OF PENDING:                              *
      *   CASHAPP  - CASH RECEIVED EARNS IT (CPN-EARNED)              *
      *   CUSTUPD  - A BAD-DEBT WRITE-OFF FORFEITS IT                 *
      *   ADJAPPLY - A CREDIT MEMO FORFEITS IT                        *
      *   OPENPOST - A RETURN NETTED AGAINST THE ITEM FORFEITS IT;    *
      *              ONE OF GOODS ALREADY PAID FOR TAKES THEIR SHARE  *
      *              BACK OUT OF CPN-EARNED AS FORFEITED              *
      * THE RELIEF THAT CLOSES THE ITEM TAKES WHATEVER IS STILL       *
      * PENDING, SO EARNED PLUS FORFEITED ALWAYS COMES BACK TO THE    *
      * COMMISSION TO THE PENNY. COMMDISB'S POST ACTION SWEEPS THE    *
      * NOT-YET-POSTED AMOUNTS INTO THE PAYABLES LEDGER AND THE       *
      * HISTORY ('E' EARNED ON COLLECTION, 'F' FORFEITED) AND ZEROES  *
      * THEM; COMMSTMT PRINTS WHAT IS STILL PENDING FROM THIS FILE.   *
      * STILL PENDING = CPN-COMMISSION - CPN-EARNED - CPN-FORFEITED.  *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  COMM-PENDING-RECORD.
           05  CPN-KEY.
               10  CPN-INVOICE-NO       PIC X(10).
               10  CPN-SALESPERSON-ID   PIC 9(6).
           05  CPN-SALESPERSON-NAME     PIC X(20).
           05  CPN-CUST-ID              PIC 9(6).
           05  CPN-SALE-DATE            PIC X(10).
      *        THIS REP'S SHARE OF THE GOODS - FOR THE STATEMENT ONLY;
      *        EARNING FOLLOWS THE OPEN ITEM'S OI-ORIG-AMOUNT
           05  CPN-SALE-AMOUNT          PIC 9(8)V99.
           05  CPN-COMMISSION           PIC S9(7)V99.
           05  CPN-EARNED               PIC S9(7)V99.
           05  CPN-FORFEITED            PIC S9(7)V99.
      *--------------------------------------------------------------*
      * EARNED OR FORFEITED SINCE COMMDISB LAST SWEPT THE FILE -     *
      * ZEROED BY THE SWEEP ONCE THE LEDGER AND HISTORY CARRY THEM   *
      *--------------------------------------------------------------*
           05  CPN-EARNED-UNPOSTED      PIC S9(7)V99.
           05  CPN-FORFEIT-UNPOSTED     PIC S9(7)V99.
           05  CPN-STATUS               PIC X(1).
               88  CPN-STILL-PENDING            VALUE 'P'.
               88  CPN-SETTLED                  VALUE 'S'.
           05  CPN-LAST-ACTIVITY-DATE   PIC X(10).
           05  FILLER                   PIC X(2).
