      ******************************************************************
      * DISTLOG.CPY - REPORT DISTRIBUTION LOG RECORD LAYOUT           *
      * RPTBURST APPENDS ONE RECORD PER REPORT FOR EVERY RECIPIENT IT *
      * BURSTS FOR - WHAT WENT TO WHOM, AND WHY NOTHING DID WHEN      *
      * NOTHING DID. THE LOG ACCUMULATES ACROSS NIGHTS LIKE THE RUN   *
      * LOG DOES.                                                     *
      * DLOG-OUTCOME:                                                 *
      *   'D' - DELIVERED - AT LEAST ONE ENTITLED LINE WENT OUT       *
      *   'E' - NOTHING ON THE REPORT FELL WITHIN THE ENTITLEMENTS    *
      *   'M' - THE REPORT WAS NOT PRODUCED FOR THIS RUN              *
      *   'X' - THE RECIPIENT DECLINES THIS REPORT                    *
      * WITHHELD COUNTS THE REPORT LINES OUTSIDE THE ENTITLEMENTS;    *
      * HEADINGS AND SPACING LINES ARE NOT COUNTED EITHER WAY.        *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  DISTRIBUTION-LOG-RECORD.
           05  DLOG-RUN-DATE            PIC X(10).
           05  DLOG-CYCLE-NO            PIC X(2).
           05  DLOG-TIMESTAMP           PIC X(26).
           05  DLOG-RECIPIENT-ID        PIC X(8).
           05  DLOG-EMAIL               PIC X(50).
           05  DLOG-REPORT-ID           PIC X(8).
           05  DLOG-OUTCOME             PIC X(1).
               88  DLOG-DELIVERED                   VALUE 'D'.
               88  DLOG-NOTHING-ENTITLED            VALUE 'E'.
               88  DLOG-NOT-PRODUCED                VALUE 'M'.
               88  DLOG-DECLINED                    VALUE 'X'.
           05  DLOG-LINES-DELIVERED     PIC 9(7).
           05  DLOG-LINES-WITHHELD      PIC 9(7).
           05  FILLER                   PIC X(1).
