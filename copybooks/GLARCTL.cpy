      ******************************************************************
      * GLARCTL.CPY - GL RECEIVABLES CONTROL HISTORY RECORD LAYOUT    *
      * THE GL JOURNAL INTERFACE IS REWRITTEN EVERY NIGHT, SO ARPROOF *
      * KEEPS ITS OWN RUNNING COPY OF WHAT GLEXTRAC BOOKED TO         *
      * ACCOUNTS RECEIVABLE - ONE RECORD PER DIVISION PER BUSINESS    *
      * DATE AND CYCLE WITH THAT NIGHT'S RECEIVABLES DEBITS AND       *
      * CREDITS IN USD. THE SUM OVER THE FILE IS THE GL RECEIVABLES   *
      * CONTROL BALANCE THE SUBLEDGER IS PROVED AGAINST. THE FIRST    *
      * RUN FINDS NO FILE AND OPENS THE CONTROL WITH ONE 'O' RECORD   *
      * PER DIVISION AT THE SUBLEDGER BALANCE STANDING BEFORE THAT    *
      * NIGHT'S JOURNAL, SO THE PROOF RUNS FORWARD FROM CUT-OVER. A   *
      * RERUN FOR A DATE AND CYCLE ALREADY ON FILE PROVES AGAIN BUT   *
      * DOES NOT APPEND. WHEN A NIGHT IS BACKED OUT, NIGHTBKO APPENDS *
      * A 'V' RECORD REVERSING EACH OF THE DATE'S 'J' POSTINGS (DEBIT *
      * AND CREDIT SWAPPED), AND THE RERUN NIGHT IS CARRIED IN AGAIN. *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  GL-AR-CONTROL-RECORD.
           05  GLA-RUN-DATE             PIC X(10).
           05  GLA-CYCLE-NO             PIC X(2).
           05  GLA-DIVISION             PIC X(2).
           05  GLA-ENTRY-TYPE           PIC X(1).
               88  GLA-OPENING-BALANCE          VALUE 'O'.
               88  GLA-JOURNAL-POSTING          VALUE 'J'.
               88  GLA-JOURNAL-VOIDED           VALUE 'V'.
           05  GLA-DEBIT                PIC 9(11)V99.
           05  GLA-CREDIT               PIC 9(11)V99.
           05  GLA-LINE-COUNT           PIC 9(5).
           05  FILLER                   PIC X(34).
