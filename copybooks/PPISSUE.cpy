      ******************************************************************
      * PPISSUE.CPY - POSITIVE-PAY ISSUE FILE RECORD LAYOUTS          *
      * THE FILE THE BANK LOADS INTO ITS POSITIVE-PAY SERVICE: EVERY  *
      * CHECK WE ISSUE, AND EVERY CHECK WE CANCEL, BEFORE IT CAN BE   *
      * PRESENTED. THE BANK PAYS ONLY A CHECK WHOSE NUMBER AND AMOUNT *
      * MATCH AN ISSUE ON FILE AND THAT HAS NO VOID OR STOP AGAINST IT.*
      * AN 'HDR' RECORD OPENS THE FILE AND A 'TRL' RECORD CLOSES IT,  *
      * THE SAME CONVENTION AS PAYCTL; THE TRAILER CARRIES THE DETAIL *
      * COUNT AND THE ISSUE AND CANCEL TOTALS SEPARATELY SO THE BANK  *
      * CAN PROVE THE FILE BEFORE LOADING IT.                         *
      * DETAIL ISSUE CODES:                                           *
      *   I - CHECK ISSUED                                            *
      *   V - CHECK VOIDED (NEVER RELEASED, OR DESTROYED)             *
      *   S - STOP PAYMENT (RELEASED, REPORTED LOST OR STOLEN)        *
      * AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; DATES ARE     *
      * YYYYMMDD.                                                     *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PPY-RECORD-TYPE          PIC X(3).
               88  PPY-DETAIL                   VALUE 'DTL'.
           05  PPY-ACCOUNT-NO           PIC X(16).
           05  PPY-CHECK-NO             PIC 9(10).
           05  PPY-ISSUE-CODE           PIC X(1).
               88  PPY-ISSUE                    VALUE 'I'.
               88  PPY-VOID                     VALUE 'V'.
               88  PPY-STOP                     VALUE 'S'.
           05  PPY-AMOUNT               PIC 9(10)V99.
           05  PPY-ISSUE-DATE           PIC X(8).
           05  PPY-PAYEE-NAME           PIC X(30).

       01  POSITIVE-PAY-CONTROL.
           05  PPYC-RECORD-TYPE         PIC X(3).
               88  PPYC-HEADER                  VALUE 'HDR'.
               88  PPYC-TRAILER                 VALUE 'TRL'.
           05  PPYC-BANK-ID             PIC X(9).
           05  PPYC-ACCOUNT-NO          PIC X(16).
           05  PPYC-FILE-DATE           PIC X(8).
           05  PPYC-DETAIL-COUNT        PIC 9(8).
           05  PPYC-ISSUE-TOTAL         PIC 9(12)V99.
           05  PPYC-CANCEL-TOTAL        PIC 9(12)V99.
           05  FILLER                   PIC X(8).
