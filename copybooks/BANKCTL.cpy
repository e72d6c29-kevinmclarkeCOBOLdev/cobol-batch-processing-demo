      ******************************************************************
      * BANKCTL.CPY - BANK STATEMENT FILE CONTROL RECORD LAYOUT       *
      * THE STATEMENT FILE OPENS WITH AN 'HDR' RECORD (ACCOUNT AND    *
      * STATEMENT DATE) AND CLOSES WITH A 'TRL' RECORD (DETAIL COUNT, *
      * TOTAL CREDITS, TOTAL DEBITS), BOTH THE SAME 80 BYTES AS THE   *
      * BANKSTMT DETAIL BETWEEN THEM - THE SAME HDR/TRL CONVENTION    *
      * PAYCTL GAVE THE PAYMENT FILE. BANKRECN PROVES THE TRAILER     *
      * BEFORE IT MATCHES OR CARRIES ANYTHING FORWARD.                *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  BANK-CONTROL-RECORD.
           05  BCTL-RECORD-TYPE         PIC X(3).
               88  BCTL-HEADER                  VALUE 'HDR'.
               88  BCTL-TRAILER                 VALUE 'TRL'.
           05  BCTL-ACCOUNT-NO          PIC X(16).
           05  BCTL-STATEMENT-DATE      PIC X(10).
           05  BCTL-DETAIL-COUNT        PIC 9(8).
           05  BCTL-CREDIT-TOTAL        PIC 9(13)V99.
           05  BCTL-DEBIT-TOTAL         PIC 9(13)V99.
           05  FILLER                   PIC X(13).
