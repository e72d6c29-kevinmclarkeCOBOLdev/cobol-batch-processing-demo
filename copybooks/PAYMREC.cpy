      * RECORD KEYED BEFORE THE FIELD EXISTED) READS AS A RECEIPT.    *
      * 'V' IS A REVERSAL - THE BANK BOUNCED A CHECK - WHICH CASHAPP  *
      * POSTS BY ADDING PAY-AMOUNT BACK TO CUST-BALANCE WITH ITS OWN  *
      * AUDIT RECORDS AND REOPENING THE ITEMS THE RECEIPT PAID,       *
      * INSTEAD OF THE DESK KEYING A FAKE OFFSETTING RECEIPT THAT     *
      * CORRUPTED THE DEPOSIT REGISTER TOTALS. A REVERSAL CARRIES THE *
      * ORIGINAL RECEIPT'S DEPOSIT NUMBER (AND CHECK NUMBER) SO THE   *
      * RECEIPT'S APPLICATIONS CAN BE FOUND.                          *
      *--------------------------------------------------------------*
           05  PAY-TRANS-TYPE           PIC X(1).
               88  PAY-TYPE-RECEIPT             VALUES 'P' ' '.
      * TRANS-OPERATOR-ID FLOWS THROUGH CUSTUPD'S.                    *
      *--------------------------------------------------------------*
           05  PAY-OPERATOR-ID          PIC X(7).
      *--------------------------------------------------------------*
      * CHECK NUMBER OFF THE REMITTANCE, CARVED FROM THE FILLER.      *
      * CARRIED ONTO EACH APPLICATION HISTORY RECORD SO A CUSTOMER'S  *
      * "WHAT DID MY CHECK COVER" CAN BE ANSWERED. SPACES ON ACH,     *
      * WIRE, AND CASH RECEIPTS AND ON ANYTHING KEYED BEFORE IT.      *
      *--------------------------------------------------------------*
           05  PAY-CHECK-NO             PIC X(7).
