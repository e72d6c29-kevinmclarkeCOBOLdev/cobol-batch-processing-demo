      * COMMHIST.CPY - COMMISSION POSTING/PAYMENT HISTORY RECORD      *
      * ONE RECORD PER LEDGER EVENT - A COMMOUT PAYABLE POSTED ('P'), *
      * A CLAWBACK NETTED ('C'), OR A PAYMENT ISSUED ('Y') - WRITTEN  *
      * BY COMMDISB AS IT MOVES THE LEDGER (AND A RELEASED MANUAL     *
      * ADJUSTMENT ('A') WRITTEN BY COMMADJ), BECAUSE COMMLEDG ITSELF *
      * ONLY KEEPS THE LAST PAYMENT'S DATE AND CHECK NUMBER AND THE   *
      * MOMENT A SECOND CYCLE PAID, THE FIRST PAYMENT'S DETAILS WERE  *
      * GONE. COMMSTMT PRINTS THE PER-SALESPERSON CYCLE STATEMENTS    *
      * AND THE YEAR-END EARNINGS SUMMARY FROM THIS FILE; COMMYEND    *
      * THE ANNUAL EARNINGS STATEMENTS AND THE TAX-REPORTING EXTRACT. *
      * A PAY-ON-COLLECTION SALE ADDS TWO MORE, WRITTEN BY COMMDISB'S *
      * POST FROM COMMPEND: COMMISSION EARNED AS THE SALE'S OPEN ITEM *
      * WAS PAID ('E' - IT MOVES THE BALANCE DUE LIKE A POSTING) AND  *
      * COMMISSION FORFEITED WHEN THE ITEM WAS WRITTEN OFF, CREDITED, *
      * OR RETURNED INSTEAD ('F' - NEVER PAYABLE, SO THE BALANCE DUE  *
      * DOES NOT MOVE; CHX-BALANCE-AFTER JUST REPEATS IT). BOTH CARRY *
      * THE INVOICE NUMBER WHERE A PAYMENT CARRIES ITS CHECK NUMBER   *
      * AND THE DATE THE ITEM WAS RELIEVED WHERE A POSTING CARRIES    *
      * ITS RUN DATE.                                                 *
      * LENGTH: 70 BYTES                                              *
      ******************************************************************
       01  COMM-HISTORY-RECORD.
               88  CHX-EVENT-POSTING            VALUE 'P'.
               88  CHX-EVENT-CLAWBACK           VALUE 'C'.
               88  CHX-EVENT-PAYMENT            VALUE 'Y'.
               88  CHX-EVENT-ADJUSTMENT         VALUE 'A'.
               88  CHX-EVENT-EARNED-ON-COLL     VALUE 'E'.
               88  CHX-EVENT-FORFEITED          VALUE 'F'.
           05  CHX-RUN-DATE             PIC X(10).
      *--------------------------------------------------------------*
      * ON AN ADJUSTMENT ('A') THE RUN DATE CARRIES THE REASON CODE  *
      * AND THE CHECK NUMBER THE REFERENCE IT WAS AGREED ON          *
      *--------------------------------------------------------------*
           05  CHX-ADJ-REASON-DATA REDEFINES CHX-RUN-DATE.
               10  CHX-ADJ-REASON-CODE  PIC X(4).
               10  FILLER               PIC X(6).
           05  CHX-AMOUNT               PIC S9(9)V99.
           05  CHX-CHECK-NO             PIC X(10).
           05  CHX-ADJ-REFERENCE REDEFINES CHX-CHECK-NO
                                        PIC X(10).
           05  CHX-INVOICE-NO REDEFINES CHX-CHECK-NO
                                        PIC X(10).
           05  CHX-BALANCE-AFTER        PIC S9(9)V99.
      *--------------------------------------------------------------*
      * THE PART OF A POSTING OR CLAWBACK'S CHX-AMOUNT THAT WAS A    *
      * MANAGER OVERRIDE (COM-OVERRIDE-AMOUNT), CARVED FROM THE      *
      * FILLER; ZERO ON A PAYMENT. SPACES (HISTORY WRITTEN BEFORE    *
      * THE FIELD EXISTED) READS AS ZERO. COMMYEND PRINTS IT AS ITS  *
      * OWN LINE ON THE ANNUAL EARNINGS STATEMENT.                   *
      *--------------------------------------------------------------*
           05  CHX-OVERRIDE-AMOUNT      PIC S9(7)V99.
           05  FILLER                   PIC X(2).
