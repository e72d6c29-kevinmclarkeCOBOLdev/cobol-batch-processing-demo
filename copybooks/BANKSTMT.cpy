      ******************************************************************
      * BANKSTMT.CPY - BANK STATEMENT DETAIL RECORD LAYOUT            *
      * THE BANK'S PRIOR-DAY STATEMENT FILE FOR THE DEPOSIT ACCOUNT,  *
      * ONE 'DTL' RECORD PER STATEMENT LINE BETWEEN AN 'HDR' AND A    *
      * 'TRL' (SEE BANKCTL). BANKRECN RECONCILES IT AGAINST CASHAPP'S *
      * DEPOSIT EXTRACT (DEPOSITX).                                   *
      *                                                               *
      * TRAN CODE:   'DEP' DEPOSIT CREDITED - BNK-DEPOSIT-REF IS THE  *
      *                    DEPOSIT SLIP NUMBER, WHICH THE DESK WRITES *
      *                    AS THE PAY-DEPOSIT-NO OF THE BATCH         *
      *              'RET' RETURNED ITEM DEBITED - BNK-DEPOSIT-REF IS *
      *                    THE SLIP THE ITEM WAS FIRST DEPOSITED ON,  *
      *                    OR ZERO WHEN THE BANK DOES NOT SAY         *
      *              'FEE' SERVICE CHARGE DEBITED                     *
      * AMOUNTS ARE UNSIGNED - THE TRAN CODE SAYS WHICH WAY THEY MOVE.*
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BNK-RECORD-TYPE          PIC X(3).
               88  BNK-DETAIL                   VALUE 'DTL'.
           05  BNK-TRAN-CODE            PIC X(3).
               88  BNK-DEPOSIT-CREDIT           VALUE 'DEP'.
               88  BNK-RETURNED-ITEM            VALUE 'RET'.
               88  BNK-SERVICE-FEE              VALUE 'FEE'.
           05  BNK-POST-DATE            PIC X(10).
           05  BNK-AMOUNT               PIC 9(9)V99.
           05  BNK-DEPOSIT-REF          PIC 9(6).
           05  BNK-BANK-REF             PIC X(16).
           05  BNK-DESCRIPTION          PIC X(20).
           05  FILLER                   PIC X(11).
