      * YET TOUCHED SINCE THE FIELD WAS CARVED) READS AS '01'.       *
      *--------------------------------------------------------------*
           05  CUST-DIVISION            PIC X(2).
      *--------------------------------------------------------------*
      * ACCOUNT OWNER - THE SALESPERSON (SLSPMAST) WHO OWNS THE      *
      * ACCOUNT, WHOEVER HAPPENS TO KEY ITS SALES. SET THROUGH       *
      * CUSTUPD ON AN ADD OR UPDATE, AND REASSIGNED IN BLOCKS BY     *
      * TERRALGN THROUGH CUSTUPD'S 'O' TRANSACTION, BOTH WITH AUDIT  *
      * RECORDS. DATAVAL WARNS ON A SALE CREDITED TO ANYONE ELSE.    *
      * SPACES OR ZERO (A RECORD NOT YET TOUCHED SINCE THE FIELD WAS *
      * CARVED) READS AS UNASSIGNED.                                 *
      *--------------------------------------------------------------*
           05  CUST-OWNER-SLSP-ID       PIC 9(6).
      *--------------------------------------------------------------*
      * TEMPORARY CREDIT LIMIT - A SEASONAL OR ONE-ORDER INCREASE    *
      * GRANTED THROUGH CUSTUPD'S 'T' TRANSACTION. WHILE ONE IS IN   *
      * FORCE CUST-CREDIT-LIMIT HOLDS THE RAISED FIGURE, CUST-BASE-  *
      * LIMIT THE PERMANENT ONE IT REPLACED, AND CUST-TEMP-EXPIRY    *
      * (YYYYMMDD) THE DATE IT ENDS. ON THAT DATE LIMEXPR FEEDS      *
      * CUSTUPD THE 'T' THAT PUTS THE BASE LIMIT BACK, AUDITED LIKE  *
      * ANY OTHER LIMIT CHANGE. AN EXPIRY OF ZERO OR SPACES (A       *
      * RECORD NOT YET TOUCHED SINCE THE FIELDS WERE CARVED) MEANS   *
      * THE LIMIT IS PERMANENT AND THE BASE LIMIT IS NOT USED.       *
      *--------------------------------------------------------------*
           05  CUST-BASE-LIMIT          PIC 9(8)V99.
           05  CUST-TEMP-EXPIRY         PIC 9(8).
