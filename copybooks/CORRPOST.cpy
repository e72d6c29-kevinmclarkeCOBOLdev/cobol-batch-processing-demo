      ******************************************************************
      * CORRPOST.CPY - POSTED SALE CORRECTION RECORD LAYOUT           *
      * ONE RECORD PER CORRECTION SALECORR APPLIED, APPENDED TO THE   *
      * POSTED-CORRECTION FILE (SALES.CORRECTIONS). IT CARRIES THE    *
      * WHOLE SALE AS POSTED (BEFORE) AND AS CORRECTED (AFTER), EACH  *
      * IN THE SALESREC LAYOUT, PLUS THE NET REVENUE AND TAX CHANGE:  *
      *   GLEXTRAC - BOOKS THE RECEIVABLE/REVENUE/TAX RECLASS FOR     *
      *              THE CORRECTIONS POSTED ON THE BUSINESS DATE      *
      *              FROM CP-SALE-DELTA AND CP-TAX-DELTA              *
      *   COMMCALC - REVERSES THE BEFORE IMAGE AND COMMISSIONS THE    *
      *              AFTER IMAGE ON ITS NEXT RUN, THEN MARKS THE      *
      *              RECORD COMMISSIONED SO NO LATER RUN REPEATS IT   *
      * THE CUSTOMER MASTER AUDIT TRAIL CARRIES THE SAME CORRECTION   *
      * FIELD BY FIELD AS TYPE 'K' ROWS.                              *
      * LENGTH: 350 BYTES                                             *
      ******************************************************************
       01  POSTED-CORRECTION-RECORD.
           05  CP-POSTED-DATE           PIC X(10).
           05  CP-POSTED-CYCLE          PIC X(02).
           05  CP-INVOICE-NO            PIC X(10).
           05  CP-OPERATOR-ID           PIC X(07).
           05  CP-REASON                PIC X(30).
      *    THE RUN DATE THE SALE WAS ARCHIVED ON - THE ARCHMTD AND
      *    ARCHCAT MONTH THE CORRECTION WAS ROLLED INTO
           05  CP-ARCH-DATE             PIC X(10).
           05  CP-DIVISION              PIC X(02).
      *    AFTER MINUS BEFORE - NEGATIVE WHEN THE SALE WAS OVERSTATED
           05  CP-SALE-DELTA            PIC S9(9)V99.
           05  CP-TAX-DELTA             PIC S9(8)V99.
           05  CP-BEFORE-IMAGE          PIC X(120).
           05  CP-AFTER-IMAGE           PIC X(120).
           05  CP-COMM-STATUS           PIC X(01).
               88  CP-COMM-PENDING              VALUE 'P'.
               88  CP-COMM-DONE                 VALUE 'C'.
           05  CP-COMM-DATE             PIC X(10).
           05  FILLER                   PIC X(07).
