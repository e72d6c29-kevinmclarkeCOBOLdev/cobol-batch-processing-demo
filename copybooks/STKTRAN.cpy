      ******************************************************************
      * STKTRAN.CPY - WAREHOUSE STOCK TRANSACTION RECORD LAYOUT       *
      * ONE RECORD PER WAREHOUSE MOVEMENT KEYED BY THE WAREHOUSE AND  *
      * POSTED TO THE ON-HAND FILE (STKMAST) BY STKPOST. SALES AND    *
      * RETURNS NEVER COME THROUGH HERE - STKPOST TAKES THOSE         *
      * STRAIGHT OFF DATAVAL'S CLEAN OUTPUT.                          *
      *   'R' RECEIPT     - QUANTITY RECEIVED, GREATER THAN ZERO      *
      *   'A' ADJUSTMENT  - SIGNED CORRECTION (CYCLE COUNT, DAMAGE,   *
      *                     SHRINKAGE); MAY NOT DRIVE ON-HAND BELOW   *
      *                     ZERO                                      *
      *   'P' REORDER PT  - QUANTITY IS THE NEW REORDER POINT         *
      * LENGTH: 60 BYTES                                              *
      ******************************************************************
       01  STOCK-TRANSACTION-RECORD.
           05  STT-TRANS-TYPE           PIC X(1).
               88  STT-RECEIPT                  VALUE 'R'.
               88  STT-ADJUSTMENT               VALUE 'A'.
               88  STT-REORDER-POINT            VALUE 'P'.
           05  STT-PROD-CODE            PIC X(10).
           05  STT-TRANS-DATE           PIC X(10).
           05  STT-QUANTITY             PIC S9(7).
      *    RECEIVER, PURCHASE ORDER, OR COUNT-SHEET NUMBER
           05  STT-REFERENCE            PIC X(10).
           05  STT-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(15).
