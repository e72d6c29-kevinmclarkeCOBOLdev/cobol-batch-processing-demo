      ******************************************************************
      * BANKOPEN.CPY - UNRECONCILED BANK ITEM (CARRY-FORWARD) LAYOUT  *
      * EVERYTHING A BANKRECN RUN COULD NOT MATCH IS WRITTEN HERE AND *
      * READ BACK BY THE NEXT RUN, SO A DEPOSIT THE BANK CREDITS A DAY*
      * LATE STILL FINDS ITS BOOK ENTRY, AND THE AGED LIST OF         *
      * DIFFERENCES FOLLOWS TREASURY FROM DAY TO DAY UNTIL CLEARED.   *
      *                                                               *
      * SIDE:  'C' CONTROL - ALWAYS FIRST; BOI-ITEM-DATE IS THE LAST  *
      *            STATEMENT DATE RECONCILED, SO THE SAME STATEMENT   *
      *            CANNOT BE RUN TWICE                                *
      *        'B' BANK-ONLY - ON THE STATEMENT, NOT IN THE BOOKS     *
      *        'K' BOOK-ONLY - IN THE BOOKS, NOT YET ON A STATEMENT   *
      * TYPE:  'DEP' A DEPOSIT, 'RET' A RETURNED ITEM (BANK SIDE) OR  *
      *        A CASHAPP 'V' REVERSAL (BOOK SIDE)                     *
      * BOI-FIRST-SEEN-DATE IS THE STATEMENT DATE OF THE RUN THAT     *
      * FIRST FAILED TO MATCH THE ITEM; THE AGE IS COUNTED FROM       *
      * BOI-ITEM-DATE.                                                *
      * LENGTH: 100 BYTES                                             *
      ******************************************************************
       01  BANK-OPEN-ITEM-RECORD.
           05  BOI-SIDE                 PIC X(1).
               88  BOI-CONTROL                  VALUE 'C'.
               88  BOI-BANK-ONLY                VALUE 'B'.
               88  BOI-BOOK-ONLY                VALUE 'K'.
           05  BOI-ITEM-TYPE            PIC X(3).
           05  BOI-DEPOSIT-NO           PIC 9(6).
           05  BOI-ITEM-DATE            PIC X(10).
           05  BOI-AMOUNT               PIC 9(9)V99.
           05  BOI-CUST-ID              PIC 9(6).
           05  BOI-BANK-REF             PIC X(16).
           05  BOI-FIRST-SEEN-DATE      PIC X(10).
           05  BOI-REASON               PIC X(20).
           05  FILLER                   PIC X(17).
