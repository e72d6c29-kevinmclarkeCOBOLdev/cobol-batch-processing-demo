               88  AUD-TRANS-WRITEOFF          VALUE 'W'.
               88  AUD-TRANS-ADJMEMO           VALUE 'J'.
               88  AUD-TRANS-DISPUTE           VALUE 'Q'.
               88  AUD-TRANS-OWNER             VALUE 'O'.
               88  AUD-TRANS-TEMP-LIMIT        VALUE 'T'.
      *        'L' ROWS ARE SHIP-TO LOCATION CHANGES (SHIPMNT) - THEY
      *        DESCRIBE THE SHIPTO FILE, NOT THE CUSTOMER MASTER, SO
      *        MASTER BACKOUT/RECOVERY MUST PASS THEM OVER
               88  AUD-TRANS-SHIPTO            VALUE 'L'.
      *        'K' ROWS ARE POSTED-SALE CORRECTIONS (SALECORR) - THEY
      *        DESCRIBE A SALE IN HISTORY, NOT THE CUSTOMER MASTER, SO
      *        MASTER BACKOUT/RECOVERY MUST PASS THEM OVER TOO
               88  AUD-TRANS-SALECORR          VALUE 'K'.
      *        'E' ROWS ARE AUTO-DEBIT MANDATE CHANGES (ACHMNT/ACHGEN) -
      *        THEY DESCRIBE THE MANDATE FILE, NOT THE CUSTOMER MASTER,
      *        SO MASTER BACKOUT/RECOVERY PASSES THEM OVER AS WELL
               88  AUD-TRANS-ADEBIT            VALUE 'E'.
      *        'X' ROWS ARE PRIVACY ERASURES (CUSTPURG ANONYMIZE) - THE
      *        OLD VALUE IS NEVER KEPT, SO BACKOUT CANNOT REVERSE ONE;
      *        FORWARD RECOVERY REPLAYS IT LIKE ANY OTHER UPDATE
               88  AUD-TRANS-ANONYMIZE         VALUE 'X'.
      *        'C' ROWS ARE CUSTOMER CONTACT CHANGES (CONTMNT) - THEY
      *        DESCRIBE THE CONTACT FILE, NOT THE CUSTOMER MASTER, SO
      *        MASTER BACKOUT/RECOVERY PASSES THEM OVER
               88  AUD-TRANS-CONTACT           VALUE 'C'.
           05  AUD-FIELD-NAME           PIC X(20).
           05  AUD-OLD-VALUE            PIC X(50).
           05  AUD-NEW-VALUE            PIC X(50).
