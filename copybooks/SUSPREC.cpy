      * BYTES. SUSP-STATUS TRACKS WHETHER THE RECORD HAS ALREADY BEEN  *
      * PULLED BACK INTO A RESUBMISSION BATCH BY SUSPRESB SO THE SAME  *
      * RECORD DOESN'T GET RESUBMITTED TWICE.                          *
      * LENGTH: 204 BYTES                                              *
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-TIMESTAMP           PIC X(26).
      *    RESUBMISSION KEEPS THE ACQUIRED BOOK'S '02' STAMP. SPACES
      *    (PRE-DIVISION ENTRIES) READS AS '01'.
           05  SUSP-DIVISION            PIC X(2).
      *    FREIGHT BILLED ON THE REJECTED SALE, SO A RESUBMISSION
      *    STILL BILLS IT. THE RECORD GREW BY THESE 8 BYTES (196 TO
      *    204) - THERE WAS NO FILLER LEFT TO CARVE THEM FROM.
           05  SUSP-FREIGHT-AMOUNT      PIC 9(6)V99.
           05  FILLER                   PIC X(2).
