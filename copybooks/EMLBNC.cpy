      ******************************************************************
      * EMLBNC.CPY - EMAIL SERVER BOUNCE RECORD                       *
      * ONE RECORD PER STATEMENT OR DUNNING EMAIL THE RECEIVING       *
      * SERVER REFUSED, KEYED BY THE ACCOUNT NUMBER THE OUTBOUND      *
      * MESSAGE CARRIES IN ITS HEADER. A HARD BOUNCE ('H' - NO SUCH   *
      * MAILBOX, DOMAIN GONE) MEANS THE ADDRESS WILL NEVER WORK; A    *
      * SOFT BOUNCE ('S' - MAILBOX FULL, SERVER BUSY) IS COUNTED AND  *
      * OTHERWISE LEFT ALONE. THE ADDRESS BOUNCED LETS MAILRTN IGNORE *
      * A BOUNCE OF AN ADDRESS THE CUSTOMER HAS ALREADY REPLACED.     *
      * READ BY MAILRTN.                                              *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  EMAIL-BOUNCE-RECORD.
           05  BNC-CUST-ID              PIC 9(6).
           05  BNC-BOUNCE-DATE          PIC X(10).
           05  BNC-BOUNCE-TYPE          PIC X(1).
               88  BNC-HARD-BOUNCE              VALUE 'H'.
               88  BNC-SOFT-BOUNCE              VALUE 'S'.
           05  BNC-SMTP-CODE            PIC X(3).
           05  BNC-EMAIL                PIC X(50).
           05  BNC-DIAGNOSTIC           PIC X(40).
           05  FILLER                   PIC X(10).
