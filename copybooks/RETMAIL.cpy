      ******************************************************************
      * RETMAIL.CPY - RETURNED-MAIL / CHANGE-OF-ADDRESS RECORD        *
      * ONE RECORD PER STATEMENT OR LETTER THE POST OFFICE SENT BACK  *
      * TO THE MAIL HOUSE, KEYED BY THE ACCOUNT NUMBER PRINTED ON THE *
      * PIECE. A MOVED CUSTOMER WHO LEFT A FORWARDING ORDER COMES     *
      * BACK WITH THE NEW ADDRESS FILLED IN ('FW'); EVERY OTHER       *
      * RETURN CODE MEANS THE PIECE WAS UNDELIVERABLE AND NO NEW      *
      * ADDRESS IS KNOWN. THE ADDRESS AS MAILED LETS MAILRTN TELL A   *
      * RETURN OF A STALE ADDRESS (ALREADY CORRECTED SINCE) FROM ONE  *
      * OF THE CURRENT ONE. READ BY MAILRTN.                          *
      * LENGTH: 150 BYTES                                             *
      ******************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RTM-CUST-ID              PIC 9(6).
           05  RTM-RETURN-DATE          PIC X(10).
           05  RTM-RETURN-CODE          PIC X(2).
               88  RTM-FORWARDED                VALUE 'FW'.
               88  RTM-MOVED-NO-FORWARD         VALUE 'MN'.
               88  RTM-UNDELIVERABLE            VALUE 'UA'.
               88  RTM-NO-SUCH-ADDRESS          VALUE 'NS'.
               88  RTM-VACANT                   VALUE 'VC'.
               88  RTM-REFUSED                  VALUE 'RF'.
               88  RTM-VALID-CODE               VALUES 'FW' 'MN'
                                                'UA' 'NS' 'VC' 'RF'.
           05  RTM-MAILED-ADDRESS       PIC X(30).
           05  RTM-MAILED-ZIP           PIC X(10).
      *--------------------------------------------------------------*
      * FORWARDING ADDRESS - 'FW' RETURNS ONLY, BLANK OTHERWISE      *
      *--------------------------------------------------------------*
           05  RTM-NEW-ADDRESS          PIC X(30).
           05  RTM-NEW-CITY             PIC X(20).
           05  RTM-NEW-STATE            PIC X(2).
           05  RTM-NEW-ZIP              PIC X(10).
           05  FILLER                   PIC X(30).
