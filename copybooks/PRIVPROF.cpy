      ******************************************************************
      * PRIVPROF.CPY - OUTBOUND EXTRACT PRIVACY PROFILE               *
      * ONE RECORD PER PARTY WE SEND CUSTOMER DATA TO, SAYING HOW     *
      * EACH GROUP OF PERSONAL FIELDS GOES OUT ON THAT PARTY'S COPY:  *
      *   'C' CLEAR  - AS HELD ON THE MASTER                          *
      *   'T' TOKEN  - A PSEUDONYM: 'TKN' AND TEN DIGITS, THE SAME    *
      *                FOR ONE CUSTOMER ON EVERY RUN FOR THIS PARTY,  *
      *                SO THE PARTY CAN STILL COUNT AND JOIN, BUT     *
      *                DIFFERENT FOR EVERY PARTY (PRV-TOKEN-KEY)      *
      *   'R' REMOVE - BLANKED                                        *
      * PRV-ADDRESS-RULE COVERS THE STREET LINE AND THE ZIP - ON A    *
      * MASKED COPY THE ZIP KEEPS ONLY ITS FIRST THREE DIGITS, AND    *
      * CITY AND STATE STAY CLEAR FOR GEOGRAPHIC ANALYSIS.            *
      * A PARTY WITH NO RECORD HERE, OR ANY RUN WITH NO PROFILE FILE, *
      * GETS THE NAME TOKENIZED AND EVERYTHING ELSE REMOVED - A PARTY *
      * SEES CLEAR CONTACT DETAILS ONLY BY AN EXPLICIT ENTRY. A       *
      * BLANK OR UNRECOGNIZED RULE BYTE IS TREATED THE SAME WAY. A    *
      * ZERO TOKEN KEY TAKES THE HOUSE DEFAULT.                       *
      * PARTY CODES IN USE: ANALYTICS (BIEXTRAC'S BIEXTOUT); VENDOR   *
      * CODES AS GIVEN TO CUSTVEXT FOR EACH CUSTMOUT COPY.            *
      * MAINTAINED BY HAND LIKE NEXUSTHR - A SMALL OPS-EDITED FILE    *
      * OWNED BY THE PRIVACY OFFICER.                                 *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  PRIVACY-PROFILE-RECORD.
           05  PRV-PARTY-CODE           PIC X(10).
           05  PRV-PARTY-NAME           PIC X(30).
           05  PRV-NAME-RULE            PIC X(1).
           05  PRV-ADDRESS-RULE         PIC X(1).
           05  PRV-EMAIL-RULE           PIC X(1).
           05  PRV-PHONE-RULE           PIC X(1).
           05  PRV-TOKEN-KEY            PIC 9(9).
           05  FILLER                   PIC X(27).
