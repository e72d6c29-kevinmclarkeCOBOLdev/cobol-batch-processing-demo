      *               AND WRITES A PURGE CERTIFICATE OF WHO, WHY,     *
      *               AND WHERE. RELOAD BRINGS ONE OFFLOADED          *
      *               CUSTOMER BACK FOR THE INEVITABLE RETURNEE.      *
      *               ANONYMIZE ANSWERS A DATA SUBJECT'S ERASURE      *
      *               REQUEST FOR ONE CLOSED, SETTLED ACCOUNT: THE    *
      *               NAME, ADDRESS, CITY, ZIP, EMAIL AND PHONE ARE   *
      *               SCRUBBED FROM THE MASTER, EVERY OFFLOADED       *
      *               IMAGE, ITS SHIP-TO LOCATIONS, ITS CONTACTS, ITS *
      *               COLLECTIONS NOTES, AND ITS STATEMENT HISTORY,   *
      *               WHILE THE ACCOUNT NUMBER, STATE, BALANCES, AND  *
      *               ALL FINANCIAL HISTORY STAY FOR THE BOOKS. THE   *
      *               CERTIFICATE THEN SAYS EXACTLY WHAT WAS ERASED,  *
      *               WHERE, AND WHAT WAS DELIBERATELY LEFT ALONE.    *
      *                                                                *
      * INPUTS:       CUSTOMER MASTER (CUSTMIN, INDEXED I-O)          *
      *               PENDING FILE    (PENDOUT)                       *
      *               AUDIT TRAIL     (AUDITOUT)                      *
      *               OFFLOAD FILE    (CUSTOFFL - EXTENDED ON PURGE,  *
      *               READ ON RELOAD)                                 *
      *               SHIP-TO LOCATIONS (SHIPTO - ANONYMIZE ONLY)     *
      *               CUSTOMER CONTACTS (CUSTCONT - ANONYMIZE ONLY)   *
      *               COLLECTIONS LOG (COLLOG - ANONYMIZE ONLY)       *
      *               STATEMENT HISTORY (STMTHIST - ANONYMIZE ONLY)   *
      *               COMMAND-LINE ACTION (APPRVMGR STYLE):           *
      *                 PURGE nnnn    - PURGE INACTIVES WITH NO       *
      *                                 ORDER IN nnnn DAYS            *
      *                 RELOAD nnnnnn - REINSTATE ONE CUST-ID FROM    *
      *                                 THE OFFLOAD FILE              *
      *                 ANONYMIZE nnnnnn [ref]                        *
      *                               - ERASE ONE CUST-ID'S PERSONAL  *
      *                                 DATA; ref IS THE PRIVACY      *
      *                                 OFFICE'S REQUEST NUMBER,      *
      *                                 PRINTED ON THE CERTIFICATE    *
      * OUTPUTS:      PURGE CERTIFICATE REPORT (PURGCERT) - OR, FOR   *
      *               ANONYMIZE, THE ERASURE CERTIFICATE              *
      *               AUDIT TRAIL (AUDITOUT - 'X' ROWS ON ANONYMIZE)  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPURG.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-OFFLOAD-STATUS.

      *    THE FILES BELOW ARE TOUCHED ONLY BY ANONYMIZE, AND EACH
      *    MAY BE ABSENT AT AN INSTALLATION NOT RUNNING ITS FEATURE
           SELECT SHIPTO-FILE     ASSIGN TO SHIPTO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SHP-KEY
                  FILE STATUS  IS WS-SHIPTO-STATUS.

           SELECT CONTACT-FILE    ASSIGN TO CUSTCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTC-KEY
                  FILE STATUS  IS WS-CONTACT-STATUS.

           SELECT LOG-FILE        ASSIGN TO COLLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CLOG-SEQ
                  FILE STATUS  IS WS-LOG-STATUS.

           SELECT HIST-FILE       ASSIGN TO STMTHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HIST-STATUS.

           SELECT REPORT-FILE     ASSIGN TO PURGCERT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-OFFL-REC.

       FD  SHIPTO-FILE
           RECORDING MODE IS F.
           COPY SHIPTO.

       FD  CONTACT-FILE
           RECORDING MODE IS F.
           COPY CUSTCONT.

       FD  LOG-FILE
           RECORDING MODE IS F.
           COPY COLLOG.

       FD  HIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STMTHIST.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-OFFLOAD-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-SHIPTO-STATUS         PIC XX VALUE SPACES.
           05  WS-CONTACT-STATUS        PIC XX VALUE SPACES.
           05  WS-LOG-STATUS            PIC XX VALUE SPACES.
           05  WS-HIST-STATUS           PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-MASTER-EOF-SW         PIC X VALUE 'N'.
               88  HOLD-FOUND                   VALUE 'Y'.
           05  WS-RELOAD-FOUND-SW       PIC X VALUE 'N'.
               88  RELOAD-FOUND                 VALUE 'Y'.
           05  WS-ANON-MASTER-SW        PIC X VALUE 'N'.
               88  ANON-ON-MASTER               VALUE 'Y'.
           05  WS-ANON-REFUSED-SW       PIC X VALUE 'N'.
               88  ANON-REFUSED                 VALUE 'Y'.
           05  WS-SHIPTO-EOF-SW         PIC X VALUE 'N'.
               88  SHIPTO-EOF                   VALUE 'Y'.
           05  WS-CONTACT-EOF-SW        PIC X VALUE 'N'.
               88  CONTACT-EOF                  VALUE 'Y'.
           05  WS-LOG-EOF-SW            PIC X VALUE 'N'.
               88  LOG-EOF                      VALUE 'Y'.
           05  WS-HIST-EOF-SW           PIC X VALUE 'N'.
               88  HIST-EOF                     VALUE 'Y'.
           05  WS-LOC-SECTION-SW        PIC X VALUE 'N'.
               88  IN-LOC-SECTION               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
      *---------------------------------------------------------------*
       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
           05  WS-ACTION-CODE           PIC X(10) VALUE SPACES.
               88  ACTION-IS-PURGE              VALUE 'PURGE'.
               88  ACTION-IS-RELOAD             VALUE 'RELOAD'.
               88  ACTION-IS-ANONYMIZE          VALUE 'ANONYMIZE'.
           05  WS-VALUE-PARM            PIC X(06) VALUE SPACES.
           05  WS-REQUEST-REF           PIC X(12) VALUE SPACES.
           05  WS-RETENTION-DAYS        PIC 9(05) VALUE ZERO.
           05  WS-RELOAD-CUST-ID        PIC 9(06) VALUE ZERO.
           05  WS-ANON-CUST-ID          PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * ANONYMIZE WORK FIELDS. THE ERASED NAME IS A FIXED LITERAL, NOT *
      * SPACES, SO EVERY REPORT THAT PRINTS THE ACCOUNT SHOWS WHY IT   *
      * HAS NO NAME. ONE CUSTREC IMAGE IS SCRUBBED FOR THE MASTER AND  *
      * EACH OFFLOADED COPY ALIKE. STATEMENT-HISTORY LINES ARE FOUND   *
      * BY STMTGEN'S LAYOUT: THE THREE LINES AFTER 'CUSTOMER ID: ' ARE *
      * NAME, STREET, AND CITY/STATE/ZIP, AND A SERVICED-LOCATION LINE *
      * CARRIES THE LOCATION NAME AT 5 AND ITS CITY AT 39. AN          *
      * 'ATTENTION: ' LINE CARRIES THE CONTACT'S NAME AT 12.           *
      *---------------------------------------------------------------*
       01  WS-ANON-FIELDS.
           05  WS-ERASED-NAME           PIC X(30) VALUE
               'ERASED - PRIVACY REQUEST'.
           05  WS-ERASED-MARK           PIC X(08) VALUE '*ERASED*'.
           05  WS-RUN-TIMESTAMP         PIC X(26) VALUE SPACES.
           05  WS-ADDR-LINES-LEFT       PIC 9(01) VALUE ZERO.
           05  WS-MASTER-FIELDS-ERASED  PIC 9(02) VALUE ZERO.
           05  WS-OFFL-IMAGES-ERASED    PIC 9(05) VALUE ZERO.
           05  WS-SHIPTO-ERASED         PIC 9(05) VALUE ZERO.
           05  WS-CONTACTS-ERASED       PIC 9(05) VALUE ZERO.
           05  WS-LOG-NOTES-ERASED      PIC 9(07) VALUE ZERO.
           05  WS-HIST-LINES-ERASED     PIC 9(07) VALUE ZERO.
           05  WS-REFUSAL-REASON        PIC X(50) VALUE SPACES.
           05  WS-FILE-LABEL            PIC X(25) VALUE SPACES.
           05  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
           05  WS-AUDIT-FIELD-NAME      PIC X(20) VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE       PIC X(50) VALUE SPACES.

           COPY CUSTREC REPLACING CUSTOMER-RECORD BY WS-ANON-IMAGE.

      *---------------------------------------------------------------*
      * RETENTION CUTOFF DATE - A CUSTOMER WHOSE LAST ORDER IS ON OR   *
                   PERFORM 2000-PURGE-INACTIVES
               WHEN ACTION-IS-RELOAD
                   PERFORM 5000-RELOAD-ONE-CUSTOMER
               WHEN ACTION-IS-ANONYMIZE
                   PERFORM 6000-ANONYMIZE-ONE-CUSTOMER
               WHEN OTHER
                   DISPLAY 'USAGE: CUSTPURG PURGE nnnn'
                   DISPLAY '       CUSTPURG RELOAD nnnnnn'
                   DISPLAY '       CUSTPURG ANONYMIZE nnnnnn [ref]'
           END-EVALUATE

           PERFORM 8000-FINALIZE
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                    INTO WS-ACTION-CODE WS-VALUE-PARM WS-REQUEST-REF
           IF WS-REQUEST-REF = 'FORCELOCK'
               MOVE SPACES                  TO WS-REQUEST-REF
           END-IF

           IF ACTION-IS-PURGE
               IF FUNCTION TRIM(WS-VALUE-PARM) IS NUMERIC
                   STOP RUN
               END-IF
           END-IF
           IF ACTION-IS-ANONYMIZE
               IF FUNCTION TRIM(WS-VALUE-PARM) IS NUMERIC
                   MOVE WS-VALUE-PARM       TO WS-ANON-CUST-ID
               END-IF
               IF WS-ANON-CUST-ID = ZERO
                   DISPLAY 'ANONYMIZE REQUIRES A CUSTOMER ID'
                   DISPLAY 'USAGE: CUSTPURG ANONYMIZE nnnnnn [ref]'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1020-ACQUIRE-MASTER-LOCK
           OPEN I-O CUST-MASTER
           END-IF
           PERFORM 5100-READ-OFFLOAD.

      *---------------------------------------------------------------*
      * ANONYMIZE - ERASE ONE CUSTOMER'S PERSONAL DATA EVERYWHERE IT   *
      * IS HELD OUTSIDE THE AUDIT TRAIL AND THE BACKUPS, AND CERTIFY   *
      * WHAT WAS DONE. AN ACCOUNT THAT IS STILL OPEN, OWES OR IS OWED  *
      * MONEY, IS IN DISPUTE, OR HAS A CHANGE AWAITING APPROVAL IS     *
      * REFUSED UNTOUCHED - THE BUSINESS STILL NEEDS TO REACH IT. AN   *
      * ACCOUNT ALREADY PURGED FROM THE MASTER IS ERASED FROM THE      *
      * OFFLOAD FILE AND THE HISTORY FILES JUST THE SAME.              *
      *---------------------------------------------------------------*
       6000-ANONYMIZE-ONE-CUSTOMER.
           MOVE FUNCTION CURRENT-DATE       TO WS-RUN-TIMESTAMP
           IF WS-REQUEST-REF = SPACES
               MOVE 'NONE GIVEN'            TO WS-REQUEST-REF
           END-IF

           MOVE 'DATA SUBJECT ERASURE CERTIFICATE'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'CUSTOMER ID: ' WS-ANON-CUST-ID
                  '   REQUEST REF: ' WS-REQUEST-REF
                  '   RUN: ' WS-RUN-TIMESTAMP(1:4) '-'
                  WS-RUN-TIMESTAMP(5:2) '-' WS-RUN-TIMESTAMP(7:2)
                  ' ' WS-RUN-TIMESTAMP(9:2) ':' WS-RUN-TIMESTAMP(11:2)
                  ':' WS-RUN-TIMESTAMP(13:2)
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 6100-CHECK-ERASURE-ALLOWED
           IF ANON-REFUSED
               STRING 'REFUSED - ' WS-REFUSAL-REASON
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE 'NOTHING WAS ERASED'    TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               DISPLAY 'CUSTPURG: ANONYMIZE OF ' WS-ANON-CUST-ID
                       ' REFUSED - ' WS-REFUSAL-REASON
               MOVE 8                       TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 6200-ERASE-MASTER
           PERFORM 6300-ERASE-OFFLOAD
           PERFORM 6400-ERASE-SHIPTO
           PERFORM 6450-ERASE-CONTACTS
           PERFORM 6500-ERASE-COLLOG
           PERFORM 6600-ERASE-STMTHIST
           PERFORM 6700-WRITE-ERASURE-SUMMARY.

      *---------------------------------------------------------------*
      * THE ACCOUNT MUST BE FINISHED BUSINESS BEFORE IT IS ERASED      *
      *---------------------------------------------------------------*
       6100-CHECK-ERASURE-ALLOWED.
           MOVE WS-ANON-CUST-ID        TO CUST-ID OF CUST-MASTER-REC
           READ CUST-MASTER
               KEY IS CUST-ID OF CUST-MASTER-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-ANON-MASTER-SW
           END-READ
           IF WS-CUST-MASTER-STATUS NOT = '00'
          AND WS-CUST-MASTER-STATUS NOT = '23'
               MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF ANON-ON-MASTER
               EVALUATE TRUE
                   WHEN CUST-ACTIVE OF CUST-MASTER-REC
                   WHEN CUST-SUSPENDED OF CUST-MASTER-REC
                       MOVE 'ACCOUNT IS STILL OPEN - CLOSE IT FIRST'
                                            TO WS-REFUSAL-REASON
                   WHEN CUST-BALANCE OF CUST-MASTER-REC NOT = ZERO
                       MOVE 'BALANCE IS NOT ZERO - SETTLE IT FIRST'
                                            TO WS-REFUSAL-REASON
                   WHEN CUST-IN-DISPUTE OF CUST-MASTER-REC
                       MOVE 'A DISPUTE IS STILL OPEN ON THE ACCOUNT'
                                            TO WS-REFUSAL-REASON
               END-EVALUATE
           END-IF

           IF WS-REFUSAL-REASON = SPACES
               PERFORM 2100-LOAD-PENDING-HOLDS
               MOVE WS-ANON-CUST-ID         TO WS-HOLD-CUST-ID
               PERFORM 2500-CHECK-HOLDS
               IF HOLD-FOUND
                   MOVE 'A PENDING APPROVAL STILL REFERENCES IT'
                                            TO WS-REFUSAL-REASON
               END-IF
           END-IF

           IF WS-REFUSAL-REASON NOT = SPACES
               MOVE 'Y'                     TO WS-ANON-REFUSED-SW
           END-IF.

      *---------------------------------------------------------------*
      * THE MASTER RECORD - ONE 'X' AUDIT ROW PER FIELD ACTUALLY       *
      * ERASED, SO RECOVERY REPLAYS THE ERASURE. THE OLD VALUE IS      *
      * DELIBERATELY NOT KEPT. STATEMENTS ARE SUPPRESSED, SINCE THERE  *
      * IS NO LONGER ANYWHERE TO SEND ONE.                             *
      *---------------------------------------------------------------*
       6200-ERASE-MASTER.
           MOVE 'CUSTOMER MASTER'           TO WS-FILE-LABEL
           IF NOT ANON-ON-MASTER
               STRING WS-FILE-LABEL
                      'NOT ON FILE (PURGED EARLIER) - NOTHING TO ERASE'
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
          AND WS-AUDIT-STATUS NOT = '05'
               MOVE 'OPEN FAILED: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE CUST-MASTER-REC             TO WS-ANON-IMAGE
           PERFORM 6250-AUDIT-MASTER-FIELDS
           PERFORM 6900-SCRUB-IMAGE
           MOVE WS-ANON-IMAGE               TO CUST-MASTER-REC
           REWRITE CUST-MASTER-REC
           IF WS-CUST-MASTER-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: CUST-MASTER  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           CLOSE AUDIT-FILE

           MOVE WS-MASTER-FIELDS-ERASED     TO WS-COUNT-EDIT
           STRING WS-FILE-LABEL WS-COUNT-EDIT
                  ' FIELDS ERASED - NAME, ADDRESS, CITY, ZIP, EMAIL,'
                  ' PHONE; STATEMENT DELIVERY SET TO SUPPRESS'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6250-AUDIT-MASTER-FIELDS.
           IF CUST-NAME OF WS-ANON-IMAGE NOT = WS-ERASED-NAME
               MOVE 'CUST-NAME'             TO WS-AUDIT-FIELD-NAME
               MOVE WS-ERASED-NAME          TO WS-AUDIT-NEW-VALUE
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF
           IF CUST-ADDRESS OF WS-ANON-IMAGE NOT = SPACES
               MOVE 'CUST-ADDRESS'          TO WS-AUDIT-FIELD-NAME
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF
           IF CUST-CITY OF WS-ANON-IMAGE NOT = SPACES
               MOVE 'CUST-CITY'             TO WS-AUDIT-FIELD-NAME
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF
           IF CUST-ZIP OF WS-ANON-IMAGE NOT = SPACES
               MOVE 'CUST-ZIP'              TO WS-AUDIT-FIELD-NAME
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF
           IF CUST-EMAIL OF WS-ANON-IMAGE NOT = SPACES
               MOVE 'CUST-EMAIL'            TO WS-AUDIT-FIELD-NAME
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF
           IF CUST-PHONE OF WS-ANON-IMAGE NOT = SPACES
               MOVE 'CUST-PHONE'            TO WS-AUDIT-FIELD-NAME
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF
           IF NOT CUST-DELIV-SUPPRESS OF WS-ANON-IMAGE
               MOVE 'CUST-DELIVERY-PREF'    TO WS-AUDIT-FIELD-NAME
               MOVE 'S'                     TO WS-AUDIT-NEW-VALUE
               PERFORM 6290-WRITE-AUDIT-ROW
           END-IF.

       6290-WRITE-AUDIT-ROW.
           MOVE SPACES                      TO AUDIT-RECORD
           MOVE WS-RUN-TIMESTAMP            TO AUD-TIMESTAMP
           MOVE WS-ANON-CUST-ID             TO AUD-CUST-ID
           MOVE 'X'                         TO AUD-TRANS-TYPE
           MOVE WS-AUDIT-FIELD-NAME         TO AUD-FIELD-NAME
           MOVE WS-ERASED-MARK              TO AUD-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE          TO AUD-NEW-VALUE
           MOVE 'PRIVACY'                   TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-MASTER-FIELDS-ERASED
           MOVE SPACES                      TO WS-AUDIT-FIELD-NAME
           MOVE SPACES                      TO WS-AUDIT-NEW-VALUE.

      *---------------------------------------------------------------*
      * EVERY OFFLOADED IMAGE OF THE ACCOUNT - A LATER RELOAD MUST     *
      * NOT BRING THE ERASED DATA BACK                                 *
      *---------------------------------------------------------------*
       6300-ERASE-OFFLOAD.
           MOVE 'OFFLOAD FILE (CUSTOFFL)'   TO WS-FILE-LABEL
           OPEN I-O OFFLOAD-FILE
           IF WS-OFFLOAD-STATUS = '35'
               PERFORM 6800-WRITE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           IF WS-OFFLOAD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: OFFLOAD-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OFFLOAD-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 5100-READ-OFFLOAD
           PERFORM 6310-ERASE-ONE-OFFLOAD UNTIL OFFL-EOF
           CLOSE OFFLOAD-FILE

           MOVE WS-OFFL-IMAGES-ERASED       TO WS-COUNT-EDIT
           STRING WS-FILE-LABEL WS-COUNT-EDIT
                  ' IMAGES ERASED - SAME FIELDS AS THE MASTER'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6310-ERASE-ONE-OFFLOAD.
           IF CUST-ID OF CUST-OFFL-REC = WS-ANON-CUST-ID
               MOVE CUST-OFFL-REC           TO WS-ANON-IMAGE
               PERFORM 6900-SCRUB-IMAGE
               MOVE WS-ANON-IMAGE           TO CUST-OFFL-REC
               REWRITE CUST-OFFL-REC
               IF WS-OFFLOAD-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: OFFLOAD-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OFFLOAD-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-OFFL-IMAGES-ERASED
           END-IF
           PERFORM 5100-READ-OFFLOAD.

      *---------------------------------------------------------------*
      * SHIP-TO LOCATIONS - THE STATE STAYS FOR TAX NEXUS HISTORY      *
      *---------------------------------------------------------------*
       6400-ERASE-SHIPTO.
           MOVE 'SHIP-TO FILE (SHIPTO)'     TO WS-FILE-LABEL
           OPEN I-O SHIPTO-FILE
           IF WS-SHIPTO-STATUS = '35'
               PERFORM 6800-WRITE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           IF WS-SHIPTO-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SHIPTO-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SHIPTO-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE WS-ANON-CUST-ID             TO SHP-CUST-ID
           MOVE ZERO                        TO SHP-LOC-SEQ
           START SHIPTO-FILE KEY NOT < SHP-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-SHIPTO-EOF-SW
           END-START
           IF NOT SHIPTO-EOF
               PERFORM 6410-READ-SHIPTO-NEXT
               PERFORM 6420-ERASE-ONE-SHIPTO UNTIL SHIPTO-EOF
           END-IF
           CLOSE SHIPTO-FILE

           MOVE WS-SHIPTO-ERASED            TO WS-COUNT-EDIT
           STRING WS-FILE-LABEL WS-COUNT-EDIT
                  ' LOCATIONS ERASED - NAME, ADDRESS, CITY, ZIP'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6410-READ-SHIPTO-NEXT.
           READ SHIPTO-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-SHIPTO-EOF-SW
           END-READ
           IF WS-SHIPTO-STATUS NOT = '00'
          AND WS-SHIPTO-STATUS NOT = '10'
               MOVE 'READ ERROR: SHIPTO-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SHIPTO-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT SHIPTO-EOF
          AND SHP-CUST-ID NOT = WS-ANON-CUST-ID
               MOVE 'Y'                     TO WS-SHIPTO-EOF-SW
           END-IF.

       6420-ERASE-ONE-SHIPTO.
           MOVE SPACES                      TO SHP-LOCATION-NAME
           MOVE SPACES                      TO SHP-ADDRESS
           MOVE SPACES                      TO SHP-CITY
           MOVE SPACES                      TO SHP-ZIP
           REWRITE SHIP-TO-RECORD
           IF WS-SHIPTO-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: SHIPTO-FILE  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SHIPTO-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-SHIPTO-ERASED
           PERFORM 6410-READ-SHIPTO-NEXT.

      *---------------------------------------------------------------*
      * CUSTOMER CONTACTS - THE PERSON GOES (NAME, EMAIL, PHONE) AND   *
      * THE CONTACT IS DEACTIVATED; THE ROLE STAYS SO THE FILE STILL   *
      * SHOWS WHICH ROLES THE ACCOUNT HAD                              *
      *---------------------------------------------------------------*
       6450-ERASE-CONTACTS.
           MOVE 'CONTACT FILE (CUSTCONT)'   TO WS-FILE-LABEL
           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-STATUS = '35'
               PERFORM 6800-WRITE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE WS-ANON-CUST-ID             TO CTC-CUST-ID
           MOVE ZERO                        TO CTC-CONTACT-SEQ
           START CONTACT-FILE KEY NOT < CTC-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-CONTACT-EOF-SW
           END-START
           IF NOT CONTACT-EOF
               PERFORM 6460-READ-CONTACT-NEXT
               PERFORM 6470-ERASE-ONE-CONTACT UNTIL CONTACT-EOF
           END-IF
           CLOSE CONTACT-FILE

           MOVE WS-CONTACTS-ERASED          TO WS-COUNT-EDIT
           STRING WS-FILE-LABEL WS-COUNT-EDIT
                  ' CONTACTS ERASED - NAME, EMAIL, PHONE'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6460-READ-CONTACT-NEXT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-CONTACT-EOF-SW
           END-READ
           IF WS-CONTACT-STATUS NOT = '00'
          AND WS-CONTACT-STATUS NOT = '10'
               MOVE 'READ ERROR: CONTACT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT CONTACT-EOF
          AND CTC-CUST-ID NOT = WS-ANON-CUST-ID
               MOVE 'Y'                     TO WS-CONTACT-EOF-SW
           END-IF.

       6470-ERASE-ONE-CONTACT.
           MOVE WS-ERASED-NAME              TO CTC-NAME
           MOVE SPACES                      TO CTC-EMAIL
           MOVE SPACES                      TO CTC-PHONE
           MOVE 'I'                         TO CTC-STATUS
           REWRITE CUST-CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: CONTACT-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CONTACTS-ERASED
           PERFORM 6460-READ-CONTACT-NEXT.

      *---------------------------------------------------------------*
      * COLLECTIONS LOG - THE FREE-TEXT NOTE GOES; THE CONTACT DATES,  *
      * TYPES, AND PROMISE AMOUNTS ARE FINANCIAL HISTORY AND STAY      *
      *---------------------------------------------------------------*
       6500-ERASE-COLLOG.
           MOVE 'COLLECTIONS LOG (COLLOG)'  TO WS-FILE-LABEL
           OPEN I-O LOG-FILE
           IF WS-LOG-STATUS = '35'
               PERFORM 6800-WRITE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-STATUS NOT = '00'
               MOVE 'OPEN FAILED: LOG-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LOG-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE ZERO                        TO CLOG-SEQ
           START LOG-FILE KEY NOT < CLOG-SEQ
               INVALID KEY
                   MOVE 'Y'                 TO WS-LOG-EOF-SW
           END-START
           IF NOT LOG-EOF
               PERFORM 6510-READ-LOG-NEXT
               PERFORM 6520-ERASE-ONE-NOTE UNTIL LOG-EOF
           END-IF
           CLOSE LOG-FILE

           MOVE WS-LOG-NOTES-ERASED         TO WS-COUNT-EDIT
           STRING WS-FILE-LABEL WS-COUNT-EDIT
                  ' CONTACT NOTES ERASED - DATES, TYPES AND PROMISE'
                  ' AMOUNTS KEPT'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6510-READ-LOG-NEXT.
           READ LOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-LOG-EOF-SW
           END-READ
           IF WS-LOG-STATUS NOT = '00'
          AND WS-LOG-STATUS NOT = '10'
               MOVE 'READ ERROR: LOG-FILE         FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-LOG-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       6520-ERASE-ONE-NOTE.
           IF CLOG-CUST-ID = WS-ANON-CUST-ID
          AND CLOG-NOTE NOT = SPACES
               MOVE SPACES                  TO CLOG-NOTE
               REWRITE CONTACT-LOG-RECORD
               IF WS-LOG-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: LOG-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-LOG-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-LOG-NOTES-ERASED
           END-IF
           PERFORM 6510-READ-LOG-NEXT.

      *---------------------------------------------------------------*
      * STATEMENT HISTORY - REWRITTEN IN PLACE. THE NAME LINE TAKES    *
      * THE ERASED LITERAL SO A REPRINT STILL LINES UP; THE AMOUNTS    *
      * ON EVERY OTHER LINE ARE LEFT EXACTLY AS ISSUED.                *
      *---------------------------------------------------------------*
       6600-ERASE-STMTHIST.
           MOVE 'STATEMENT HISTORY'         TO WS-FILE-LABEL
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = '35'
               PERFORM 6800-WRITE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: HIST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 6610-READ-HIST
           PERFORM 6620-ERASE-ONE-HIST-LINE UNTIL HIST-EOF
           CLOSE HIST-FILE

           MOVE WS-HIST-LINES-ERASED        TO WS-COUNT-EDIT
           STRING WS-FILE-LABEL WS-COUNT-EDIT
                  ' LINES ERASED - NAME/ADDRESS BLOCK AND SERVICED'
                  ' LOCATION NAMES AND CITIES'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6610-READ-HIST.
           READ HIST-FILE
               AT END
                   MOVE 'Y'                 TO WS-HIST-EOF-SW
           END-READ
           IF NOT HIST-EOF AND WS-HIST-STATUS NOT = '00'
               MOVE 'READ ERROR: HIST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       6620-ERASE-ONE-HIST-LINE.
           IF STH-CUST-ID = WS-ANON-CUST-ID
               EVALUATE TRUE
                   WHEN STH-LINE-TEXT(1:13) = 'CUSTOMER ID: '
                       MOVE 3               TO WS-ADDR-LINES-LEFT
                       MOVE 'N'             TO WS-LOC-SECTION-SW
                   WHEN WS-ADDR-LINES-LEFT = 3
                       MOVE WS-ERASED-NAME  TO STH-LINE-TEXT(1:30)
                       PERFORM 6630-REWRITE-HIST-LINE
                   WHEN WS-ADDR-LINES-LEFT = 2
                       MOVE SPACES          TO STH-LINE-TEXT(1:30)
                       PERFORM 6630-REWRITE-HIST-LINE
                   WHEN WS-ADDR-LINES-LEFT = 1
      *                CITY AND ZIP GO; ', ' AND THE STATE STAY
                       MOVE SPACES          TO STH-LINE-TEXT(1:20)
                       MOVE SPACES          TO STH-LINE-TEXT(27:10)
                       PERFORM 6630-REWRITE-HIST-LINE
                   WHEN STH-LINE-TEXT(1:11) = 'ATTENTION: '
                       MOVE WS-ERASED-NAME  TO STH-LINE-TEXT(12:30)
                       PERFORM 6630-REWRITE-HIST-LINE
                   WHEN STH-LINE-TEXT(1:18) = 'SERVICED LOCATIONS'
                       MOVE 'Y'             TO WS-LOC-SECTION-SW
                   WHEN IN-LOC-SECTION
                    AND STH-LINE-TEXT(1:4) = SPACES
                    AND STH-LINE-TEXT(59:2) = ', '
                       MOVE SPACES          TO STH-LINE-TEXT(5:30)
                       MOVE SPACES          TO STH-LINE-TEXT(39:20)
                       PERFORM 6630-REWRITE-HIST-LINE
                   WHEN OTHER
                       MOVE 'N'             TO WS-LOC-SECTION-SW
               END-EVALUATE
           END-IF
           PERFORM 6610-READ-HIST.

       6630-REWRITE-HIST-LINE.
           REWRITE STMT-HISTORY-RECORD
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: HIST-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HIST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-HIST-LINES-ERASED
           IF WS-ADDR-LINES-LEFT > ZERO
               SUBTRACT 1                   FROM WS-ADDR-LINES-LEFT
           END-IF.

      *---------------------------------------------------------------*
      * WHAT WAS KEPT AND WHAT WAS NOT TOUCHED, SO THE CERTIFICATE     *
      * ANSWERS THE SUBJECT AND THE AUDITOR IN ONE PLACE               *
      *---------------------------------------------------------------*
       6700-WRITE-ERASURE-SUMMARY.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF NOT ANON-ON-MASTER
          AND WS-OFFL-IMAGES-ERASED = ZERO
          AND WS-SHIPTO-ERASED = ZERO
          AND WS-CONTACTS-ERASED = ZERO
          AND WS-LOG-NOTES-ERASED = ZERO
          AND WS-HIST-LINES-ERASED = ZERO
               MOVE 'CUSTOMER NOT FOUND ON ANY FILE - NOTHING ERASED'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               DISPLAY 'CUSTPURG: CUST ' WS-ANON-CUST-ID
                       ' NOT FOUND ON ANY FILE'
               MOVE 4                       TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           STRING 'RETAINED:    ACCOUNT NUMBER, STATE, BALANCES AND'
                  ' LIMITS, SALES, PAYMENT, STATEMENT AND COMMISSION'
                  ' AMOUNTS'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           STRING 'NOT ALTERED: AUDIT TRAIL (AUDITOUT AND AUDIX) AND'
                  ' MASTER BACKUP GENERATIONS - THEY AGE OUT UNDER'
                  ' THEIR OWN RETENTION'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           DISPLAY 'CUSTPURG: CUST ' WS-ANON-CUST-ID ' ANONYMIZED'.

      *    A FILE THIS INSTALLATION DOES NOT KEEP HOLDS NOTHING TO ERASE
       6800-WRITE-NOT-PRESENT.
           STRING WS-FILE-LABEL 'FILE NOT PRESENT - NOTHING TO ERASE'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * THE ONE SCRUB APPLIED TO EVERY CUSTREC IMAGE                   *
      *---------------------------------------------------------------*
       6900-SCRUB-IMAGE.
           MOVE WS-ERASED-NAME         TO CUST-NAME OF WS-ANON-IMAGE
           MOVE SPACES                 TO CUST-ADDRESS OF WS-ANON-IMAGE
           MOVE SPACES                 TO CUST-CITY OF WS-ANON-IMAGE
           MOVE SPACES                 TO CUST-ZIP OF WS-ANON-IMAGE
           MOVE SPACES                 TO CUST-EMAIL OF WS-ANON-IMAGE
           MOVE SPACES                 TO CUST-PHONE OF WS-ANON-IMAGE
           MOVE 'S'              TO CUST-DELIVERY-PREF OF WS-ANON-IMAGE.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
           DISPLAY 'MASTER RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'PURGED:              ' WS-PURGED-COUNT
           DISPLAY 'HELD:                ' WS-HELD-COUNT
           IF ACTION-IS-ANONYMIZE
               DISPLAY 'ANONYMIZED CUST-ID:  ' WS-ANON-CUST-ID
               DISPLAY 'MASTER FIELDS:       ' WS-MASTER-FIELDS-ERASED
               DISPLAY 'OFFLOAD IMAGES:      ' WS-OFFL-IMAGES-ERASED
               DISPLAY 'SHIP-TO LOCATIONS:   ' WS-SHIPTO-ERASED
               DISPLAY 'CUSTOMER CONTACTS:   ' WS-CONTACTS-ERASED
               DISPLAY 'CONTACT NOTES:       ' WS-LOG-NOTES-ERASED
               DISPLAY 'STATEMENT LINES:     ' WS-HIST-LINES-ERASED
           END-IF
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
