      *               BEHAVIOR THIS PROGRAM ALWAYS HAD. A CLEARED     *
      *               ACCOUNT RESETS TO ZERO. LETTERS PRINT MAIL-     *
      *               HOUSE-READY USING THE SAME ADDRESS BLOCK        *
      *               MAILEXT BUILDS. A LETTER IS MARKED FOR THE      *
      *               ATTENTION OF THE CUSTOMER'S COLLECTIONS         *
      *               ESCALATION CONTACT, ELSE ITS ACCOUNTS-PAYABLE   *
      *               CONTACT, OFF THE CONTACT FILE; A FINAL DEMAND   *
      *               IS ALSO COPIED, AS A SECOND LETTER, TO THE      *
      *               CUSTOMER'S EXECUTIVE CONTACT.                   *
      *                                                                *
      * INPUTS:       CUSTOMER MASTER EXTRACT (CUSTMOUT)              *
      *               A/R OPEN-ITEM LEDGER (OPENITEM, INDEXED -       *
      *               RUNS WITHOUT IT)                                *
      *               DUNNING STATE FILE (DUNSTATE, INDEXED -         *
      *               BOOTSTRAPPED EMPTY ON THE FIRST RUN)            *
      *               CUSTOMER CONTACTS (CUSTCONT, INDEXED -          *
      *               TOLERATED ABSENT; LETTERS THEN GO TO THE        *
      *               ACCOUNT BY NAME ALONE)                          *
      * OUTPUTS:      DUNNING LETTERS (DUNLTR, ONE PER PAGE)          *
      *               CONTROL REPORT  (DUNRPT) - LETTERS BY LEVEL     *
      *               UPDATED DUNNING STATE (DUNSTATE, IN PLACE)      *
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

      *    CUSTOMER CONTACT FILE - READ-ONLY HERE; WHO EACH LETTER
      *    IS FOR THE ATTENTION OF, AND WHO A FINAL DEMAND IS COPIED TO
           SELECT CONTACT-FILE    ASSIGN TO CUSTCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTC-KEY
                  FILE STATUS  IS WS-CONTACT-STATUS.

           SELECT LETTER-FILE     ASSIGN TO DUNLTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  CONTACT-FILE
           RECORDING MODE IS F.
           COPY CUSTCONT.

       FD  LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-LOG-STATUS            PIC XX VALUE SPACES.
           05  WS-CONTACT-STATUS        PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  PROMISE-CURRENT              VALUE 'Y'.
           05  WS-PROMISE-BROKEN-SW     PIC X VALUE 'N'.
               88  PROMISE-BROKEN               VALUE 'Y'.
           05  WS-CONT-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  CONT-SCAN-EOF                VALUE 'Y'.
           05  WS-EXEC-COPY-SW          PIC X VALUE 'N'.
               88  PRINTING-EXEC-COPY           VALUE 'Y'.

      *---------------------------------------------------------------*
      * CONTACT TABLE - THE ACTIVE COLLECTIONS, ACCOUNTS-PAYABLE AND   *
      * EXECUTIVE CONTACTS, LOADED ONCE AT STARTUP IN KEY ORDER SO THE *
      * FIRST ONE FOUND IN A ROLE IS THE LOWEST SEQUENCE               *
      *---------------------------------------------------------------*
       01  WS-CONT-TABLE.
           05  WS-CONT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-CONT-IDX.
               10  WS-CONT-CUST-TBL     PIC 9(06) VALUE ZERO.
               10  WS-CONT-ROLE-TBL     PIC X(01) VALUE SPACE.
               10  WS-CONT-NAME-TBL     PIC X(30) VALUE SPACES.

       01  WS-CONT-TABLE-FIELDS.
           05  WS-CONT-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-CONT-TABLE-COUNT      PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE CURRENT CUSTOMER'S CONTACTS BY ROLE, AND THE ADDRESSEE OF  *
      * THE LETTER BEING PRINTED                                       *
      *---------------------------------------------------------------*
       01  WS-LETTER-CONTACTS.
           05  WS-COLL-NAME             PIC X(30) VALUE SPACES.
           05  WS-AP-NAME               PIC X(30) VALUE SPACES.
           05  WS-EXEC-NAME             PIC X(30) VALUE SPACES.
           05  WS-ADDRESSEE-NAME        PIC X(30) VALUE SPACES.
           05  WS-ADDRESSEE-ROLE        PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      * OPEN PROMISES TABLE - THE STILL-OPEN PROMISES TO PAY OFF THE   *
           05  WS-PROMISE-SUPPRESSED    PIC 9(7) VALUE ZERO.
           05  WS-DISPUTE-FROZEN        PIC 9(7) VALUE ZERO.
           05  WS-PROMISES-BROKEN       PIC 9(7) VALUE ZERO.
           05  WS-CONTACT-LETTERS       PIC 9(7) VALUE ZERO.
           05  WS-EXEC-COPIES           PIC 9(7) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-NEW-LEVEL             PIC 9(1) VALUE ZERO.
           05  LTR-ZIP                  PIC X(10).
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  LTR-ATTN-LINE.
           05  FILLER                   PIC X(11) VALUE 'ATTENTION: '.
           05  LTR-ATTN-NAME            PIC X(30).
           05  FILLER                   PIC X(3)  VALUE ' - '.
           05  LTR-ATTN-ROLE            PIC X(20).
           05  FILLER                   PIC X(68) VALUE SPACES.

       01  LTR-CC-LINE.
           05  FILLER                   PIC X(4)  VALUE 'CC: '.
           05  LTR-CC-NAME              PIC X(30).
           05  FILLER                   PIC X(12) VALUE ' - EXECUTIVE'.
           05  FILLER                   PIC X(86) VALUE SPACES.

       01  LTR-COPY-LINE.
           05  FILLER                   PIC X(29) VALUE
               'COPY OF LETTER ADDRESSED TO: '.
           05  LTR-COPY-NAME            PIC X(30).
           05  FILLER                   PIC X(73) VALUE SPACES.

       01  LTR-BLANK-LINE.
           05  FILLER                   PIC X(132) VALUE SPACES.


           PERFORM 1200-LOAD-OPEN-ITEMS
           PERFORM 1400-LOAD-OPEN-PROMISES
           PERFORM 1500-LOAD-CONTACTS
           PERFORM 1100-READ-CUSTOMER.

      *---------------------------------------------------------------*
      * LOAD THE ACTIVE CONTACTS IN THE ROLES A LETTER CAN GO TO. A    *
      * MISSING FILE (STATUS 35) MEANS EVERY LETTER IS ADDRESSED TO    *
      * THE ACCOUNT BY NAME ALONE, AS IT ALWAYS WAS.                   *
      *---------------------------------------------------------------*
       1500-LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = '35'
               MOVE 'Y'                     TO WS-CONT-SCAN-EOF-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTACT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE LOW-VALUES                  TO CTC-KEY
           START CONTACT-FILE KEY NOT < CTC-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-CONT-SCAN-EOF-SW
           END-START
           IF NOT CONT-SCAN-EOF
               PERFORM 1550-READ-CONTACT-NEXT
               PERFORM 1520-LOAD-ONE-CONTACT UNTIL CONT-SCAN-EOF
           END-IF
           CLOSE CONTACT-FILE.

       1520-LOAD-ONE-CONTACT.
           IF CTC-ACTIVE
          AND (CTC-ROLE-COLLECTIONS OR CTC-ROLE-AP
               OR CTC-ROLE-EXECUTIVE)
          AND WS-CONT-TABLE-COUNT < WS-CONT-TABLE-MAX
               ADD 1                        TO WS-CONT-TABLE-COUNT
               SET WS-CONT-IDX              TO WS-CONT-TABLE-COUNT
               MOVE CTC-CUST-ID   TO WS-CONT-CUST-TBL (WS-CONT-IDX)
               MOVE CTC-ROLE      TO WS-CONT-ROLE-TBL (WS-CONT-IDX)
               MOVE CTC-NAME      TO WS-CONT-NAME-TBL (WS-CONT-IDX)
           END-IF
           PERFORM 1550-READ-CONTACT-NEXT.

       1550-READ-CONTACT-NEXT.
           READ CONTACT-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-CONT-SCAN-EOF-SW
           END-READ
           IF WS-CONTACT-STATUS NOT = '00'
          AND WS-CONTACT-STATUS NOT = '10'
               MOVE 'READ ERROR: CONTACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE STILL-OPEN PROMISES TO PAY OFF THE CONTACT LOG. A     *
      * MISSING LOG (STATUS 35 - COLLECTIONS NOT YET ON COLLMNT)       *
           END-IF.

      *---------------------------------------------------------------*
      * ONE LETTER PER PAGE FOR THE ATTENTION OF THE COLLECTIONS       *
      * CONTACT (ELSE ACCOUNTS PAYABLE), PLUS - FOR A FINAL DEMAND -   *
      * A COPY ON ITS OWN PAGE FOR THE EXECUTIVE CONTACT. THE LEVEL    *
      * COUNTS COUNT CUSTOMERS DUNNED, NOT PAGES.                      *
      *---------------------------------------------------------------*
       3000-PRINT-LETTER.
           PERFORM 3050-FIND-CONTACTS
           MOVE 'N'                         TO WS-EXEC-COPY-SW
           EVALUATE TRUE
               WHEN WS-COLL-NAME NOT = SPACES
                   MOVE WS-COLL-NAME        TO WS-ADDRESSEE-NAME
                   MOVE 'COLLECTIONS'       TO WS-ADDRESSEE-ROLE
               WHEN WS-AP-NAME NOT = SPACES
                   MOVE WS-AP-NAME          TO WS-ADDRESSEE-NAME
                   MOVE 'ACCOUNTS PAYABLE'  TO WS-ADDRESSEE-ROLE
               WHEN OTHER
                   MOVE SPACES              TO WS-ADDRESSEE-NAME
                   MOVE SPACES              TO WS-ADDRESSEE-ROLE
           END-EVALUATE
           IF WS-ADDRESSEE-NAME NOT = SPACES
               ADD 1                        TO WS-CONTACT-LETTERS
           END-IF
           PERFORM 3100-PRINT-ONE-LETTER

           EVALUATE WS-NEW-LEVEL
               WHEN 1
                   ADD 1                    TO WS-LEVEL-1-LETTERS
               WHEN 2
                   ADD 1                    TO WS-LEVEL-2-LETTERS
               WHEN OTHER
                   ADD 1                    TO WS-LEVEL-3-LETTERS
           END-EVALUATE

           IF WS-NEW-LEVEL > 2
          AND WS-EXEC-NAME NOT = SPACES
               MOVE 'Y'                     TO WS-EXEC-COPY-SW
               PERFORM 3100-PRINT-ONE-LETTER
               ADD 1                        TO WS-EXEC-COPIES
           END-IF.

      *---------------------------------------------------------------*
      * THE CUSTOMER'S FIRST ACTIVE CONTACT IN EACH ROLE               *
      *---------------------------------------------------------------*
       3050-FIND-CONTACTS.
           MOVE SPACES                      TO WS-COLL-NAME
           MOVE SPACES                      TO WS-AP-NAME
           MOVE SPACES                      TO WS-EXEC-NAME
           SET WS-CONT-IDX                  TO 1
           PERFORM 3060-CHECK-ONE-CONTACT
               UNTIL WS-CONT-IDX > WS-CONT-TABLE-COUNT.

       3060-CHECK-ONE-CONTACT.
           IF WS-CONT-CUST-TBL (WS-CONT-IDX) = CUST-ID OF CUST-IN-REC
               EVALUATE WS-CONT-ROLE-TBL (WS-CONT-IDX)
                   WHEN 'C'
                       IF WS-COLL-NAME = SPACES
                           MOVE WS-CONT-NAME-TBL (WS-CONT-IDX)
                                            TO WS-COLL-NAME
                       END-IF
                   WHEN 'A'
                       IF WS-AP-NAME = SPACES
                           MOVE WS-CONT-NAME-TBL (WS-CONT-IDX)
                                            TO WS-AP-NAME
                       END-IF
                   WHEN 'E'
                       IF WS-EXEC-NAME = SPACES
                           MOVE WS-CONT-NAME-TBL (WS-CONT-IDX)
                                            TO WS-EXEC-NAME
                       END-IF
               END-EVALUATE
           END-IF
           SET WS-CONT-IDX UP BY 1.

      *---------------------------------------------------------------*
      * ONE PAGE - ADDRESS BLOCK, ATTENTION LINE, THE LEVEL'S BODY     *
      * TEXT, THE PAST-DUE AND OVER-LIMIT AMOUNTS, AND THE CC OR COPY  *
      * NOTE WHEN THE EXECUTIVE IS BEING COPIED                        *
      *---------------------------------------------------------------*
       3100-PRINT-ONE-LETTER.
           MOVE WS-FORMATTED-DATE           TO LTR-DATE
           WRITE LETTER-LINE FROM LTR-DATE-LINE
                  AFTER ADVANCING PAGE
           WRITE LETTER-LINE FROM LTR-CITY-LINE
                  AFTER ADVANCING 1 LINE

           IF PRINTING-EXEC-COPY
               MOVE WS-EXEC-NAME            TO LTR-ATTN-NAME
               MOVE 'EXECUTIVE'             TO LTR-ATTN-ROLE
               WRITE LETTER-LINE FROM LTR-ATTN-LINE
                      AFTER ADVANCING 1 LINE
           ELSE
               IF WS-ADDRESSEE-NAME NOT = SPACES
                   MOVE WS-ADDRESSEE-NAME   TO LTR-ATTN-NAME
                   MOVE WS-ADDRESSEE-ROLE   TO LTR-ATTN-ROLE
                   WRITE LETTER-LINE FROM LTR-ATTN-LINE
                          AFTER ADVANCING 1 LINE
               END-IF
           END-IF

           WRITE LETTER-LINE FROM LTR-BLANK-LINE
                  AFTER ADVANCING 1 LINE

               WHEN 1
                   WRITE LETTER-LINE FROM LTR-BODY-1-LINE
                          AFTER ADVANCING 1 LINE
               WHEN 2
                   WRITE LETTER-LINE FROM LTR-BODY-2-LINE
                          AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE LETTER-LINE FROM LTR-BODY-3-LINE
                          AFTER ADVANCING 1 LINE
           END-EVALUATE

      *    THE PAST-DUE POSITION PRINTS WHENEVER THERE IS ONE; THE
                      AFTER ADVANCING 2 LINES
           END-IF

      *    THE ORIGINAL OF A FINAL DEMAND NAMES WHO IS COPIED; THE
      *    COPY NAMES WHO THE ORIGINAL WENT TO
           IF PRINTING-EXEC-COPY
               MOVE WS-ADDRESSEE-NAME       TO LTR-COPY-NAME
               IF WS-ADDRESSEE-NAME = SPACES
                   MOVE CUST-NAME OF CUST-IN-REC
                                            TO LTR-COPY-NAME
               END-IF
               WRITE LETTER-LINE FROM LTR-COPY-LINE
                      AFTER ADVANCING 2 LINES
           ELSE
               IF WS-NEW-LEVEL > 2
              AND WS-EXEC-NAME NOT = SPACES
                   MOVE WS-EXEC-NAME        TO LTR-CC-NAME
                   WRITE LETTER-LINE FROM LTR-CC-LINE
                          AFTER ADVANCING 2 LINES
               END-IF
           END-IF

           WRITE LETTER-LINE FROM LTR-FOOTER-LINE
                  AFTER ADVANCING 2 LINES.

                  DELIMITED SIZE            INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                      TO REPORT-LINE
           STRING 'LETTERS TO A NAMED CONTACT: ' WS-CONTACT-LETTERS
                  DELIMITED SIZE            INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                      TO REPORT-LINE
           STRING 'EXECUTIVE COPIES (LEVEL 3): ' WS-EXEC-COPIES
                  DELIMITED SIZE            INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE CUST-FILE
           CLOSE STATE-FILE
           CLOSE LETTER-FILE
           DISPLAY 'PROMISE SUPPRESSIONS:  ' WS-PROMISE-SUPPRESSED
           DISPLAY 'DISPUTE HOLDS FROZEN:  ' WS-DISPUTE-FROZEN
           DISPLAY 'PROMISES BROKEN:       ' WS-PROMISES-BROKEN
           DISPLAY 'TO NAMED CONTACT:      ' WS-CONTACT-LETTERS
           DISPLAY 'EXECUTIVE COPIES:      ' WS-EXEC-COPIES
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
