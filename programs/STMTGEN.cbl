      *               RECORDS), ONE STATEMENT PER PAGE, EACH WITH A    *
      *               PERIOD-ACTIVITY SECTION LISTING THE CUSTOMER'S   *
      *               OWN MATCHED SALES AND RETURNS FOR THE PERIOD.    *
      *               FREIGHT BILLED ON A SALE PRINTS ON ITS OWN LINE  *
      *               UNDER THE SALE IN THE ACTIVITY SECTION, AND ITS  *
      *               OPEN ITEM IS LABELLED FREIGHT IN THE OPEN-ITEMS  *
      *               SECTION.                                         *
      *               WHERE THE CUSTOMER HAS AN ACTIVE ACCOUNTS-       *
      *               PAYABLE CONTACT ON THE CONTACT FILE (CUSTCONT),  *
      *               THE STATEMENT CARRIES AN ATTENTION LINE FOR      *
      *               THAT PERSON AND GOES BY THE CONTACT'S PREFERRED  *
      *               CHANNEL - EMAIL TO THE CONTACT'S ADDRESS, ELSE   *
      *               PRINT - UNLESS THE ACCOUNT IS SET TO SUPPRESS OR *
      *               TO BOTH. WITHOUT ONE IT IS ADDRESSED AND ROUTED  *
      *               FROM THE MASTER AS BEFORE.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
                  RECORD KEY   IS SHP-KEY
                  FILE STATUS  IS WS-SHIPTO-STATUS.

      *    CUSTOMER CONTACT FILE - THE ACCOUNTS-PAYABLE CONTACT THE
      *    STATEMENT IS ADDRESSED TO. A MISSING FILE MEANS EVERY
      *    STATEMENT IS ADDRESSED FROM THE MASTER, AS IT ALWAYS WAS.
           SELECT CONTACT-FILE ASSIGN TO CUSTCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTC-KEY
                  FILE STATUS  IS WS-CONTACT-STATUS.

      *    STATEMENT HISTORY - EVERY ISSUED LINE IS KEPT, KEYED BY
      *    CUSTOMER AND STATEMENT DATE, SO STMTRPRT CAN REPRODUCE ANY
      *    STATEMENT EXACTLY AS SENT. OPENED EXTEND - EACH RUN'S
           RECORDING MODE IS F.
           COPY SHIPTO.

       FD  CONTACT-FILE
           RECORDING MODE IS F.
           COPY CUSTCONT.

       FD  HIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-EMAIL-STATUS          PIC XX.
           05  WS-HIST-STATUS           PIC XX.
           05  WS-SHIPTO-STATUS         PIC XX.
           05  WS-CONTACT-STATUS        PIC XX.

       01  WS-FLAGS.
           05  WS-END-OF-FILE-SW        PIC X VALUE 'N'.
           05  WS-CYCLE-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-SUPPRESSED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EMAIL-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-AP-CONTACT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PAGE-COUNT            PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------*
           05  WS-SHIP-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-SHIP-TABLE-COUNT      PIC 9(05) VALUE ZERO.

      *----------------------------------------------------------------*
      * ACCOUNTS-PAYABLE CONTACT TABLE - ONE ENTRY PER ACTIVE AP       *
      * CONTACT, LOADED ONCE AT STARTUP IN KEY ORDER, SO THE FIRST     *
      * ENTRY FOUND FOR A CUSTOMER IS ITS LOWEST-SEQUENCE AP CONTACT   *
      *----------------------------------------------------------------*
       01  WS-CONT-FLAGS.
           05  WS-CONT-SCAN-EOF-SW      PIC X VALUE 'N'.
               88  CONT-SCAN-EOF                VALUE 'Y'.
           05  WS-AP-FOUND-SW           PIC X VALUE 'N'.
               88  AP-CONTACT-FOUND             VALUE 'Y'.

       01  WS-CONT-TABLE.
           05  WS-CONT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-CONT-IDX.
               10  WS-CONT-CUST-TBL     PIC 9(6)  VALUE ZERO.
               10  WS-CONT-NAME-TBL     PIC X(30) VALUE SPACES.
               10  WS-CONT-EMAIL-TBL    PIC X(50) VALUE SPACES.
               10  WS-CONT-CHANNEL-TBL  PIC X(1)  VALUE SPACE.

       01  WS-CONT-TABLE-FIELDS.
           05  WS-CONT-TABLE-MAX        PIC 9(05) VALUE 5000.
           05  WS-CONT-TABLE-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-AP-CONTACT.
           05  WS-AP-NAME               PIC X(30) VALUE SPACES.
           05  WS-AP-EMAIL              PIC X(50) VALUE SPACES.
           05  WS-AP-CHANNEL            PIC X(1)  VALUE SPACE.
               88  AP-PREFERS-EMAIL             VALUE 'E'.

       01  STMT-ATTN-LINE.
           05  FILLER                   PIC X(11) VALUE 'ATTENTION: '.
           05  STMT-ATTN-NAME           PIC X(30).
           05  FILLER                   PIC X(19) VALUE
               ' - ACCOUNTS PAYABLE'.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  STMT-LOC-HDR-LINE.
           05  FILLER                   PIC X(30) VALUE
               'SERVICED LOCATIONS'.
               10  WS-ITEM-REF-TBL      PIC X(10).
               10  WS-ITEM-ORIG-TBL     PIC 9(8)V99.
               10  WS-ITEM-OPEN-TBL     PIC 9(8)V99.
               10  WS-ITEM-SOURCE-TBL   PIC X(1).

      *----------------------------------------------------------------*
      * PERIOD SALES ACTIVITY TABLE - THE WHOLE VALIDATED SALES FEED,  *
               10  WS-SALE-AMOUNT           PIC 9(8)V99.
               10  WS-SALE-RETURN-SW        PIC X.
                   88  WS-SALE-IS-RETURN           VALUE 'Y'.
               10  WS-SALE-INVOICE-NO       PIC X(10).
               10  WS-SALE-FREIGHT          PIC 9(6)V99.

       01  WS-DISPLAY-FIELDS.
           05  WS-CREDIT-DISPLAY        PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(10) VALUE 'AMOUNT'.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(6) VALUE 'TYPE'.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'DOCUMENT'.
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  STMT-ACTV-DETAIL-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ACTV-AMOUNT              PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  ACTV-TYPE                PIC X(6).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ACTV-INVOICE-NO          PIC X(10).
           05  FILLER                   PIC X(52) VALUE SPACES.

      *    THE FREIGHT BILLED ON THE SALE ABOVE IT - NO QUANTITY
       01  STMT-ACTV-FREIGHT-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ACTV-FRT-DATE            PIC X(10).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'FREIGHT'.
           05  FILLER                   PIC X(15) VALUE SPACES.
           05  ACTV-FRT-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  ACTV-FRT-TYPE            PIC X(6).
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ACTV-FRT-INVOICE-NO      PIC X(10).
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  STMT-ACTV-NONE-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  ITEM-ORIG-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(6) VALUE SPACES.
           05  ITEM-OPEN-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(4) VALUE SPACES.
      *        'FREIGHT' ON THE ITEM OPENPOST OPENED FOR THE FREIGHT
      *        BILLED ON A SALE, BLANK ON EVERY OTHER ITEM
           05  ITEM-SOURCE-LABEL        PIC X(7).
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  STMT-ITEM-NONE-LINE.
           05  FILLER                   PIC X(4) VALUE SPACES.
           PERFORM 1400-LOAD-OPEN-ITEMS
           PERFORM 1500-FIND-TONIGHT-CYCLE
           PERFORM 1600-LOAD-SHIP-TABLE
           PERFORM 1700-LOAD-CONTACT-TABLE

           PERFORM 1100-READ-CUSTOMER.

               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * LOAD THE ACTIVE ACCOUNTS-PAYABLE CONTACTS. A MISSING FILE      *
      * (STATUS 35) MEANS EVERY STATEMENT IS ADDRESSED FROM THE        *
      * MASTER.                                                        *
      *----------------------------------------------------------------*
       1700-LOAD-CONTACT-TABLE.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = '35'
               MOVE 'Y'                     TO WS-CONT-SCAN-EOF-SW
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTACT-FILE    FS='
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
               PERFORM 1750-READ-CONTACT-NEXT
               PERFORM 1720-ADD-CONTACT-TO-TABLE UNTIL CONT-SCAN-EOF
           END-IF
           CLOSE CONTACT-FILE.

       1720-ADD-CONTACT-TO-TABLE.
           IF CTC-ACTIVE
          AND CTC-ROLE-AP
          AND WS-CONT-TABLE-COUNT < WS-CONT-TABLE-MAX
               ADD 1                        TO WS-CONT-TABLE-COUNT
               SET WS-CONT-IDX              TO WS-CONT-TABLE-COUNT
               MOVE CTC-CUST-ID
                            TO WS-CONT-CUST-TBL (WS-CONT-IDX)
               MOVE CTC-NAME
                            TO WS-CONT-NAME-TBL (WS-CONT-IDX)
               MOVE CTC-EMAIL
                            TO WS-CONT-EMAIL-TBL (WS-CONT-IDX)
               MOVE CTC-CHANNEL
                            TO WS-CONT-CHANNEL-TBL (WS-CONT-IDX)
           END-IF
           PERFORM 1750-READ-CONTACT-NEXT.

       1750-READ-CONTACT-NEXT.
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

      *----------------------------------------------------------------*
      * LOOK TONIGHT'S DATE UP ON THE PROCESSING CALENDAR AND LATCH    *
      * THE STATEMENT CYCLE DUE. A MISSING CALENDAR (STATUS 35), NO    *
               MOVE OI-REFERENCE   TO WS-ITEM-REF-TBL (WS-ITEM-IDX)
               MOVE OI-ORIG-AMOUNT TO WS-ITEM-ORIG-TBL (WS-ITEM-IDX)
               MOVE OI-OPEN-AMOUNT TO WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
               MOVE OI-SOURCE      TO WS-ITEM-SOURCE-TBL (WS-ITEM-IDX)
           END-IF
           PERFORM 1450-READ-ITEM-NEXT.

           ELSE
               MOVE 'N'         TO WS-SALE-RETURN-SW (WS-SALE-IDX)
           END-IF
           MOVE SR-INVOICE-NO   TO WS-SALE-INVOICE-NO (WS-SALE-IDX)
           IF SR-FREIGHT-AMOUNT NUMERIC
               MOVE SR-FREIGHT-AMOUNT
                                TO WS-SALE-FREIGHT (WS-SALE-IDX)
           ELSE
               MOVE ZERO        TO WS-SALE-FREIGHT (WS-SALE-IDX)
           END-IF

           PERFORM 1310-READ-SALES-RECORD.

                   MOVE 'N' TO WS-DELIVER-EMAIL-SW
           END-EVALUATE

      *    AN ACCOUNTS-PAYABLE CONTACT'S OWN CHANNEL DECIDES A SINGLE-
      *    DESTINATION STATEMENT - EMAIL WITH A USABLE ADDRESS, ELSE
      *    PRINT (A STATEMENT CANNOT GO BY PHONE). SUPPRESS AND BOTH
      *    ARE ACCOUNT-LEVEL DECISIONS AND STAND.
           PERFORM 2040-FIND-AP-CONTACT
           IF AP-CONTACT-FOUND
          AND NOT CUST-DELIV-SUPPRESS OF CUST-IN-REC
          AND NOT CUST-DELIV-BOTH OF CUST-IN-REC
               IF AP-PREFERS-EMAIL AND WS-AP-EMAIL NOT = SPACES
                   MOVE 'N' TO WS-DELIVER-PRINT-SW
                   MOVE 'Y' TO WS-DELIVER-EMAIL-SW
               ELSE
                   MOVE 'Y' TO WS-DELIVER-PRINT-SW
                   MOVE 'N' TO WS-DELIVER-EMAIL-SW
               END-IF
           END-IF

           IF (DELIVER-TO-PRINT OR DELIVER-TO-EMAIL)
          AND CUST-BALANCE OF CUST-IN-REC = ZERO
               PERFORM 2060-CHECK-ANY-ACTIVITY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE CUSTOMER'S ACCOUNTS-PAYABLE CONTACT, IF IT HAS ONE    *
      *----------------------------------------------------------------*
       2040-FIND-AP-CONTACT.
           MOVE 'N'                         TO WS-AP-FOUND-SW
           MOVE SPACES                      TO WS-AP-CONTACT
           SET WS-CONT-IDX TO 1
           PERFORM 2045-CHECK-ONE-CONTACT
               UNTIL WS-CONT-IDX > WS-CONT-TABLE-COUNT
                  OR AP-CONTACT-FOUND.

       2045-CHECK-ONE-CONTACT.
           IF WS-CONT-CUST-TBL (WS-CONT-IDX)
              = CUST-ID OF CUST-IN-REC
               MOVE 'Y'                     TO WS-AP-FOUND-SW
               MOVE WS-CONT-NAME-TBL (WS-CONT-IDX)    TO WS-AP-NAME
               MOVE WS-CONT-EMAIL-TBL (WS-CONT-IDX)   TO WS-AP-EMAIL
               MOVE WS-CONT-CHANNEL-TBL (WS-CONT-IDX) TO WS-AP-CHANNEL
           ELSE
               SET WS-CONT-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * COUNT THE CUSTOMER'S PERIOD ACTIVITY AND OPEN ITEMS WITHOUT    *
      * PRINTING ANYTHING - THE SUPPRESSION DECISION NEEDS THE COUNTS  *
           END-IF

      *    THE EMAIL EXTRACT LEADS EACH STATEMENT BLOCK WITH THE
      *    RECIPIENT ADDRESS FOR THE DELIVERY SERVICE - THE AP
      *    CONTACT'S ADDRESS WHEN THERE IS ONE
           IF DELIVER-TO-EMAIL
               MOVE CUST-EMAIL OF CUST-IN-REC TO EMAIL-BANNER-ADDR
               IF AP-CONTACT-FOUND AND WS-AP-EMAIL NOT = SPACES
                   MOVE WS-AP-EMAIL         TO EMAIL-BANNER-ADDR
               END-IF
               MOVE EMAIL-BANNER-LINE       TO EMAIL-LINE
               WRITE EMAIL-LINE
               IF WS-EMAIL-STATUS NOT = '00'
           MOVE '1' TO WS-ADVANCE-CODE
           PERFORM 2800-EMIT-STMT-LINE

           IF AP-CONTACT-FOUND
               MOVE WS-AP-NAME              TO STMT-ATTN-NAME
               MOVE STMT-ATTN-LINE TO WS-STMT-BUILD-LINE
               MOVE '1' TO WS-ADVANCE-CODE
               PERFORM 2800-EMIT-STMT-LINE
               ADD 1 TO WS-AP-CONTACT-COUNT
           END-IF

           MOVE STMT-BLANK-LINE TO WS-STMT-BUILD-LINE
           MOVE '1' TO WS-ADVANCE-CODE
           PERFORM 2800-EMIT-STMT-LINE
                                                TO ITEM-ORIG-AMOUNT
               MOVE WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
                                                TO ITEM-OPEN-AMOUNT
               IF WS-ITEM-SOURCE-TBL (WS-ITEM-IDX) = 'F'
                   MOVE 'FREIGHT'               TO ITEM-SOURCE-LABEL
               ELSE
                   MOVE SPACES                  TO ITEM-SOURCE-LABEL
               END-IF
               ADD WS-ITEM-OPEN-TBL (WS-ITEM-IDX)
                                                TO WS-OPEN-ITEM-TOTAL
               MOVE STMT-ITEM-DETAIL-LINE TO WS-STMT-BUILD-LINE
               MOVE WS-SALE-PRODUCT-CODE (WS-SALE-IDX) TO ACTV-PRODUCT
               MOVE WS-SALE-QUANTITY (WS-SALE-IDX)     TO ACTV-QUANTITY
               MOVE WS-SALE-AMOUNT (WS-SALE-IDX)       TO ACTV-AMOUNT
               MOVE WS-SALE-INVOICE-NO (WS-SALE-IDX)
                                                    TO ACTV-INVOICE-NO
               IF WS-SALE-IS-RETURN (WS-SALE-IDX)
                   MOVE 'RETURN' TO ACTV-TYPE
                   SUBTRACT WS-SALE-AMOUNT (WS-SALE-IDX)
               MOVE '1' TO WS-ADVANCE-CODE
               PERFORM 2800-EMIT-STMT-LINE
               ADD 1 TO WS-ACTIVITY-LINES
               IF WS-SALE-FREIGHT (WS-SALE-IDX) > ZERO
                   PERFORM 2220-PRINT-FREIGHT-LINE
               END-IF
           END-IF

           SET WS-SALE-IDX UP BY 1.

      *----------------------------------------------------------------*
      * THE FREIGHT BILLED (OR CREDITED BACK ON A RETURN) ON THE SALE  *
      * JUST PRINTED, ON ITS OWN LINE AND NETTED INTO THE PERIOD TOTAL *
      * THE SAME WAY                                                   *
      *----------------------------------------------------------------*
       2220-PRINT-FREIGHT-LINE.
           MOVE WS-SALE-DATE (WS-SALE-IDX)         TO ACTV-FRT-DATE
           MOVE WS-SALE-FREIGHT (WS-SALE-IDX)      TO ACTV-FRT-AMOUNT
           MOVE WS-SALE-INVOICE-NO (WS-SALE-IDX)
                                                TO ACTV-FRT-INVOICE-NO
           IF WS-SALE-IS-RETURN (WS-SALE-IDX)
               MOVE 'RETURN' TO ACTV-FRT-TYPE
               SUBTRACT WS-SALE-FREIGHT (WS-SALE-IDX)
                                           FROM WS-ACTIVITY-NET
           ELSE
               MOVE 'SALE'   TO ACTV-FRT-TYPE
               ADD WS-SALE-FREIGHT (WS-SALE-IDX)
                                           TO WS-ACTIVITY-NET
           END-IF
           MOVE STMT-ACTV-FREIGHT-LINE TO WS-STMT-BUILD-LINE
           MOVE '1' TO WS-ADVANCE-CODE
           PERFORM 2800-EMIT-STMT-LINE.

      *----------------------------------------------------------------*
      * FINALIZE - CLOSE FILES AND REPORT RUN STATISTICS               *
      *----------------------------------------------------------------*
           DISPLAY 'CUSTOMERS READ:        ' WS-CUSTOMER-COUNT
           DISPLAY 'STATEMENTS PRINTED:    ' WS-STATEMENT-COUNT
           DISPLAY 'STATEMENTS EMAILED:    ' WS-EMAIL-COUNT
           DISPLAY 'TO AP CONTACT:         ' WS-AP-CONTACT-COUNT
           DISPLAY 'SKIPPED (NOT ACTIVE):  ' WS-SKIPPED-COUNT
           DISPLAY 'SKIPPED (OTHER CYCLE): ' WS-CYCLE-SKIPPED-COUNT
           DISPLAY 'SUPPRESSED (NO NEED):  ' WS-SUPPRESSED-COUNT
