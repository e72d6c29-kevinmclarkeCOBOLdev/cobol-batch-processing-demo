      *****************************************************************
      * PROGRAM NAME: INVCGEN                                         *
      * DESCRIPTION:  INVOICE NUMBERING AND DOCUMENT GENERATOR        *
      *               A CLEAN SALE USED TO REACH CUST-BALANCE AND THE *
      *               OPEN-ITEM LEDGER WITHOUT THE CUSTOMER EVER      *
      *               BEING SENT A DOCUMENT FOR IT. THIS STEP RUNS    *
      *               RIGHT AFTER DATAVAL: EVERY CLEAN SALE IS GIVEN  *
      *               AN INVOICE NUMBER ('IN' + 8 DIGITS) AND EVERY   *
      *               CLEAN RETURN A CREDIT-NOTE NUMBER ('CN' + THE   *
      *               SAME 8-DIGIT SEQUENCE), STAMPED BACK ONTO THE   *
      *               CLEAN RECORD IN PLACE SO THE NUMBER RIDES       *
      *               DOWNSTREAM INTO OPENPOST, STMTGEN, ARCHIVE, AND *
      *               GLEXTRAC. EACH DOCUMENT IS REGISTERED IN THE    *
      *               INDEXED INVOICE REGISTER AND PRODUCED PER THE   *
      *               CUSTOMER'S DELIVERY PREFERENCE - PRINTED ONE    *
      *               PER PAGE, EMAILED AS A BLOCK LED BY AN EMAIL-TO *
      *               BANNER (THE SAME SHAPE STMTGEN USES), OR BOTH.  *
      *               A RECORD THAT ALREADY CARRIES A NUMBER IS NEVER *
      *               RENUMBERED OR REREGISTERED, SO A RERUN AFTER A  *
      *               FAILURE KEEPS THE NUMBER RANGE INTACT; BECAUSE  *
      *               THE PRINT AND EMAIL FILES ARE REBUILT EACH RUN, *
      *               A DOCUMENT THE REGISTER SHOWS ISSUED TONIGHT IS *
      *               PRODUCED AGAIN FROM ITS REGISTER ENTRY, SO THE  *
      *               FILES ALWAYS HOLD THE WHOLE NIGHT. FREIGHT AND  *
      *               HANDLING BILLED ON THE SALE PRINTS ON ITS OWN   *
      *               LINE UNDER THE DETAIL AND IS IN THE DOCUMENT    *
      *               TOTAL. A CLEAN RETURN ARRIVES CARRYING THE      *
      *               INVOICE OF THE SALE IT CAME BACK AGAINST, AS    *
      *               DATAVAL TRACED IT; IT IS STILL GIVEN ITS OWN    *
      *               CREDIT-NOTE NUMBER, AND THE ORIGINAL INVOICE IS *
      *               FILED ON THE CREDIT NOTE'S REGISTER ENTRY FOR   *
      *               OPENPOST.                                       *
      *                                                                *
      * INPUTS:       VALIDATED SALES DETAIL  (DATAOUT, REWRITTEN IN  *
      *               PLACE WITH THE DOCUMENT NUMBER)                 *
      *               CUSTOMER MASTER         (CUSTMIN, INDEXED)      *
      * OUTPUTS:      INVOICE REGISTER        (INVREG, INDEXED -      *
      *               BOOTSTRAPPED EMPTY ON THE FIRST RUN)            *
      *               PRINTED INVOICES        (INVCOUT, 132-BYTE)     *
      *               EMAIL INVOICE EXTRACT   (INVCEMAIL, 132-BYTE)   *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   SALESREC - SALES TRANSACTION RECORD (120 BYTES)             *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   INVREG   - INVOICE REGISTER RECORD (160 BYTES)              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCGEN.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE NIGHT'S CLEAN FILE, OPENED I-O SO EACH RECORD CAN BE
      *    REWRITTEN WITH ITS DOCUMENT NUMBER BEFORE ANY LATER STEP
      *    READS IT
           SELECT SALES-FILE      ASSIGN TO DATAOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SALES-STATUS.

      *    CUSTOMER MASTER - READ BY KEY FOR THE BILL-TO NAME AND
      *    ADDRESS, THE EMAIL ADDRESS, AND THE DELIVERY PREFERENCE,
      *    THE SAME RANDOM LOOKUP DATAVAL USES
           SELECT CUST-MASTER     ASSIGN TO CUSTMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS  IS WS-CUST-STATUS.

      *    INVOICE REGISTER - ONE RECORD PER DOCUMENT ISSUED, KEYED
      *    ON THE SEQUENCE SO INVOICES AND CREDIT NOTES SHARE ONE
      *    GAP-FREE NUMBER RANGE
           SELECT REGISTER-FILE   ASSIGN TO INVREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS INV-DOC-SEQ
                  FILE STATUS  IS WS-REGISTER-STATUS.

           SELECT INVOICE-FILE    ASSIGN TO INVCOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-INVOICE-STATUS.

      *    EMAIL INVOICE EXTRACT - THE SAME DOCUMENT CONTENT, ONE
      *    BLOCK PER EMAIL-PREFERENCE CUSTOMER DOCUMENT, FOR THE
      *    DELIVERY SERVICE TO PICK UP INSTEAD OF THE MAIL ROOM
           SELECT EMAIL-FILE      ASSIGN TO INVCEMAIL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-EMAIL-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - THE MAINTAINED DATE THE NIGHT'S
      *    WORK BELONGS TO, SO A RUN DELAYED PAST MIDNIGHT DOES NOT
      *    DATE ITS DOCUMENTS WRONG. A MISSING FILE FALLS BACK TO THE
      *    SYSTEM CLOCK.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  SALES-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SALESREC.

       FD  CUST-MASTER
           RECORDING MODE IS F.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  REGISTER-FILE
           RECORDING MODE IS F.
           COPY INVREG.

       FD  INVOICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  INVOICE-LINE                 PIC X(132).

       FD  EMAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EMAIL-LINE                   PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RUNLOGRC.

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY BUSDATE.

      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-BUSDATE-CHECKED-SW    PIC X VALUE 'N'.
               88  BUSDATE-CHECKED              VALUE 'Y'.
           05  WS-BUSDATE-FOUND-SW      PIC X VALUE 'N'.
               88  BUSDATE-FOUND                VALUE 'Y'.
           05  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-YYYYMMDD      PIC X(08) VALUE SPACES.
           05  WS-BUSDATE-CYCLE         PIC X(02) VALUE '01'.

      *----------------------------------------------------------------*
      * RUN-LOG STAGING - THE START TIMESTAMP IS CAPTURED AT THE TOP   *
      * OF THE RUN SO THE LOGGED DURATION COVERS THE WHOLE STEP        *
      *----------------------------------------------------------------*
       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS         PIC XX VALUE SPACES.
           05  WS-RL-START-TS           PIC X(26) VALUE SPACES.

      *---------------------------------------------------------------*
      * FILE STATUS FIELDS - ONE PER SELECT STATEMENT                  *
      *---------------------------------------------------------------*
       01  WS-FILE-STATUS.
           05  WS-SALES-STATUS          PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-REGISTER-STATUS       PIC XX VALUE SPACES.
           05  WS-INVOICE-STATUS        PIC XX VALUE SPACES.
           05  WS-EMAIL-STATUS          PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SALES-EOF-SW          PIC X VALUE 'N'.
               88  SALES-EOF                    VALUE 'Y'.
           05  WS-REG-SCAN-EOF-SW       PIC X VALUE 'N'.
               88  REG-SCAN-EOF                 VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-FOUND                   VALUE 'Y'.
           05  WS-SEND-PRINT-SW         PIC X VALUE 'N'.
               88  SEND-PRINT                   VALUE 'Y'.
           05  WS-SEND-EMAIL-SW         PIC X VALUE 'N'.
               88  SEND-EMAIL                   VALUE 'Y'.
           05  WS-REG-FOUND-SW          PIC X VALUE 'N'.
               88  REG-ENTRY-FOUND              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SALES-READ            PIC 9(7) VALUE ZERO.
           05  WS-INVOICES-ISSUED       PIC 9(7) VALUE ZERO.
           05  WS-CREDIT-NOTES-ISSUED   PIC 9(7) VALUE ZERO.
           05  WS-ALREADY-NUMBERED      PIC 9(7) VALUE ZERO.
           05  WS-DOCS-REISSUED         PIC 9(7) VALUE ZERO.
           05  WS-DOCS-PRINTED          PIC 9(7) VALUE ZERO.
           05  WS-DOCS-EMAILED          PIC 9(7) VALUE ZERO.
           05  WS-CUST-NOT-FOUND        PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * NEXT DOCUMENT SEQUENCE TO ASSIGN - THE HIGHEST KEY ALREADY ON *
      * THE REGISTER, THE SAME SEED SCAN THE CONTACT LOG AND THE      *
      * SUSPENSE FILE USE                                             *
      *---------------------------------------------------------------*
       01  WS-DOC-SEQUENCE-NO           PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      * THE DOCUMENT BEING BUILT, AND THE NIGHT'S FIRST AND LAST      *
      * NUMBERS FOR THE RUN SUMMARY                                   *
      *---------------------------------------------------------------*
       01  WS-DOC-FIELDS.
           05  WS-DOC-NO.
               10  WS-DOC-PREFIX        PIC X(02) VALUE SPACES.
               10  WS-DOC-DIGITS        PIC 9(08) VALUE ZERO.
           05  WS-DOC-DELIVERY          PIC X(01) VALUE SPACE.
           05  WS-DOC-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  WS-DOC-FREIGHT           PIC 9(6)V99 VALUE ZERO.
           05  WS-FIRST-DOC-NO          PIC X(10) VALUE SPACES.
           05  WS-LAST-DOC-NO           PIC X(10) VALUE SPACES.
           05  WS-ORIG-INVOICE-NO       PIC X(10) VALUE SPACES.

       01  WS-ISSUE-DATE                PIC X(10) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *----------------------------------------------------------------*
      * INVOICE / CREDIT-NOTE DOCUMENT LINES - ONE DOCUMENT PER PAGE,  *
      * THE SAME AFTER-ADVANCING-PAGE STYLE STMTGEN USES FOR ITS       *
      * STATEMENTS. THE EMAIL COPY IS BUILT FROM THE SAME LINES.       *
      *----------------------------------------------------------------*
       01  INV-HDR-LINE-1.
           05  INV-HDR-TITLE            PIC X(40) VALUE SPACES.
           05  FILLER                   PIC X(44) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               'DOCUMENT NO: '.
           05  INV-HDR-DOC-NO           PIC X(10).
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  INV-HDR-LINE-2.
           05  FILLER                   PIC X(84) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE
               'ISSUE DATE:  '.
           05  INV-HDR-ISSUE-DATE       PIC X(10).
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  INV-HDR-LINE-3.
           05  FILLER                   PIC X(132) VALUE ALL '-'.

       01  INV-BILLTO-LINE.
           05  FILLER                   PIC X(14) VALUE
               'BILL TO:      '.
           05  FILLER                   PIC X(14) VALUE
               'CUSTOMER ID: '.
           05  INV-CUST-ID              PIC ZZZZZ9.
           05  FILLER                   PIC X(98) VALUE SPACES.

       01  INV-NAME-LINE.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  INV-NAME                 PIC X(30).
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  INV-ADDR-LINE.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  INV-ADDRESS              PIC X(30).
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  INV-CITY-LINE.
           05  FILLER                   PIC X(14) VALUE SPACES.
           05  INV-CITY                 PIC X(20).
           05  FILLER                   PIC X(2) VALUE ', '.
           05  INV-STATE                PIC X(2).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INV-ZIP                  PIC X(10).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  INV-BLANK-LINE.
           05  FILLER                   PIC X(132) VALUE SPACES.

       01  INV-COLUMN-LINE.
           05  FILLER                   PIC X(12) VALUE 'SALE DATE'.
           05  FILLER                   PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                   PIC X(10) VALUE '  QUANTITY'.
           05  FILLER                   PIC X(16) VALUE
               '          AMOUNT'.
           05  FILLER                   PIC X(14) VALUE
               '           TAX'.
           05  FILLER                   PIC X(16) VALUE
               '           TOTAL'.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'SALESPERSON'.
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  INV-DETAIL-LINE.
           05  INV-DTL-DATE             PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INV-DTL-PRODUCT          PIC X(10).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INV-DTL-QUANTITY         PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3) VALUE SPACES.
           05  INV-DTL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  INV-DTL-TAX              PIC ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  INV-DTL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(4) VALUE SPACES.
           05  INV-DTL-SALESPERSON      PIC X(20).
           05  FILLER                   PIC X(34) VALUE SPACES.

      *    PRINTED UNDER THE DETAIL LINE ONLY WHEN FREIGHT WAS
      *    BILLED, ITS AMOUNT UNDER THE DETAIL'S TOTAL COLUMN
       01  INV-FREIGHT-LINE.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'FREIGHT AND HANDLING'.
           05  FILLER                   PIC X(28) VALUE SPACES.
           05  INV-FRT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  INV-TOTAL-LINE.
           05  FILLER                   PIC X(64) VALUE SPACES.
           05  INV-TOTAL-LABEL          PIC X(18) VALUE SPACES.
           05  INV-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  INV-TERMS-LINE.
           05  FILLER                   PIC X(14) VALUE
               'TERMS:        '.
           05  INV-TERMS                PIC X(3).
           05  FILLER                   PIC X(115) VALUE SPACES.

       01  INV-EMAIL-BANNER-LINE.
           05  FILLER                   PIC X(10) VALUE 'EMAIL TO: '.
           05  INV-EMAIL-ADDRESS        PIC X(50).
           05  FILLER                   PIC X(72) VALUE SPACES.

      *---------------------------------------------------------------*
      * THE LINE CURRENTLY BEING EMITTED, AND WHETHER IT STARTS A     *
      * NEW PRINTED PAGE                                              *
      *---------------------------------------------------------------*
       01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.
       01  WS-OUT-PAGE-SW               PIC X VALUE 'N'.
           88  OUT-NEW-PAGE                     VALUE 'Y'.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SALES UNTIL SALES-EOF
           PERFORM 3000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION                                                 *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SALES-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN INPUT CUST-MASTER
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY COLLMNT
      *    BOOTSTRAPS ITS CONTACT LOG
           OPEN I-O REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REGISTER-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REGISTER-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1200-DETERMINE-NEXT-DOC-SEQ

           OPEN OUTPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: INVOICE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-INVOICE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT EMAIL-FILE
           IF WS-EMAIL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: EMAIL-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EMAIL-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    EVERY DOCUMENT THIS NIGHT CARRIES THE BUSINESS DATE, NOT
      *    THE WALL CLOCK
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO WS-ISSUE-DATE
           ELSE
               MOVE WS-RL-START-TS(1:4)     TO WS-ISSUE-DATE(1:4)
               MOVE '-'                     TO WS-ISSUE-DATE(5:1)
               MOVE WS-RL-START-TS(5:2)     TO WS-ISSUE-DATE(6:2)
               MOVE '-'                     TO WS-ISSUE-DATE(8:1)
               MOVE WS-RL-START-TS(7:2)     TO WS-ISSUE-DATE(9:2)
           END-IF

           PERFORM 1100-READ-SALES.

       1100-READ-SALES.
           READ SALES-FILE
               AT END
                   MOVE 'Y'               TO WS-SALES-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-SALES-READ
           END-READ
           IF NOT SALES-EOF AND WS-SALES-STATUS NOT = '00'
               MOVE 'READ ERROR: SALES-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * SCAN THE REGISTER FOR THE HIGHEST SEQUENCE ALREADY ISSUED      *
      *---------------------------------------------------------------*
       1200-DETERMINE-NEXT-DOC-SEQ.
           MOVE ZERO                       TO WS-DOC-SEQUENCE-NO
           MOVE ZERO                       TO INV-DOC-SEQ
           START REGISTER-FILE KEY NOT < INV-DOC-SEQ
               INVALID KEY
                   MOVE 'Y'                 TO WS-REG-SCAN-EOF-SW
           END-START

           IF NOT REG-SCAN-EOF
               PERFORM 1250-READ-REGISTER-NEXT
               PERFORM 1250-READ-REGISTER-NEXT UNTIL REG-SCAN-EOF
           END-IF.

       1250-READ-REGISTER-NEXT.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-REG-SCAN-EOF-SW
               NOT AT END
                   MOVE INV-DOC-SEQ         TO WS-DOC-SEQUENCE-NO
           END-READ
           IF WS-REGISTER-STATUS NOT = '00'
          AND WS-REGISTER-STATUS NOT = '10'
               MOVE 'READ ERROR: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REGISTER-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * NUMBER, REGISTER, AND PRODUCE ONE DOCUMENT PER CLEAN RECORD.   *
      * A RECORD ALREADY CARRYING A NUMBER WAS HANDLED BY AN EARLIER   *
      * ATTEMPT AT THIS RUN - IT KEEPS ITS NUMBER AND REGISTER ENTRY,  *
      * AND ONLY ITS DOCUMENT IS PRODUCED AGAIN (2700). AN 'IN' NUMBER *
      * ON A RETURN IS NOT ITS OWN - IT IS THE INVOICE DATAVAL TRACED  *
      * THE RETURN TO, SET ASIDE FOR THE REGISTER BEFORE THE RETURN IS *
      * NUMBERED.                                                      *
      *---------------------------------------------------------------*
       2000-PROCESS-SALES.
           MOVE SPACES                      TO WS-ORIG-INVOICE-NO
           IF SR-TRANS-RETURN OF SALES-RECORD
              AND SR-INVOICE-NO OF SALES-RECORD (1:2) = 'IN'
               MOVE SR-INVOICE-NO OF SALES-RECORD
                                            TO WS-ORIG-INVOICE-NO
               MOVE SPACES                  TO SR-INVOICE-NO
                                               OF SALES-RECORD
           END-IF

           IF SR-INVOICE-NO OF SALES-RECORD NOT = SPACES
               ADD 1                        TO WS-ALREADY-NUMBERED
               PERFORM 2700-REISSUE-DOCUMENT
           ELSE
               PERFORM 2100-ASSIGN-DOC-NUMBER
               PERFORM 2200-LOOKUP-CUSTOMER
               PERFORM 2300-SET-DELIVERY
               PERFORM 2400-WRITE-REGISTER
               PERFORM 2500-PRODUCE-DOCUMENT
               PERFORM 2600-REWRITE-SALE
           END-IF

           PERFORM 1100-READ-SALES.

      *---------------------------------------------------------------*
      * NEXT NUMBER IN THE SHARED RANGE - 'IN' FOR A SALE, 'CN' FOR A  *
      * RETURN                                                         *
      *---------------------------------------------------------------*
       2100-ASSIGN-DOC-NUMBER.
           ADD 1                            TO WS-DOC-SEQUENCE-NO
           MOVE WS-DOC-SEQUENCE-NO          TO WS-DOC-DIGITS
           IF SR-TRANS-RETURN OF SALES-RECORD
               MOVE 'CN'                    TO WS-DOC-PREFIX
               ADD 1                        TO WS-CREDIT-NOTES-ISSUED
           ELSE
               MOVE 'IN'                    TO WS-DOC-PREFIX
               ADD 1                        TO WS-INVOICES-ISSUED
           END-IF
           IF WS-FIRST-DOC-NO = SPACES
               MOVE WS-DOC-NO               TO WS-FIRST-DOC-NO
           END-IF
           MOVE WS-DOC-NO                   TO WS-LAST-DOC-NO.

      *---------------------------------------------------------------*
      * BILL-TO DETAILS OFF THE MASTER. DATAVAL ALREADY VERIFIED THE   *
      * CUSTOMER, SO A MISS HERE MEANS THE ACCOUNT WAS REMOVED IN      *
      * BETWEEN - THE DOCUMENT STILL ISSUES, PRINTED, WITHOUT AN       *
      * ADDRESS, SO THE NUMBER RANGE STAYS UNBROKEN.                   *
      *---------------------------------------------------------------*
       2200-LOOKUP-CUSTOMER.
           MOVE 'N'                         TO WS-CUST-FOUND-SW
           IF SR-CUST-ID OF SALES-RECORD NOT = ZERO
               MOVE SR-CUST-ID OF SALES-RECORD
                                   TO CUST-ID OF CUST-MASTER-REC
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'N'             TO WS-CUST-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y'             TO WS-CUST-FOUND-SW
               END-READ
               IF WS-CUST-STATUS NOT = '00'
              AND WS-CUST-STATUS NOT = '23'
                   MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CUST-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF
           IF NOT CUST-FOUND
               ADD 1                        TO WS-CUST-NOT-FOUND
               MOVE SPACES                  TO CUST-MASTER-REC
               MOVE 'CUSTOMER NOT ON FILE'
                                   TO CUST-NAME OF CUST-MASTER-REC
           END-IF.

      *---------------------------------------------------------------*
      * DELIVERY FOLLOWS THE STATEMENT PREFERENCE - EMAIL, BOTH, OR    *
      * PRINT. SUPPRESS SILENCES STATEMENTS ONLY; AN INVOICE MUST GO   *
      * OUT, SO IT PRINTS. AN EMAIL PREFERENCE WITH NO ADDRESS ON FILE *
      * FALLS BACK TO PRINT RATHER THAN SENDING NOTHING.               *
      *---------------------------------------------------------------*
       2300-SET-DELIVERY.
           MOVE 'N'                         TO WS-SEND-PRINT-SW
           MOVE 'N'                         TO WS-SEND-EMAIL-SW
           EVALUATE TRUE
               WHEN NOT CUST-FOUND
                   MOVE 'Y'                 TO WS-SEND-PRINT-SW
               WHEN CUST-EMAIL OF CUST-MASTER-REC = SPACES
                   MOVE 'Y'                 TO WS-SEND-PRINT-SW
               WHEN CUST-DELIV-EMAIL OF CUST-MASTER-REC
                   MOVE 'Y'                 TO WS-SEND-EMAIL-SW
               WHEN CUST-DELIV-BOTH OF CUST-MASTER-REC
                   MOVE 'Y'                 TO WS-SEND-PRINT-SW
                   MOVE 'Y'                 TO WS-SEND-EMAIL-SW
               WHEN OTHER
                   MOVE 'Y'                 TO WS-SEND-PRINT-SW
           END-EVALUATE

           IF SEND-PRINT AND SEND-EMAIL
               MOVE 'B'                     TO WS-DOC-DELIVERY
           ELSE
               IF SEND-EMAIL
                   MOVE 'E'                 TO WS-DOC-DELIVERY
               ELSE
                   MOVE 'P'                 TO WS-DOC-DELIVERY
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * REGISTER THE DOCUMENT WITH THE FULL SALES RECORD IT WAS CUT    *
      * FROM, NUMBER INCLUDED                                          *
      *---------------------------------------------------------------*
       2400-WRITE-REGISTER.
           MOVE SPACES                      TO INVOICE-REGISTER-RECORD
           MOVE WS-DOC-SEQUENCE-NO          TO INV-DOC-SEQ
           MOVE WS-DOC-NO                   TO INV-DOC-NO
           MOVE WS-ISSUE-DATE               TO INV-ISSUE-DATE
           MOVE WS-DOC-DELIVERY             TO INV-DELIVERY
           MOVE 'I'                         TO INV-STATUS
           MOVE WS-DOC-NO                   TO SR-INVOICE-NO
                                               OF SALES-RECORD
           MOVE SALES-RECORD                TO INV-SALES-DATA
           MOVE WS-ORIG-INVOICE-NO          TO INV-ORIG-INVOICE-NO

           WRITE INVOICE-REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REGISTER-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REGISTER-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * BUILD THE DOCUMENT LINES ONCE AND EMIT EACH TO WHICHEVER       *
      * DELIVERY CHANNELS APPLY                                        *
      *---------------------------------------------------------------*
       2500-PRODUCE-DOCUMENT.
           IF SR-TRANS-RETURN OF SALES-RECORD
               MOVE 'CREDIT NOTE'           TO INV-HDR-TITLE
               MOVE 'AMOUNT CREDITED:'      TO INV-TOTAL-LABEL
           ELSE
               MOVE 'INVOICE'               TO INV-HDR-TITLE
               MOVE 'AMOUNT DUE:'           TO INV-TOTAL-LABEL
           END-IF
           MOVE WS-DOC-NO                   TO INV-HDR-DOC-NO
           MOVE WS-ISSUE-DATE               TO INV-HDR-ISSUE-DATE

           MOVE SR-CUST-ID OF SALES-RECORD  TO INV-CUST-ID
           MOVE CUST-NAME OF CUST-MASTER-REC    TO INV-NAME
           MOVE CUST-ADDRESS OF CUST-MASTER-REC TO INV-ADDRESS
           MOVE CUST-CITY OF CUST-MASTER-REC    TO INV-CITY
           MOVE CUST-STATE OF CUST-MASTER-REC   TO INV-STATE
           MOVE CUST-ZIP OF CUST-MASTER-REC     TO INV-ZIP

           COMPUTE WS-DOC-TOTAL = SR-SALE-AMOUNT OF SALES-RECORD
                                + SR-TAX-AMOUNT OF SALES-RECORD
           MOVE SR-SALE-DATE OF SALES-RECORD    TO INV-DTL-DATE
           MOVE SR-PRODUCT-CODE OF SALES-RECORD TO INV-DTL-PRODUCT
           MOVE SR-QUANTITY OF SALES-RECORD     TO INV-DTL-QUANTITY
           MOVE SR-SALE-AMOUNT OF SALES-RECORD  TO INV-DTL-AMOUNT
           MOVE SR-TAX-AMOUNT OF SALES-RECORD   TO INV-DTL-TAX
           MOVE WS-DOC-TOTAL                TO INV-DTL-TOTAL
           MOVE SR-SALESPERSON-NAME OF SALES-RECORD
                                            TO INV-DTL-SALESPERSON
      *    FREIGHT IS ITS OWN LINE, OUTSIDE THE DETAIL'S TOTAL BUT IN
      *    THE AMOUNT DUE (OR CREDITED)
           MOVE ZERO                        TO WS-DOC-FREIGHT
           IF SR-FREIGHT-AMOUNT OF SALES-RECORD NUMERIC
               MOVE SR-FREIGHT-AMOUNT OF SALES-RECORD
                                            TO WS-DOC-FREIGHT
           END-IF
           MOVE WS-DOC-FREIGHT              TO INV-FRT-AMOUNT
           ADD WS-DOC-FREIGHT               TO WS-DOC-TOTAL
           MOVE WS-DOC-TOTAL                TO INV-TOTAL-AMOUNT

      *    SPACES READS AS THE HOUSE DEFAULT, NET 30
           IF CUST-TERMS-DEFAULTED OF CUST-MASTER-REC
               MOVE 'N30'                   TO INV-TERMS
           ELSE
               MOVE CUST-PAYMENT-TERMS OF CUST-MASTER-REC
                                            TO INV-TERMS
           END-IF

           IF SEND-EMAIL
               MOVE CUST-EMAIL OF CUST-MASTER-REC
                                            TO INV-EMAIL-ADDRESS
               MOVE INV-EMAIL-BANNER-LINE   TO EMAIL-LINE
               PERFORM 2590-WRITE-EMAIL-LINE
               ADD 1                        TO WS-DOCS-EMAILED
           END-IF
           IF SEND-PRINT
               ADD 1                        TO WS-DOCS-PRINTED
           END-IF

           MOVE 'Y'                         TO WS-OUT-PAGE-SW
           MOVE INV-HDR-LINE-1              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-HDR-LINE-2              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-HDR-LINE-3              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-BLANK-LINE              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-BILLTO-LINE             TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-NAME-LINE               TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-ADDR-LINE               TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-CITY-LINE               TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-BLANK-LINE              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-COLUMN-LINE             TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-DETAIL-LINE             TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           IF WS-DOC-FREIGHT > ZERO
               MOVE INV-FREIGHT-LINE        TO WS-OUT-LINE
               PERFORM 2550-EMIT-DOC-LINE
           END-IF
           MOVE INV-BLANK-LINE              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-TOTAL-LINE              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE
           MOVE INV-TERMS-LINE              TO WS-OUT-LINE
           PERFORM 2550-EMIT-DOC-LINE.

      *---------------------------------------------------------------*
      * ONE DOCUMENT LINE TO THE PRINT FILE (THE FIRST ON A NEW PAGE)  *
      * AND/OR THE EMAIL EXTRACT                                       *
      *---------------------------------------------------------------*
       2550-EMIT-DOC-LINE.
           IF SEND-PRINT
               MOVE WS-OUT-LINE             TO INVOICE-LINE
               IF OUT-NEW-PAGE
                   WRITE INVOICE-LINE AFTER ADVANCING PAGE
               ELSE
                   WRITE INVOICE-LINE AFTER ADVANCING 1 LINE
               END-IF
               IF WS-INVOICE-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: INVOICE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-INVOICE-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF
           IF SEND-EMAIL
               MOVE WS-OUT-LINE             TO EMAIL-LINE
               PERFORM 2590-WRITE-EMAIL-LINE
           END-IF
           MOVE 'N'                         TO WS-OUT-PAGE-SW.

       2590-WRITE-EMAIL-LINE.
           WRITE EMAIL-LINE
           IF WS-EMAIL-STATUS NOT = '00'
               MOVE 'WRITE ERROR: EMAIL-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EMAIL-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * STAMP THE NUMBER BACK ONTO THE CLEAN RECORD IN PLACE           *
      *---------------------------------------------------------------*
       2600-REWRITE-SALE.
           REWRITE SALES-RECORD
           IF WS-SALES-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: SALES-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SALES-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * PRODUCE AGAIN THE DOCUMENT AN EARLIER ATTEMPT AT TONIGHT'S RUN *
      * ISSUED FOR AN ALREADY-NUMBERED RECORD - THAT ATTEMPT'S PRINT   *
      * AND EMAIL OUTPUT WAS LOST WHEN 1000 REOPENED THE FILES. THE    *
      * REGISTER ENTRY (KEYED ON THE DIGITS OF THE NUMBER) MUST SHOW   *
      * TONIGHT'S ISSUE DATE; IT SUPPLIES THE DELIVERY CHOSEN AT ISSUE *
      * SO THE DOCUMENT GOES OUT THE SAME WAY. A NUMBER ISSUED ON AN   *
      * EARLIER NIGHT IS LEFT ALONE.                                   *
      *---------------------------------------------------------------*
       2700-REISSUE-DOCUMENT.
           MOVE 'N'                         TO WS-REG-FOUND-SW
           IF SR-INVOICE-NO OF SALES-RECORD (3:8) NUMERIC
               MOVE SR-INVOICE-NO OF SALES-RECORD (3:8)
                                            TO INV-DOC-SEQ
               READ REGISTER-FILE
                   INVALID KEY
                       MOVE 'N'             TO WS-REG-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y'             TO WS-REG-FOUND-SW
               END-READ
               IF WS-REGISTER-STATUS NOT = '00'
              AND WS-REGISTER-STATUS NOT = '23'
                   MOVE 'READ ERROR: REGISTER-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-REGISTER-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           IF REG-ENTRY-FOUND
              AND INV-ISSUE-DATE = WS-ISSUE-DATE
              AND INV-DOC-NO = SR-INVOICE-NO OF SALES-RECORD
               MOVE INV-DOC-NO              TO WS-DOC-NO
               PERFORM 2200-LOOKUP-CUSTOMER
               MOVE 'N'                     TO WS-SEND-PRINT-SW
               MOVE 'N'                     TO WS-SEND-EMAIL-SW
               IF INV-DELIV-PRINT OR INV-DELIV-BOTH
                   MOVE 'Y'                 TO WS-SEND-PRINT-SW
               END-IF
               IF INV-DELIV-EMAIL OR INV-DELIV-BOTH
                   MOVE 'Y'                 TO WS-SEND-EMAIL-SW
               END-IF
               PERFORM 2500-PRODUCE-DOCUMENT
               ADD 1                        TO WS-DOCS-REISSUED
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       3000-FINALIZE.
           CLOSE SALES-FILE
           CLOSE CUST-MASTER
           CLOSE REGISTER-FILE
           CLOSE INVOICE-FILE
           CLOSE EMAIL-FILE

           DISPLAY '============================================='
           DISPLAY 'INVCGEN - INVOICE GENERATION SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CLEAN RECORDS READ:    ' WS-SALES-READ
           DISPLAY 'INVOICES ISSUED:       ' WS-INVOICES-ISSUED
           DISPLAY 'CREDIT NOTES ISSUED:   ' WS-CREDIT-NOTES-ISSUED
           DISPLAY 'ALREADY NUMBERED:      ' WS-ALREADY-NUMBERED
           DISPLAY 'REISSUED FROM REGISTER:' WS-DOCS-REISSUED
           DISPLAY 'DOCUMENTS PRINTED:     ' WS-DOCS-PRINTED
           DISPLAY 'DOCUMENTS EMAILED:     ' WS-DOCS-EMAILED
           DISPLAY 'CUSTOMER NOT ON FILE:  ' WS-CUST-NOT-FOUND
           DISPLAY 'FIRST DOCUMENT NO:     ' WS-FIRST-DOC-NO
           DISPLAY 'LAST DOCUMENT NO:      ' WS-LAST-DOC-NO
           DISPLAY '============================================='

           IF WS-CUST-NOT-FOUND > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      * APPEND THIS RUN'S COMPLETION RECORD TO THE COMMON RUN LOG.     *
      * OPENED EXTEND SO EVERY STEP'S RECORDS ACCUMULATE IN ONE FILE;  *
      * A LOG PROBLEM IS REPORTED BUT NEVER FAILS A RUN THAT           *
      * OTHERWISE ENDED CLEAN.                                         *
      *----------------------------------------------------------------*
       8900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
          AND WS-RUNLOG-STATUS NOT = '05'
               DISPLAY 'INVCGEN: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'INVCGEN' TO RL-PROGRAM-ID
      *        THE LOGGED RUN DATE IS THE BUSINESS DATE WHEN ONE IS
      *        MAINTAINED - THE CONTROL STREAM'S RESTART CHECK KEYS
      *        ON THE SAME DATE, SO A RUN DELAYED PAST MIDNIGHT
      *        STILL MATCHES ITS OWN COMPLETION RECORDS
               PERFORM 1050-SET-BUSINESS-DATE
               MOVE SPACES TO RL-RUN-DATE
               IF BUSDATE-FOUND
                   MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               ELSE
                   MOVE WS-RL-START-TS(1:4) TO RL-RUN-DATE(1:4)
                   MOVE '-' TO RL-RUN-DATE(5:1)
                   MOVE WS-RL-START-TS(5:2) TO RL-RUN-DATE(6:2)
                   MOVE '-' TO RL-RUN-DATE(8:1)
                   MOVE WS-RL-START-TS(7:2) TO RL-RUN-DATE(9:2)
               END-IF
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-SALES-READ TO RL-RECORDS-IN
               COMPUTE RL-RECORDS-OUT = WS-INVOICES-ISSUED
                                      + WS-CREDIT-NOTES-ISSUED
               MOVE WS-CUST-NOT-FOUND TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'INVCGEN: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * READ THE MAINTAINED BUSINESS DATE, IF ONE IS ON FILE, SAVING   *
      * IT IN WORKING STORAGE SO IT SURVIVES THE CLOSE. SAFE TO        *
      * PERFORM MORE THAN ONCE - ONLY THE FIRST CALL TOUCHES THE       *
      * FILE. A MISSING OR MALFORMED CONTROL FILE LEAVES THE SYSTEM-   *
      * CLOCK DEFAULTS STANDING.                                       *
      *----------------------------------------------------------------*
       1050-SET-BUSINESS-DATE.
           IF NOT BUSDATE-CHECKED
               MOVE 'Y' TO WS-BUSDATE-CHECKED-SW
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = '00'
                   READ BUSDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BD-BUSINESS-DATE(1:4) IS NUMERIC
                          AND BD-BUSINESS-DATE(6:2) IS NUMERIC
                          AND BD-BUSINESS-DATE(9:2) IS NUMERIC
                               MOVE 'Y' TO WS-BUSDATE-FOUND-SW
                               MOVE BD-BUSINESS-DATE
                                              TO WS-BUSINESS-DATE
                               MOVE BD-BUSINESS-DATE(1:4)
                                        TO WS-BUSDATE-YYYYMMDD(1:4)
                               MOVE BD-BUSINESS-DATE(6:2)
                                        TO WS-BUSDATE-YYYYMMDD(5:2)
                               MOVE BD-BUSINESS-DATE(9:2)
                                        TO WS-BUSDATE-YYYYMMDD(7:2)
                               IF BD-CYCLE-NUMBER NUMERIC
                                   MOVE BD-CYCLE-NUMBER
                                            TO WS-BUSDATE-CYCLE
                               END-IF
                           END-IF
                   END-READ
                   CLOSE BUSDATE-FILE
               ELSE
                   IF WS-BUSDATE-STATUS NOT = '35'
                       MOVE 'OPEN FAILED: BUSDATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-BUSDATE-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** INVCGEN FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
