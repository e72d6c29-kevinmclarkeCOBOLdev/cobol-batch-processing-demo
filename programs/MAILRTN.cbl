      *****************************************************************
      * PROGRAM NAME: MAILRTN                                         *
      * DESCRIPTION:  RETURNED-MAIL AND EMAIL-BOUNCE FEEDBACK         *
      *               STMTGEN AND DUNNING MAIL TO CUST-ADDRESS AND    *
      *               EMAIL TO CUST-EMAIL, BUT NOTHING CAME BACK IN   *
      *               WHEN A PIECE WAS UNDELIVERABLE, SO STATEMENTS   *
      *               AND LETTERS KEPT GOING TO ADDRESSES THAT NO     *
      *               LONGER WORKED. THIS PROGRAM READS THE MAIL      *
      *               HOUSE'S RETURNED-MAIL / CHANGE-OF-ADDRESS FILE  *
      *               (RETMAIL) AND THE EMAIL SERVER'S BOUNCE FILE    *
      *               (EMLBNC), SORTS BOTH INTO ACCOUNT ORDER, AND    *
      *               MATCHES THEM AGAINST THE CUSTMOUT EXTRACT:      *
      *                 - A FORWARDING ADDRESS BECOMES A CUSTUPD 'U'  *
      *                   TRANSACTION CARRYING THE NEW ADDRESS        *
      *                 - A HARD BOUNCE OF THE CURRENT EMAIL ADDRESS  *
      *                   SWITCHES AN EMAIL ('E') OR BOTH ('B')       *
      *                   ACCOUNT TO PRINT ('P') DELIVERY, ON THE     *
      *                   SAME 'U' TRANSACTION WHEN BOTH APPLY        *
      *                 - A RETURN WITH NO FORWARDING ADDRESS PUTS    *
      *                   THE ACCOUNT ON THE COLLECTIONS EXCEPTION    *
      *                   REPORT - 'NO GOOD ADDRESS' WHEN ITS EMAIL   *
      *                   IS BLANK OR BOUNCED TOO, 'MAIL RETURNED -   *
      *                   EMAIL ONLY' WHEN THE EMAIL STILL WORKS      *
      *               EVERY CHANGE STILL GOES THROUGH CUSTUPD'S EDITS *
      *               AND AUDIT TRAIL: FEED MAILTRAN IN AS (OR        *
      *               CONCATENATED ONTO) TRANSIN. A RETURN OR BOUNCE  *
      *               OF AN ADDRESS THE MASTER HAS SINCE REPLACED IS  *
      *               IGNORED, AS IS ANY FEEDBACK ON AN ACCOUNT THAT  *
      *               IS NO LONGER ACTIVE OR SUSPENDED. SOFT BOUNCES  *
      *               ARE ONLY COUNTED.                               *
      *                                                                *
      * INPUTS:       CUSTOMER MASTER EXTRACT (CUSTMOUT)              *
      *               RETURNED MAIL / COA     (RETMAIL - OPTIONAL)    *
      *               EMAIL BOUNCES           (EMLBNC - OPTIONAL)     *
      *               BUSINESS DATE CONTROL   (BUSDATE - OPTIONAL)    *
      * OUTPUTS:      GENERATED TRANSACTIONS  (MAILTRAN)              *
      *               ACTIVITY REPORT         (MAILRPT)               *
      *               COLLECTIONS EXCEPTIONS  (MAILEXC)               *
      *               SORTED FEEDBACK WORK    (MAILSRT)               *
      *                                                                *
      * RETURN CODES: 0  ALL FEEDBACK APPLIED OR IGNORED              *
      *               4  ONE OR MORE FEEDBACK RECORDS REJECTED (SEE   *
      *                  THE ACTIVITY REPORT)                         *
      *               12 CUSTMOUT TRAILER MISSING OR MISMATCHED -     *
      *                  DISCARD MAILTRAN                             *
      *               16 FATAL ERROR                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRTN.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

      *    EITHER FEED MAY BE ABSENT ON A GIVEN RUN - THE MAIL HOUSE
      *    AND THE EMAIL SERVER DELIVER ON THEIR OWN SCHEDULES
           SELECT RETMAIL-FILE    ASSIGN TO RETMAIL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RETMAIL-STATUS.

           SELECT BOUNCE-FILE     ASSIGN TO EMLBNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BOUNCE-STATUS.

      *    SORT WORK FILE AND ITS SORTED OUTPUT - BOTH FEEDS IN
      *    ACCOUNT ORDER, OLDEST FEEDBACK FIRST
           SELECT SORT-FILE       ASSIGN TO SORTWK.

           SELECT SORTED-FILE     ASSIGN TO MAILSRT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SORTED-STATUS.

           SELECT TRANS-FILE      ASSIGN TO MAILTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT REPORT-FILE     ASSIGN TO MAILRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

           SELECT EXCEPT-FILE     ASSIGN TO MAILEXC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-EXCEPT-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE REPORTS. A MISSING FILE
      *    FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  RETMAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RETMAIL.

       FD  BOUNCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EMLBNC.

      *----------------------------------------------------------------*
      * THE SORT AND SORTED RECORDS - ONE PIECE OF FEEDBACK OF EITHER  *
      * KIND, KEYED ACCOUNT / KIND / DATE.                             *
      *   'E' EMAIL BOUNCE  - CODE IS THE BOUNCE TYPE (H/S), EMAIL     *
      *                       THE ADDRESS THAT BOUNCED                 *
      *   'M' RETURNED MAIL - CODE IS THE RETURN CODE, OLD ADDRESS     *
      *                       AND ZIP AS MAILED, NEW ADDRESS ON 'FW'   *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SW-CUST-ID               PIC 9(6).
           05  SW-KIND                  PIC X(1).
           05  SW-DATE                  PIC X(10).
           05  SW-CODE                  PIC X(2).
           05  SW-OLD-ADDRESS           PIC X(30).
           05  SW-OLD-ZIP               PIC X(10).
           05  SW-EMAIL                 PIC X(50).
           05  SW-NEW-ADDRESS           PIC X(30).
           05  SW-NEW-CITY              PIC X(20).
           05  SW-NEW-STATE             PIC X(2).
           05  SW-NEW-ZIP               PIC X(10).
           05  SW-SMTP-CODE             PIC X(3).
           05  FILLER                   PIC X(6).

       FD  SORTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SORTED-RECORD.
           05  SD-CUST-ID               PIC 9(6).
           05  SD-KIND                  PIC X(1).
               88  SD-KIND-BOUNCE               VALUE 'E'.
               88  SD-KIND-MAIL                 VALUE 'M'.
           05  SD-DATE                  PIC X(10).
           05  SD-CODE                  PIC X(2).
               88  SD-FORWARDED                 VALUE 'FW'.
               88  SD-VALID-RETURN-CODE         VALUES 'FW' 'MN'
                                                'UA' 'NS' 'VC' 'RF'.
               88  SD-HARD-BOUNCE               VALUE 'H'.
               88  SD-SOFT-BOUNCE               VALUE 'S'.
           05  SD-OLD-ADDRESS           PIC X(30).
           05  SD-OLD-ZIP               PIC X(10).
           05  SD-EMAIL                 PIC X(50).
           05  SD-NEW-ADDRESS           PIC X(30).
           05  SD-NEW-CITY              PIC X(20).
           05  SD-NEW-STATE             PIC X(2).
           05  SD-NEW-ZIP               PIC X(10).
           05  SD-SMTP-CODE             PIC X(3).
           05  FILLER                   PIC X(6).

      *---------------------------------------------------------------*
      * GENERATED TRANSACTION - BYTE-FOR-BYTE THE SAME SHAPE AS        *
      * CUSTUPD'S TRANS-INPUT-REC SO MAILTRAN CAN BE FED STRAIGHT IN   *
      * AS (OR CONCATENATED ONTO) TRANSIN                              *
      *---------------------------------------------------------------*
       FD  TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  GENERATED-TRANS-REC.
           05  TRANS-TYPE               PIC X(1).
           05  TRANS-APPROVED-FLAG      PIC X(1).
      *---------------------------------------------------------------*
      * OPERATOR/SOURCE ID - WHO (OR WHICH PROGRAM) KEYED THIS         *
      * TRANSACTION. STAMPED INTO EVERY AUDIT RECORD AND CARRIED AS    *
      * THE REQUESTER ON PENDING-APPROVAL ENTRIES, SO THE TRAIL CAN    *
      * FINALLY SAY WHO, NOT JUST WHAT. MUST STAY BYTE-FOR-BYTE        *
      * ALIGNED ACROSS EVERY PROGRAM THAT WRITES THIS LAYOUT.          *
      *---------------------------------------------------------------*
           05  TRANS-OPERATOR-ID        PIC X(7).
           COPY CUSTREC REPLACING ==01  CUSTOMER-RECORD==
                                BY ==05  TRANS-REC==
                                   ==05  == BY ==10  ==.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

       FD  EXCEPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXCEPT-LINE                  PIC X(132).

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY BUSDATE.

      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-RETMAIL-STATUS        PIC XX VALUE SPACES.
           05  WS-BOUNCE-STATUS         PIC XX VALUE SPACES.
           05  WS-SORTED-STATUS         PIC XX VALUE SPACES.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-EXCEPT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-RETMAIL-EOF-SW        PIC X VALUE 'N'.
               88  RETMAIL-EOF                  VALUE 'Y'.
           05  WS-BOUNCE-EOF-SW         PIC X VALUE 'N'.
               88  BOUNCE-EOF                   VALUE 'Y'.
           05  WS-SORTED-EOF-SW         PIC X VALUE 'N'.
               88  SORTED-EOF                   VALUE 'Y'.

       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-BUSDATE-CHECKED-SW    PIC X VALUE 'N'.
               88  BUSDATE-CHECKED              VALUE 'Y'.
           05  WS-BUSDATE-FOUND-SW      PIC X VALUE 'N'.
               88  BUSDATE-FOUND                VALUE 'Y'.
           05  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-YYYYMMDD      PIC X(08) VALUE SPACES.
           05  WS-BUSDATE-CYCLE         PIC X(02) VALUE '01'.

      *---------------------------------------------------------------*
      * WHAT THE FEEDBACK SAYS ABOUT THE CUSTOMER BEING MATCHED. THE   *
      * FEEDBACK ARRIVES OLDEST FIRST, SO THE LAST FORWARDING ADDRESS  *
      * SEEN IS THE NEWEST.                                            *
      *---------------------------------------------------------------*
       01  WS-CUSTOMER-FEEDBACK.
           05  WS-FEEDBACK-COUNT        PIC 9(5) VALUE ZERO.
           05  WS-FORWARD-SW            PIC X VALUE 'N'.
               88  FORWARD-FOUND                VALUE 'Y'.
           05  WS-POSTAL-BAD-SW         PIC X VALUE 'N'.
               88  POSTAL-BAD                   VALUE 'Y'.
           05  WS-EMAIL-BAD-SW          PIC X VALUE 'N'.
               88  EMAIL-BAD                    VALUE 'Y'.
           05  WS-FWD-ADDRESS           PIC X(30) VALUE SPACES.
           05  WS-FWD-CITY              PIC X(20) VALUE SPACES.
           05  WS-FWD-STATE             PIC X(2)  VALUE SPACES.
           05  WS-FWD-ZIP               PIC X(10) VALUE SPACES.
           05  WS-FWD-DATE              PIC X(10) VALUE SPACES.
           05  WS-LAST-RETURN-DATE      PIC X(10) VALUE SPACES.
           05  WS-LAST-RETURN-CODE      PIC X(2)  VALUE SPACES.
           05  WS-LAST-BOUNCE-DATE      PIC X(10) VALUE SPACES.
           05  WS-NEW-DELIVERY-PREF     PIC X(1)  VALUE SPACE.

       01  WS-WORK-FIELDS.
           05  WS-EMAIL-ON-FILE         PIC X(50) VALUE SPACES.
           05  WS-EMAIL-BOUNCED         PIC X(50) VALUE SPACES.
           05  WS-LOWER-CASE            PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-UPPER-CASE            PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WS-EXCEPT-REASON         PIC X(26) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05  WS-RETURNS-READ          PIC 9(7) VALUE ZERO.
           05  WS-BOUNCES-READ          PIC 9(7) VALUE ZERO.
           05  WS-FORWARDS-APPLIED      PIC 9(7) VALUE ZERO.
           05  WS-SWITCHED-TO-PRINT     PIC 9(7) VALUE ZERO.
           05  WS-SOFT-BOUNCES          PIC 9(7) VALUE ZERO.
           05  WS-STALE-IGNORED         PIC 9(7) VALUE ZERO.
           05  WS-CLOSED-IGNORED        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-NO-GOOD-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-EMAIL-ONLY-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-TRANS-WRITTEN         PIC 9(8) VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.

      *---------------------------------------------------------------*
      * ACTIVITY REPORT LINES - ONE PER PIECE OF FEEDBACK ACTED ON,    *
      * IGNORED OR REJECTED                                            *
      *---------------------------------------------------------------*
       01  WS-ACTIVITY-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUST-ID NAME                           '.
           05  FILLER                   PIC X(18) VALUE
               'FEED  DATE        '.
           05  FILLER                   PIC X(34) VALUE
               'ACTION                            '.
           05  FILLER                   PIC X(06) VALUE
               'DETAIL'.

       01  WS-ACTIVITY-DETAIL.
           05  ACD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACD-NAME                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACD-FEED                 PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACD-DATE                 PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACD-ACTION               PIC X(32).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ACD-DETAIL               PIC X(40).

      *---------------------------------------------------------------*
      * COLLECTIONS EXCEPTION LINES - ONE PER ACCOUNT LEFT WITHOUT A   *
      * WORKING POSTAL ADDRESS                                         *
      *---------------------------------------------------------------*
       01  WS-EXCEPT-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CUST-ID NAME                           '.
           05  FILLER                   PIC X(17) VALUE
               'PHONE            '.
           05  FILLER                   PIC X(21) VALUE
               '            BALANCE  '.
           05  FILLER                   PIC X(18) VALUE
               'DLV RETURNED    '.
           05  FILLER                   PIC X(06) VALUE
               'REASON'.

       01  WS-EXCEPT-DETAIL.
           05  EXD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-NAME                 PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-PHONE                PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-BALANCE              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-DELIVERY-PREF        PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  EXD-RETURN-DATE          PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-RETURN-CODE          PIC X(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  EXD-REASON               PIC X(26).

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *----------------------------------------------------------------*
      * CUSTMOUT CONTROL-TRAILER VERIFICATION FIELDS - THIS PROGRAM    *
      * EMITS TRANSACTIONS OFF THE EXTRACT, SO THE EXTRACT MUST PROVE  *
      * COMPLETE (TRAILER PRESENT, COUNT AND BALANCE TOTAL MATCHED)    *
      * BEFORE THE RUN'S OUTPUT MAY BE TRUSTED. STALENESS IS NOT       *
      * CHECKED HERE - AN ON-DEMAND TOOL LEGITIMATELY RUNS THE         *
      * MORNING AFTER THE EXTRACT WAS CUT.                             *
      *----------------------------------------------------------------*
       COPY CUSTTRLR.

       01  WS-TRAILER-CHECK-FIELDS.
           05  WS-TRAILER-FOUND-SW      PIC X VALUE 'N'.
               88  TRAILER-FOUND                VALUE 'Y'.
           05  WS-CTRL-READ-COUNT       PIC 9(8) VALUE ZERO.
           05  WS-CTRL-BALANCE-ACCUM    PIC S9(13)V99 VALUE ZERO.
           05  WS-TRAILER-BAD-SW        PIC X VALUE 'N'.
               88  TRAILER-CHECK-FAILED         VALUE 'Y'.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC - SORT THE FEEDBACK, THEN ONE MATCH      *
      * PASS OF THE EXTRACT AGAINST IT                                 *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           SORT SORT-FILE
                ON ASCENDING KEY SW-CUST-ID SW-KIND SW-DATE
                INPUT PROCEDURE 1500-RELEASE-FEEDBACK
                GIVING SORTED-FILE
           IF SORT-RETURN NOT = ZERO
               MOVE 'SORT OF MAIL FEEDBACK FAILED'
                                            TO WS-ABEND-MSG(1:28)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 2000-MATCH-FEEDBACK
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - BOTH REPORTS AND THE TRANSACTION FILE ARE     *
      * ALWAYS OPENED, SO A QUIET RUN LEAVES EMPTY OUTPUT RATHER THAN  *
      * LAST RUN'S                                                     *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-SET-BUSINESS-DATE
           IF NOT BUSDATE-FOUND
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO WS-BUSINESS-DATE(1:4)
               MOVE '-'                     TO WS-BUSINESS-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO WS-BUSINESS-DATE(6:2)
               MOVE '-'                     TO WS-BUSINESS-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO WS-BUSINESS-DATE(9:2)
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT EXCEPT-FILE
           IF WS-EXCEPT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: EXCEPT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EXCEPT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'RETURNED MAIL AND EMAIL BOUNCES - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-ACTIVITY-HEADER          TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO ACD-FEED
           MOVE SPACES                      TO ACD-DATE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'ACCOUNTS WITHOUT A WORKING POSTAL ADDRESS - '
                  'FOR COLLECTIONS - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-EXCEPT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9200-WRITE-EXCEPT-LINE
           MOVE WS-EXCEPT-HEADER            TO WS-REPORT-LINE
           PERFORM 9200-WRITE-EXCEPT-LINE.

      *---------------------------------------------------------------*
      * SORT INPUT PROCEDURE - RELEASE EVERY RETURNED PIECE AND EVERY  *
      * BOUNCE. A MISSING FEED (STATUS 35) RELEASES NOTHING.           *
      *---------------------------------------------------------------*
       1500-RELEASE-FEEDBACK.
           PERFORM 1600-RELEASE-RETURNS
           PERFORM 1700-RELEASE-BOUNCES.

       1600-RELEASE-RETURNS.
           OPEN INPUT RETMAIL-FILE
           IF WS-RETMAIL-STATUS = '35'
               MOVE 'Y'                     TO WS-RETMAIL-EOF-SW
           ELSE
               IF WS-RETMAIL-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: RETMAIL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-RETMAIL-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1650-READ-RETURN
               PERFORM 1620-RELEASE-ONE-RETURN UNTIL RETMAIL-EOF
               CLOSE RETMAIL-FILE
           END-IF.

       1620-RELEASE-ONE-RETURN.
           MOVE SPACES                      TO SORT-RECORD
           MOVE RTM-CUST-ID                 TO SW-CUST-ID
           MOVE 'M'                         TO SW-KIND
           MOVE RTM-RETURN-DATE             TO SW-DATE
           MOVE RTM-RETURN-CODE             TO SW-CODE
           MOVE RTM-MAILED-ADDRESS          TO SW-OLD-ADDRESS
           MOVE RTM-MAILED-ZIP              TO SW-OLD-ZIP
           MOVE RTM-NEW-ADDRESS             TO SW-NEW-ADDRESS
           MOVE RTM-NEW-CITY                TO SW-NEW-CITY
           MOVE RTM-NEW-STATE               TO SW-NEW-STATE
           MOVE RTM-NEW-ZIP                 TO SW-NEW-ZIP
           RELEASE SORT-RECORD
           ADD 1                            TO WS-RETURNS-READ
           PERFORM 1650-READ-RETURN.

       1650-READ-RETURN.
           READ RETMAIL-FILE
               AT END
                   MOVE 'Y'                 TO WS-RETMAIL-EOF-SW
           END-READ
           IF NOT RETMAIL-EOF AND WS-RETMAIL-STATUS NOT = '00'
               MOVE 'READ ERROR: RETMAIL-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-RETMAIL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1700-RELEASE-BOUNCES.
           OPEN INPUT BOUNCE-FILE
           IF WS-BOUNCE-STATUS = '35'
               MOVE 'Y'                     TO WS-BOUNCE-EOF-SW
           ELSE
               IF WS-BOUNCE-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: BOUNCE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-BOUNCE-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               PERFORM 1750-READ-BOUNCE
               PERFORM 1720-RELEASE-ONE-BOUNCE UNTIL BOUNCE-EOF
               CLOSE BOUNCE-FILE
           END-IF.

       1720-RELEASE-ONE-BOUNCE.
           MOVE SPACES                      TO SORT-RECORD
           MOVE BNC-CUST-ID                 TO SW-CUST-ID
           MOVE 'E'                         TO SW-KIND
           MOVE BNC-BOUNCE-DATE             TO SW-DATE
           MOVE BNC-BOUNCE-TYPE             TO SW-CODE
           MOVE BNC-EMAIL                   TO SW-EMAIL
           MOVE BNC-SMTP-CODE               TO SW-SMTP-CODE
           RELEASE SORT-RECORD
           ADD 1                            TO WS-BOUNCES-READ
           PERFORM 1750-READ-BOUNCE.

       1750-READ-BOUNCE.
           READ BOUNCE-FILE
               AT END
                   MOVE 'Y'                 TO WS-BOUNCE-EOF-SW
           END-READ
           IF NOT BOUNCE-EOF AND WS-BOUNCE-STATUS NOT = '00'
               MOVE 'READ ERROR: BOUNCE-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-BOUNCE-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * THE MATCH PASS - EACH CUSTOMER ON THE EXTRACT TAKES ITS OWN    *
      * FEEDBACK; FEEDBACK FOR AN ACCOUNT NOT ON THE EXTRACT IS        *
      * REJECTED                                                       *
      *---------------------------------------------------------------*
       2000-MATCH-FEEDBACK.
           OPEN INPUT SORTED-FILE
           IF WS-SORTED-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SORTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 2050-READ-SORTED
           PERFORM 1100-READ-CUSTOMER
           PERFORM 2100-TAKE-ONE-CUSTOMER UNTIL CUST-EOF
           PERFORM 2200-REJECT-NOT-ON-FILE UNTIL SORTED-EOF
           CLOSE SORTED-FILE.

       1100-READ-CUSTOMER.
           READ CUST-FILE
               AT END
                   MOVE 'Y'               TO WS-CUST-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-RECORDS-READ
           END-READ
           IF NOT CUST-EOF AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ ERROR: CUST-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    THE CONTROL TRAILER IS THE EXTRACT'S LOGICAL END - CAPTURE
      *    IT FOR VERIFICATION AND STOP READING, SO IT NEVER COUNTS
      *    AS A CUSTOMER
           IF NOT CUST-EOF
               IF CUST-ID OF CUST-IN-REC = 999999
                   SUBTRACT 1 FROM WS-RECORDS-READ
                   MOVE CUST-IN-REC TO CUSTMOUT-TRAILER-RECORD
                   MOVE 'Y' TO WS-TRAILER-FOUND-SW
                   MOVE 'Y' TO WS-CUST-EOF-SW
               ELSE
                   ADD 1 TO WS-CTRL-READ-COUNT
                   ADD CUST-BALANCE OF CUST-IN-REC
                                    TO WS-CTRL-BALANCE-ACCUM
               END-IF
           END-IF.

       2050-READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE 'Y'                 TO WS-SORTED-EOF-SW
           END-READ
           IF NOT SORTED-EOF AND WS-SORTED-STATUS NOT = '00'
               MOVE 'READ ERROR: SORTED-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2100-TAKE-ONE-CUSTOMER.
           PERFORM 2200-REJECT-NOT-ON-FILE
               UNTIL SORTED-EOF
                  OR SD-CUST-ID NOT < CUST-ID OF CUST-IN-REC

           MOVE ZERO                        TO WS-FEEDBACK-COUNT
           MOVE 'N'                         TO WS-FORWARD-SW
           MOVE 'N'                         TO WS-POSTAL-BAD-SW
           MOVE 'N'                         TO WS-EMAIL-BAD-SW
           MOVE SPACES                      TO WS-LAST-RETURN-DATE
           MOVE SPACES                      TO WS-LAST-RETURN-CODE
           MOVE SPACES                      TO WS-LAST-BOUNCE-DATE
           MOVE CUST-EMAIL OF CUST-IN-REC   TO WS-EMAIL-ON-FILE
           INSPECT WS-EMAIL-ON-FILE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           PERFORM 2300-TAKE-ONE-FEEDBACK
               UNTIL SORTED-EOF
                  OR SD-CUST-ID NOT = CUST-ID OF CUST-IN-REC

           IF WS-FEEDBACK-COUNT > ZERO
               PERFORM 2500-SETTLE-CUSTOMER
           END-IF
           PERFORM 1100-READ-CUSTOMER.

       2200-REJECT-NOT-ON-FILE.
           MOVE SD-CUST-ID                  TO ACD-CUST-ID
           MOVE '(NOT ON CUSTOMER FILE)'    TO ACD-NAME
           MOVE 'REJECTED - ACCOUNT NOT ON FILE' TO ACD-ACTION
           MOVE SPACES                      TO ACD-DETAIL
           PERFORM 2900-WRITE-ACTIVITY
           ADD 1                            TO WS-REJECTED-COUNT
           PERFORM 2050-READ-SORTED.

      *---------------------------------------------------------------*
      * ONE PIECE OF FEEDBACK AGAINST THE MATCHED CUSTOMER             *
      *---------------------------------------------------------------*
       2300-TAKE-ONE-FEEDBACK.
           MOVE CUST-ID OF CUST-IN-REC      TO ACD-CUST-ID
           MOVE CUST-NAME OF CUST-IN-REC    TO ACD-NAME
           MOVE SPACES                      TO ACD-DETAIL
           EVALUATE TRUE
               WHEN NOT CUST-ACTIVE OF CUST-IN-REC
                AND NOT CUST-SUSPENDED OF CUST-IN-REC
                   MOVE 'IGNORED - ACCOUNT NOT ACTIVE'
                                            TO ACD-ACTION
                   MOVE CUST-STATUS OF CUST-IN-REC
                                            TO ACD-DETAIL
                   PERFORM 2900-WRITE-ACTIVITY
                   ADD 1                    TO WS-CLOSED-IGNORED
               WHEN SD-KIND-MAIL
                   PERFORM 2310-TAKE-RETURNED-MAIL
               WHEN OTHER
                   PERFORM 2320-TAKE-BOUNCE
           END-EVALUATE
           PERFORM 2050-READ-SORTED.

      *    A PIECE MAILED TO AN ADDRESS THE MASTER NO LONGER CARRIES
      *    SAYS NOTHING ABOUT THE CURRENT ONE
       2310-TAKE-RETURNED-MAIL.
           EVALUATE TRUE
               WHEN NOT SD-VALID-RETURN-CODE
                   MOVE 'REJECTED - UNKNOWN RETURN CODE'
                                            TO ACD-ACTION
                   MOVE SD-CODE             TO ACD-DETAIL
                   PERFORM 2900-WRITE-ACTIVITY
                   ADD 1                    TO WS-REJECTED-COUNT
               WHEN SD-OLD-ADDRESS NOT = SPACES
                AND (SD-OLD-ADDRESS NOT = CUST-ADDRESS OF CUST-IN-REC
                 OR  SD-OLD-ZIP NOT = CUST-ZIP OF CUST-IN-REC)
                   MOVE 'IGNORED - ADDRESS SINCE CHANGED'
                                            TO ACD-ACTION
                   MOVE SD-OLD-ADDRESS      TO ACD-DETAIL
                   PERFORM 2900-WRITE-ACTIVITY
                   ADD 1                    TO WS-STALE-IGNORED
               WHEN SD-FORWARDED
                AND (SD-NEW-ADDRESS = SPACES OR SD-NEW-CITY = SPACES
                  OR SD-NEW-STATE = SPACES OR SD-NEW-ZIP = SPACES)
                   MOVE 'REJECTED - FORWARD INCOMPLETE'
                                            TO ACD-ACTION
                   MOVE SD-NEW-ADDRESS      TO ACD-DETAIL
                   PERFORM 2900-WRITE-ACTIVITY
                   ADD 1                    TO WS-REJECTED-COUNT
                   ADD 1                    TO WS-FEEDBACK-COUNT
                   MOVE 'Y'                 TO WS-POSTAL-BAD-SW
                   MOVE SD-DATE             TO WS-LAST-RETURN-DATE
                   MOVE SD-CODE             TO WS-LAST-RETURN-CODE
               WHEN SD-FORWARDED
                   ADD 1                    TO WS-FEEDBACK-COUNT
                   MOVE 'Y'                 TO WS-FORWARD-SW
                   MOVE SD-NEW-ADDRESS      TO WS-FWD-ADDRESS
                   MOVE SD-NEW-CITY         TO WS-FWD-CITY
                   MOVE SD-NEW-STATE        TO WS-FWD-STATE
                   MOVE SD-NEW-ZIP          TO WS-FWD-ZIP
                   MOVE SD-DATE             TO WS-FWD-DATE
               WHEN OTHER
                   ADD 1                    TO WS-FEEDBACK-COUNT
                   MOVE 'Y'                 TO WS-POSTAL-BAD-SW
                   MOVE SD-DATE             TO WS-LAST-RETURN-DATE
                   MOVE SD-CODE             TO WS-LAST-RETURN-CODE
           END-EVALUATE.

      *    ONLY A HARD BOUNCE OF THE ADDRESS NOW ON FILE COUNTS -
      *    COMPARED WITHOUT REGARD TO CASE
       2320-TAKE-BOUNCE.
           MOVE SD-EMAIL                    TO WS-EMAIL-BOUNCED
           INSPECT WS-EMAIL-BOUNCED
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE TRUE
               WHEN SD-SOFT-BOUNCE
                   ADD 1                    TO WS-SOFT-BOUNCES
               WHEN NOT SD-HARD-BOUNCE
                   MOVE 'REJECTED - UNKNOWN BOUNCE TYPE'
                                            TO ACD-ACTION
                   MOVE SD-CODE             TO ACD-DETAIL
                   PERFORM 2900-WRITE-ACTIVITY
                   ADD 1                    TO WS-REJECTED-COUNT
               WHEN WS-EMAIL-BOUNCED NOT = WS-EMAIL-ON-FILE
                   MOVE 'IGNORED - EMAIL SINCE CHANGED'
                                            TO ACD-ACTION
                   MOVE SD-EMAIL            TO ACD-DETAIL
                   PERFORM 2900-WRITE-ACTIVITY
                   ADD 1                    TO WS-STALE-IGNORED
               WHEN OTHER
                   ADD 1                    TO WS-FEEDBACK-COUNT
                   MOVE 'Y'                 TO WS-EMAIL-BAD-SW
                   MOVE SD-DATE             TO WS-LAST-BOUNCE-DATE
           END-EVALUATE.

      *---------------------------------------------------------------*
      * SETTLE ONE CUSTOMER - A FORWARDING ADDRESS SUPERSEDES ANY      *
      * UNDELIVERABLE RETURN; A BOUNCED EMAIL-ONLY OR BOTH ACCOUNT     *
      * GOES TO PRINT; ONE 'U' TRANSACTION CARRIES WHATEVER CHANGED.   *
      * WHAT IS LEFT WITHOUT A POSTAL ADDRESS GOES TO COLLECTIONS.     *
      *---------------------------------------------------------------*
       2500-SETTLE-CUSTOMER.
           MOVE CUST-DELIVERY-PREF OF CUST-IN-REC
                                            TO WS-NEW-DELIVERY-PREF
           IF FORWARD-FOUND
               MOVE 'N'                     TO WS-POSTAL-BAD-SW
               MOVE 'MAIL'                  TO ACD-FEED
               MOVE WS-FWD-DATE             TO ACD-DATE
               MOVE 'ADDRESS CORRECTED FROM FORWARD'
                                            TO ACD-ACTION
               MOVE SPACES                  TO ACD-DETAIL
               STRING WS-FWD-ADDRESS DELIMITED '  '
                      ' ' WS-FWD-ZIP DELIMITED SIZE
                                            INTO ACD-DETAIL
               PERFORM 2900-WRITE-ACTIVITY
               ADD 1                        TO WS-FORWARDS-APPLIED
           END-IF

           IF EMAIL-BAD
               MOVE 'EMAL'                  TO ACD-FEED
               MOVE WS-LAST-BOUNCE-DATE     TO ACD-DATE
               MOVE CUST-EMAIL OF CUST-IN-REC TO ACD-DETAIL
               IF CUST-DELIV-EMAIL OF CUST-IN-REC
               OR CUST-DELIV-BOTH OF CUST-IN-REC
                   MOVE 'P'                 TO WS-NEW-DELIVERY-PREF
                   MOVE 'DELIVERY SWITCHED TO PRINT'
                                            TO ACD-ACTION
                   ADD 1                    TO WS-SWITCHED-TO-PRINT
               ELSE
                   MOVE 'EMAIL BOUNCED - NO CHANGE NEEDED'
                                            TO ACD-ACTION
               END-IF
               PERFORM 2900-WRITE-ACTIVITY
           END-IF

           IF FORWARD-FOUND
           OR WS-NEW-DELIVERY-PREF
                  NOT = CUST-DELIVERY-PREF OF CUST-IN-REC
               PERFORM 2600-EMIT-UPDATE-TRANS
           END-IF

           IF POSTAL-BAD
               MOVE 'MAIL'                  TO ACD-FEED
               MOVE WS-LAST-RETURN-DATE     TO ACD-DATE
               MOVE 'UNDELIVERABLE - TO COLLECTIONS'
                                            TO ACD-ACTION
               MOVE WS-LAST-RETURN-CODE     TO ACD-DETAIL
               PERFORM 2900-WRITE-ACTIVITY
               PERFORM 2700-WRITE-EXCEPTION
           END-IF.

      *---------------------------------------------------------------*
      * EMIT ONE UPDATE - THE EXTRACT RECORD AS IT STANDS, WITH THE    *
      * FORWARDING ADDRESS AND/OR THE NEW DELIVERY PREFERENCE LAID     *
      * OVER IT, SO CUSTUPD'S UPDATE CHANGES NOTHING ELSE              *
      *---------------------------------------------------------------*
       2600-EMIT-UPDATE-TRANS.
           MOVE 'U'                         TO TRANS-TYPE
           MOVE SPACE                       TO TRANS-APPROVED-FLAG
           MOVE 'MAILRTN'                   TO TRANS-OPERATOR-ID
           MOVE CUST-IN-REC                 TO TRANS-REC
           IF FORWARD-FOUND
               MOVE WS-FWD-ADDRESS     TO CUST-ADDRESS OF TRANS-REC
               MOVE WS-FWD-CITY        TO CUST-CITY OF TRANS-REC
               MOVE WS-FWD-STATE       TO CUST-STATE OF TRANS-REC
               MOVE WS-FWD-ZIP         TO CUST-ZIP OF TRANS-REC
           END-IF
           MOVE WS-NEW-DELIVERY-PREF
                               TO CUST-DELIVERY-PREF OF TRANS-REC
           WRITE GENERATED-TRANS-REC
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'WRITE ERROR: TRANS-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-TRANS-WRITTEN.

      *    NO GOOD ADDRESS WHEN THE EMAIL CANNOT CARRY THE ACCOUNT
      *    EITHER; OTHERWISE COLLECTIONS STILL NEEDS A STREET ADDRESS
      *    FOR THE PRINTED LETTERS
       2700-WRITE-EXCEPTION.
           IF CUST-EMAIL OF CUST-IN-REC = SPACES OR EMAIL-BAD
               MOVE 'NO GOOD ADDRESS'       TO WS-EXCEPT-REASON
               ADD 1                        TO WS-NO-GOOD-COUNT
           ELSE
               MOVE 'MAIL RETURNED - EMAIL ONLY'
                                            TO WS-EXCEPT-REASON
               ADD 1                        TO WS-EMAIL-ONLY-COUNT
           END-IF
           MOVE CUST-ID OF CUST-IN-REC      TO EXD-CUST-ID
           MOVE CUST-NAME OF CUST-IN-REC    TO EXD-NAME
           MOVE CUST-PHONE OF CUST-IN-REC   TO EXD-PHONE
           MOVE CUST-BALANCE OF CUST-IN-REC TO EXD-BALANCE
           MOVE WS-NEW-DELIVERY-PREF        TO EXD-DELIVERY-PREF
           MOVE WS-LAST-RETURN-DATE         TO EXD-RETURN-DATE
           MOVE WS-LAST-RETURN-CODE         TO EXD-RETURN-CODE
           MOVE WS-EXCEPT-REASON            TO EXD-REASON
           MOVE WS-EXCEPT-DETAIL            TO WS-REPORT-LINE
           PERFORM 9200-WRITE-EXCEPT-LINE.

       2900-WRITE-ACTIVITY.
           IF SD-KIND-MAIL AND ACD-FEED = SPACES
               MOVE 'MAIL'                  TO ACD-FEED
           END-IF
           IF SD-KIND-BOUNCE AND ACD-FEED = SPACES
               MOVE 'EMAL'                  TO ACD-FEED
           END-IF
           IF ACD-DATE = SPACES
               MOVE SD-DATE                 TO ACD-DATE
           END-IF
           MOVE WS-ACTIVITY-DETAIL          TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO ACD-FEED
           MOVE SPACES                      TO ACD-DATE.

       2950-VERIFY-EXTRACT-TRAILER.
           IF NOT TRAILER-FOUND
               DISPLAY '*** MAILRTN: CUSTMOUT HAS NO CONTROL TRAILER'
                       ' - EXTRACT TRUNCATED, DISCARD THE OUTPUT ***'
               MOVE 'Y' TO WS-TRAILER-BAD-SW
           ELSE
               IF CTRL-RECORD-COUNT NOT = WS-CTRL-READ-COUNT
               OR CTRL-BALANCE-TOTAL NOT = WS-CTRL-BALANCE-ACCUM
                   DISPLAY '*** MAILRTN: CUSTMOUT TRAILER DOES NOT'
                           ' MATCH CONTENT, DISCARD THE OUTPUT ***'
                   MOVE 'Y' TO WS-TRAILER-BAD-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - TOTALS ON BOTH REPORTS AND THE RETURN CODE      *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 2950-VERIFY-EXTRACT-TRAILER

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'RETURNS READ: ' WS-RETURNS-READ
                  '  BOUNCES READ: ' WS-BOUNCES-READ
                  '  SOFT BOUNCES: ' WS-SOFT-BOUNCES
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'ADDRESSES CORRECTED: ' WS-FORWARDS-APPLIED
                  '  SWITCHED TO PRINT: ' WS-SWITCHED-TO-PRINT
                  '  TRANSACTIONS: ' WS-TRANS-WRITTEN
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'IGNORED AS STALE: ' WS-STALE-IGNORED
                  '  IGNORED NOT ACTIVE: ' WS-CLOSED-IGNORED
                  '  REJECTED: ' WS-REJECTED-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9200-WRITE-EXCEPT-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'NO GOOD ADDRESS: ' WS-NO-GOOD-COUNT
                  '  MAIL RETURNED - EMAIL ONLY: '
                  WS-EMAIL-ONLY-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-EXCEPT-LINE

           CLOSE CUST-FILE
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPT-FILE

           DISPLAY '============================================='
           DISPLAY 'MAILRTN - RETURNED MAIL / BOUNCE RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'BUSINESS DATE:        ' WS-BUSINESS-DATE
           DISPLAY 'EXTRACT RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'RETURNS READ:         ' WS-RETURNS-READ
           DISPLAY 'BOUNCES READ:         ' WS-BOUNCES-READ
           DISPLAY 'ADDRESSES CORRECTED:  ' WS-FORWARDS-APPLIED
           DISPLAY 'SWITCHED TO PRINT:    ' WS-SWITCHED-TO-PRINT
           DISPLAY 'TRANSACTIONS WRITTEN: ' WS-TRANS-WRITTEN
           DISPLAY 'NO GOOD ADDRESS:      ' WS-NO-GOOD-COUNT
           DISPLAY 'MAIL RETURNED, EMAIL: ' WS-EMAIL-ONLY-COUNT
           DISPLAY 'SOFT BOUNCES:         ' WS-SOFT-BOUNCES
           DISPLAY 'IGNORED AS STALE:     ' WS-STALE-IGNORED
           DISPLAY 'IGNORED NOT ACTIVE:   ' WS-CLOSED-IGNORED
           DISPLAY 'REJECTED:             ' WS-REJECTED-COUNT
           DISPLAY '============================================='

           IF TRAILER-CHECK-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE ACTIVITY REPORT                          *
      *---------------------------------------------------------------*
       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE             TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE COLLECTIONS EXCEPTION REPORT             *
      *---------------------------------------------------------------*
       9200-WRITE-EXCEPT-LINE.
           MOVE WS-REPORT-LINE             TO EXCEPT-LINE
           WRITE EXCEPT-LINE
           IF WS-EXCEPT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: EXCEPT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-EXCEPT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-LINE.

      *----------------------------------------------------------------*
      * READ THE MAINTAINED BUSINESS DATE, IF ONE IS ON FILE, SAVING   *
      * IT IN WORKING STORAGE SO IT SURVIVES THE CLOSE. A MISSING OR   *
      * MALFORMED CONTROL FILE LEAVES THE SYSTEM-CLOCK DEFAULT         *
      * STANDING.                                                      *
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
           DISPLAY '*** MAILRTN FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
