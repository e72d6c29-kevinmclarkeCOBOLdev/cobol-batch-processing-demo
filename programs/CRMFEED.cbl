      *****************************************************************
      * PROGRAM NAME: CRMFEED                                         *
      * DESCRIPTION:  CRM CUSTOMER CHANGE FEED                        *
      *               SALES' CRM HAS TO MATCH THE CUSTOMER MASTER,    *
      *               AND ADDRESS, LIMIT, AND STATUS CHANGES WERE     *
      *               BEING RE-KEYED INTO IT BY HAND. THE AUDIT       *
      *               TRAIL ALREADY RECORDS EVERY FIELD-LEVEL CHANGE  *
      *               CUSTUPD, CASHAPP, SHIPMNT, ADJAPPLY AND THE     *
      *               OTHER MASTER WRITERS MAKE, SO THIS STEP TURNS   *
      *               THE NIGHT'S AUDIT RECORDS INTO A DELTA FEED:    *
      *               ONE RECORD PER CHANGED CUSTOMER CARRYING ITS    *
      *               CURRENT VALUES FROM THE MASTER, WHAT KIND OF    *
      *               CHANGE IT WAS (NEW, CHANGED, CLOSED, MERGED),   *
      *               AND WHICH FIELD GROUPS MOVED, BETWEEN A HEADER  *
      *               NAMING THE DATE WINDOW AND A TRAILER OF COUNTS. *
      *               NIGHTLY, THE WINDOW IS TONIGHT'S BUSINESS DATE  *
      *               AND CYCLE - THE SAME SELECTION GLEXTRAC MAKES.  *
      *               A RESEND FROM AN EARLIER DATE (A PARM) TAKES    *
      *               EVERY CYCLE FROM THAT DATE THROUGH TONIGHT, SO  *
      *               A CRM THAT MISSED A FEED CATCHES UP WITHOUT A   *
      *               FULL RELOAD. THE LIVE TRAIL ONLY HOLDS CHANGES  *
      *               SINCE THE LAST AUDROLL - TO RESEND FURTHER      *
      *               BACK, POINT AUDITOUT AT THAT PERIOD'S AUDGEN    *
      *               GENERATION AS WELL.                             *
      *               SALE CORRECTION ('K') AND AUTO-DEBIT MANDATE    *
      *               ('E') ROWS DO NOT DESCRIBE THE CUSTOMER AND ARE *
      *               PASSED OVER. A CUSTOMER CONTACT CHANGE ('C',    *
      *               CONTMNT) MARKS THE CONTACT GROUP.               *
      *                                                                *
      * INPUTS:       AUDIT TRAIL           (AUDITOUT)                *
      *               CUSTOMER MASTER       (CUSTMIN, INDEXED, READ)  *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      *               COMMAND-LINE PARM: RESEND-FROM DATE             *
      *               (YYYY-MM-DD OR YYYYMMDD, OPTIONAL)              *
      * OUTPUTS:      CRM CHANGE FEED       (CRMOUT)                  *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                                *
      * RETURN CODES: 0  FEED WRITTEN (POSSIBLY WITH NO CUSTOMERS)    *
      *               16 FATAL ERROR OR AN UNUSABLE RESEND DATE       *
      *                                                                *
      * COPYBOOKS:                                                    *
      *   AUDITREC - CUSTOMER MASTER AUDIT TRAIL RECORD (160 BYTES)   *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   CRMDELTA - CRM CHANGE FEED RECORD (250 BYTES)               *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMFEED.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-STATUS.

           SELECT CUST-MASTER     ASSIGN TO CUSTMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS  IS WS-CUST-MASTER-STATUS.

           SELECT FEED-FILE       ASSIGN TO CRMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FEED-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - NAMES THE NIGHT (AND CYCLE) WHOSE
      *    AUDIT RECORDS ARE FED. A MISSING FILE FALLS BACK TO THE
      *    SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY AUDITREC.

       FD  CUST-MASTER
           RECORDING MODE IS F.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  FEED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CRMDELTA.

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

       01  WS-FILE-STATUS.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-CUST-MASTER-STATUS    PIC XX VALUE SPACES.
           05  WS-FEED-STATUS           PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-AUDIT-EOF-SW          PIC X VALUE 'N'.
               88  AUDIT-EOF                    VALUE 'Y'.
           05  WS-MASTER-FOUND-SW       PIC X VALUE 'N'.
               88  MASTER-FOUND                 VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW        PIC X VALUE 'N'.
               88  ENTRY-FOUND                  VALUE 'Y'.
           05  WS-RESEND-SW             PIC X VALUE 'N'.
               88  RESEND-RUN                   VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE FEED WINDOW. A NIGHTLY RUN TAKES THE BUSINESS DATE'S OWN  *
      * CYCLE ONLY (A RECORD WRITTEN BEFORE CYCLES EXISTED CARRIES     *
      * SPACES THERE, MEANING CYCLE 01); A RESEND TAKES EVERY RECORD   *
      * DATED FROM THE PARM DATE THROUGH THE BUSINESS DATE.            *
      *---------------------------------------------------------------*
       01  WS-WINDOW-FIELDS.
           05  WS-PARM-DATE             PIC X(10) VALUE SPACES.
           05  WS-FROM-DATE             PIC X(10) VALUE SPACES.
           05  WS-FROM-YYYYMMDD         PIC X(08) VALUE SPACES.
           05  WS-AUDIT-DATE            PIC X(10) VALUE SPACES.

      *---------------------------------------------------------------*
      * ONE ENTRY PER CUSTOMER SEEN IN THE WINDOW, IN THE ORDER FIRST  *
      * SEEN, WITH WHAT THE AUDIT RECORDS SAID ABOUT IT                *
      *---------------------------------------------------------------*
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 20000 TIMES
                            INDEXED BY WS-CHG-IDX.
               10  WS-CHG-CUST-ID-TBL   PIC 9(6).
               10  WS-CHG-ADDED-TBL     PIC X(1).
               10  WS-CHG-DELETED-TBL   PIC X(1).
               10  WS-CHG-LAST-DATE-TBL PIC X(10).
               10  WS-CHG-MERGED-TBL    PIC 9(6).
               10  WS-CHG-FLAGS-TBL     PIC X(10).

       01  WS-CHANGE-TABLE-FIELDS.
           05  WS-CHG-TABLE-MAX         PIC 9(05) VALUE 20000.
           05  WS-CHG-TABLE-COUNT       PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * FIELD GROUP FLAGS, LAID OUT AS CRM-CHANGED-FIELDS IS, SO ONE   *
      * AUDIT RECORD CAN SET ITS GROUP BY POSITION                     *
      *---------------------------------------------------------------*
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-POS             PIC 9(02) VALUE ZERO.
           05  WS-GROUP-NAME            PIC 9(02) VALUE 1.
           05  WS-GROUP-ADDRESS         PIC 9(02) VALUE 2.
           05  WS-GROUP-CONTACT         PIC 9(02) VALUE 3.
           05  WS-GROUP-CREDIT          PIC 9(02) VALUE 4.
           05  WS-GROUP-BALANCE         PIC 9(02) VALUE 5.
           05  WS-GROUP-STATUS          PIC 9(02) VALUE 6.
           05  WS-GROUP-TERMS           PIC 9(02) VALUE 7.
           05  WS-GROUP-DISPUTE         PIC 9(02) VALUE 8.
           05  WS-GROUP-OWNER           PIC 9(02) VALUE 9.
           05  WS-GROUP-SHIPTO          PIC 9(02) VALUE 10.

       01  WS-COUNTERS.
           05  WS-AUDIT-READ            PIC 9(8) VALUE ZERO.
           05  WS-AUDIT-SELECTED        PIC 9(8) VALUE ZERO.
           05  WS-AUDIT-PASSED-OVER     PIC 9(8) VALUE ZERO.
           05  WS-FEED-COUNT            PIC 9(8) VALUE ZERO.
           05  WS-NEW-COUNT             PIC 9(8) VALUE ZERO.
           05  WS-CHANGED-COUNT         PIC 9(8) VALUE ZERO.
           05  WS-CLOSED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-MERGED-COUNT          PIC 9(8) VALUE ZERO.
           05  WS-CUST-ID-HASH          PIC 9(12) VALUE ZERO.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-CHANGES
           PERFORM 3000-WRITE-FEED
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE, THE RESEND PARM, THE FILES *
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
               MOVE FUNCTION CURRENT-DATE(1:8)
                                            TO WS-BUSDATE-YYYYMMDD
           END-IF
           MOVE WS-BUSINESS-DATE            TO WS-FROM-DATE
           MOVE WS-BUSDATE-YYYYMMDD         TO WS-FROM-YYYYMMDD

           ACCEPT WS-PARM-DATE              FROM COMMAND-LINE
           IF WS-PARM-DATE(1:8) IS NUMERIC
          AND WS-PARM-DATE(9:2) = SPACES
               MOVE WS-PARM-DATE(1:8)       TO WS-FROM-YYYYMMDD
               MOVE WS-FROM-YYYYMMDD(1:4)   TO WS-PARM-DATE(1:4)
               MOVE '-'                     TO WS-PARM-DATE(5:1)
               MOVE WS-FROM-YYYYMMDD(5:2)   TO WS-PARM-DATE(6:2)
               MOVE '-'                     TO WS-PARM-DATE(8:1)
               MOVE WS-FROM-YYYYMMDD(7:2)   TO WS-PARM-DATE(9:2)
           END-IF
           IF WS-PARM-DATE NOT = SPACES
               IF WS-PARM-DATE(1:4) IS NUMERIC
              AND WS-PARM-DATE(5:1) = '-'
              AND WS-PARM-DATE(6:2) IS NUMERIC
              AND WS-PARM-DATE(8:1) = '-'
              AND WS-PARM-DATE(9:2) IS NUMERIC
              AND WS-PARM-DATE NOT > WS-BUSINESS-DATE
                   MOVE 'Y'                 TO WS-RESEND-SW
                   MOVE WS-PARM-DATE        TO WS-FROM-DATE
                   MOVE WS-PARM-DATE(1:4)   TO WS-FROM-YYYYMMDD(1:4)
                   MOVE WS-PARM-DATE(6:2)   TO WS-FROM-YYYYMMDD(5:2)
                   MOVE WS-PARM-DATE(9:2)   TO WS-FROM-YYYYMMDD(7:2)
               ELSE
                   DISPLAY 'CRMFEED: RESEND DATE ' WS-PARM-DATE
                           ' IS NOT YYYY-MM-DD ON OR BEFORE '
                           WS-BUSINESS-DATE
                   DISPLAY 'USAGE: CRMFEED [RESEND-FROM-YYYY-MM-DD]'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               MOVE 'Y'                     TO WS-AUDIT-EOF-SW
           ELSE
               IF WS-AUDIT-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-AUDIT-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN INPUT CUST-MASTER
           IF WS-CUST-MASTER-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'OPEN FAILED: FEED-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FEED-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * PASS 1 - FOLD EVERY IN-WINDOW AUDIT RECORD INTO ITS CUSTOMER'S *
      * TABLE ENTRY                                                    *
      *---------------------------------------------------------------*
       2000-COLLECT-CHANGES.
           IF NOT AUDIT-EOF
               PERFORM 2100-READ-AUDIT
               PERFORM 2200-TAKE-ONE-AUDIT UNTIL AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF.

       2100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y'                 TO WS-AUDIT-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-AUDIT-READ
           END-READ
           IF NOT AUDIT-EOF AND WS-AUDIT-STATUS NOT = '00'
               MOVE 'READ ERROR: AUDIT-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2200-TAKE-ONE-AUDIT.
           IF RESEND-RUN
               IF AUD-TIMESTAMP(1:8) NOT < WS-FROM-YYYYMMDD
              AND AUD-TIMESTAMP(1:8) NOT > WS-BUSDATE-YYYYMMDD
                   PERFORM 2300-FOLD-AUDIT-RECORD
               END-IF
           ELSE
               IF AUD-TIMESTAMP(1:8) = WS-BUSDATE-YYYYMMDD
              AND (AUD-TIMESTAMP(25:2) = WS-BUSDATE-CYCLE
                   OR (AUD-TIMESTAMP(25:2) = SPACES
                       AND WS-BUSDATE-CYCLE = '01'))
                   PERFORM 2300-FOLD-AUDIT-RECORD
               END-IF
           END-IF
           PERFORM 2100-READ-AUDIT.

      *    SALE CORRECTION AND MANDATE ROWS DESCRIBE OTHER FILES AND
      *    TELL THE CRM NOTHING ABOUT THE CUSTOMER
       2300-FOLD-AUDIT-RECORD.
           IF AUD-TRANS-SALECORR OR AUD-TRANS-ADEBIT
               ADD 1                        TO WS-AUDIT-PASSED-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1                            TO WS-AUDIT-SELECTED

           PERFORM 2400-FIND-OR-ADD-ENTRY
           MOVE AUD-TIMESTAMP(1:4)          TO WS-AUDIT-DATE(1:4)
           MOVE '-'                         TO WS-AUDIT-DATE(5:1)
           MOVE AUD-TIMESTAMP(5:2)          TO WS-AUDIT-DATE(6:2)
           MOVE '-'                         TO WS-AUDIT-DATE(8:1)
           MOVE AUD-TIMESTAMP(7:2)          TO WS-AUDIT-DATE(9:2)
           IF WS-AUDIT-DATE > WS-CHG-LAST-DATE-TBL (WS-CHG-IDX)
               MOVE WS-AUDIT-DATE
                             TO WS-CHG-LAST-DATE-TBL (WS-CHG-IDX)
           END-IF

           EVALUATE TRUE
               WHEN AUD-TRANS-ADD
                   MOVE 'Y'        TO WS-CHG-ADDED-TBL (WS-CHG-IDX)
               WHEN AUD-TRANS-DELETE
                   MOVE 'Y'        TO WS-CHG-DELETED-TBL (WS-CHG-IDX)
                   MOVE WS-GROUP-STATUS     TO WS-GROUP-POS
                   PERFORM 2600-SET-GROUP-FLAG
               WHEN AUD-TRANS-SHIPTO
                   MOVE WS-GROUP-SHIPTO     TO WS-GROUP-POS
                   PERFORM 2600-SET-GROUP-FLAG
               WHEN AUD-TRANS-CONTACT
                   MOVE WS-GROUP-CONTACT    TO WS-GROUP-POS
                   PERFORM 2600-SET-GROUP-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT AUD-TRANS-SHIPTO
          AND NOT AUD-TRANS-CONTACT
               PERFORM 2500-MAP-FIELD-GROUP
           END-IF.

       2400-FIND-OR-ADD-ENTRY.
           MOVE 'N'                         TO WS-ENTRY-FOUND-SW
           SET WS-CHG-IDX                   TO 1
           PERFORM 2410-COMPARE-ONE-ENTRY
               UNTIL WS-CHG-IDX > WS-CHG-TABLE-COUNT
                  OR ENTRY-FOUND
           IF NOT ENTRY-FOUND
               IF WS-CHG-TABLE-COUNT >= WS-CHG-TABLE-MAX
                   MOVE 'CHANGE TABLE FULL'  TO WS-ABEND-MSG(1:17)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-CHG-TABLE-COUNT
               SET WS-CHG-IDX               TO WS-CHG-TABLE-COUNT
               MOVE AUD-CUST-ID   TO WS-CHG-CUST-ID-TBL (WS-CHG-IDX)
               MOVE 'N'           TO WS-CHG-ADDED-TBL (WS-CHG-IDX)
               MOVE 'N'           TO WS-CHG-DELETED-TBL (WS-CHG-IDX)
               MOVE SPACES        TO WS-CHG-LAST-DATE-TBL (WS-CHG-IDX)
               MOVE ZERO          TO WS-CHG-MERGED-TBL (WS-CHG-IDX)
               MOVE SPACES        TO WS-CHG-FLAGS-TBL (WS-CHG-IDX)
           END-IF.

       2410-COMPARE-ONE-ENTRY.
           IF WS-CHG-CUST-ID-TBL (WS-CHG-IDX) = AUD-CUST-ID
               MOVE 'Y'                     TO WS-ENTRY-FOUND-SW
           ELSE
               SET WS-CHG-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * WHICH GROUP AN AUDITED FIELD BELONGS TO. A MERGE'S MERGED-INTO *
      * ROW ALSO NAMES THE SURVIVOR. A FIELD NAME NOT LISTED STILL     *
      * MARKS THE CUSTOMER CHANGED, JUST WITHOUT A GROUP FLAG.         *
      *---------------------------------------------------------------*
       2500-MAP-FIELD-GROUP.
           MOVE ZERO                        TO WS-GROUP-POS
           EVALUATE AUD-FIELD-NAME
               WHEN 'CUST-NAME'
                   MOVE WS-GROUP-NAME       TO WS-GROUP-POS
               WHEN 'CUST-ADDRESS'
               WHEN 'CUST-CITY'
               WHEN 'CUST-STATE'
               WHEN 'CUST-ZIP'
                   MOVE WS-GROUP-ADDRESS    TO WS-GROUP-POS
               WHEN 'CUST-EMAIL'
               WHEN 'CUST-PHONE'
               WHEN 'CUST-DELIVERY-PREF'
                   MOVE WS-GROUP-CONTACT    TO WS-GROUP-POS
               WHEN 'CUST-CREDIT-LIMIT'
               WHEN 'CUST-BASE-LIMIT'
               WHEN 'CUST-TEMP-EXPIRY'
                   MOVE WS-GROUP-CREDIT     TO WS-GROUP-POS
               WHEN 'CUST-BALANCE'
                   MOVE WS-GROUP-BALANCE    TO WS-GROUP-POS
               WHEN 'CUST-STATUS'
                   MOVE WS-GROUP-STATUS     TO WS-GROUP-POS
               WHEN 'MERGED-INTO'
                   MOVE WS-GROUP-STATUS     TO WS-GROUP-POS
                   IF AUD-NEW-VALUE(1:6) IS NUMERIC
                       MOVE AUD-NEW-VALUE(1:6)
                                 TO WS-CHG-MERGED-TBL (WS-CHG-IDX)
                   END-IF
               WHEN 'CUST-PAYMENT-TERMS'
               WHEN 'CUST-BILLING-CYCLE'
               WHEN 'CUST-CURRENCY-CODE'
                   MOVE WS-GROUP-TERMS      TO WS-GROUP-POS
               WHEN 'CUST-DISPUTE-FLAG'
               WHEN 'CUST-DISPUTE-AMOUNT'
               WHEN 'CUST-DISPUTE-DATE'
                   MOVE WS-GROUP-DISPUTE    TO WS-GROUP-POS
               WHEN 'CUST-OWNER-SLSP-ID'
               WHEN 'CUST-DIVISION'
                   MOVE WS-GROUP-OWNER      TO WS-GROUP-POS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-GROUP-POS > ZERO
               PERFORM 2600-SET-GROUP-FLAG
           END-IF.

       2600-SET-GROUP-FLAG.
           MOVE 'Y' TO WS-CHG-FLAGS-TBL (WS-CHG-IDX) (WS-GROUP-POS:1).

      *---------------------------------------------------------------*
      * PASS 2 - HEADER, ONE RECORD PER CHANGED CUSTOMER WITH ITS      *
      * CURRENT MASTER VALUES, TRAILER                                 *
      *---------------------------------------------------------------*
       3000-WRITE-FEED.
           MOVE SPACES                      TO CRM-HEADER-RECORD
           MOVE 'HDR'                       TO CRMH-RECORD-TYPE
           MOVE 'CRMDELTA'                  TO CRMH-FEED-ID
           MOVE FUNCTION CURRENT-DATE       TO CRMH-CREATE-TS
           MOVE WS-FROM-DATE                TO CRMH-FROM-DATE
           MOVE WS-BUSINESS-DATE            TO CRMH-TO-DATE
           MOVE WS-RESEND-SW                TO CRMH-RESEND
           PERFORM 3900-WRITE-FEED-RECORD

           SET WS-CHG-IDX                   TO 1
           PERFORM 3100-WRITE-ONE-CUSTOMER
               UNTIL WS-CHG-IDX > WS-CHG-TABLE-COUNT

           MOVE SPACES                      TO CRM-TRAILER-RECORD
           MOVE 'TRL'                       TO CRMT-RECORD-TYPE
           MOVE WS-FEED-COUNT               TO CRMT-RECORD-COUNT
           MOVE WS-NEW-COUNT                TO CRMT-NEW-COUNT
           MOVE WS-CHANGED-COUNT            TO CRMT-CHANGED-COUNT
           MOVE WS-CLOSED-COUNT             TO CRMT-CLOSED-COUNT
           MOVE WS-MERGED-COUNT             TO CRMT-MERGED-COUNT
           MOVE WS-CUST-ID-HASH             TO CRMT-CUST-ID-HASH
           PERFORM 3900-WRITE-FEED-RECORD.

      *---------------------------------------------------------------*
      * THE ACTION COMES FROM WHERE THE CUSTOMER STANDS NOW: MERGED    *
      * AWAY, THEN GONE OR INACTIVE, THEN ADDED IN THE WINDOW, ELSE    *
      * CHANGED. AN ACCOUNT ADDED AND CLOSED IN ONE WINDOW IS CLOSED.  *
      *---------------------------------------------------------------*
       3100-WRITE-ONE-CUSTOMER.
           MOVE WS-CHG-CUST-ID-TBL (WS-CHG-IDX)
                                       TO CUST-ID OF CUST-MASTER-REC
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N'                 TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-MASTER-FOUND-SW
           END-READ
           IF WS-CUST-MASTER-STATUS NOT = '00'
          AND WS-CUST-MASTER-STATUS NOT = '23'
               MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO CRM-DELTA-RECORD
           MOVE 'CUS'                       TO CRM-RECORD-TYPE
           MOVE WS-CHG-CUST-ID-TBL (WS-CHG-IDX) TO CRM-CUST-ID
           MOVE WS-CHG-LAST-DATE-TBL (WS-CHG-IDX)
                                            TO CRM-LAST-CHANGE-DATE
           MOVE WS-CHG-MERGED-TBL (WS-CHG-IDX) TO CRM-MERGED-INTO
           MOVE WS-CHG-FLAGS-TBL (WS-CHG-IDX)  TO CRM-CHANGED-FIELDS
           MOVE ZERO                        TO CRM-CREDIT-LIMIT
           MOVE ZERO                        TO CRM-BALANCE
           MOVE ZERO                        TO CRM-OWNER-SLSP-ID

           IF MASTER-FOUND
               PERFORM 3200-MOVE-CURRENT-VALUES
           END-IF

           EVALUATE TRUE
               WHEN MASTER-FOUND AND CUST-MERGED OF CUST-MASTER-REC
                   MOVE 'M'                 TO CRM-ACTION
                   ADD 1                    TO WS-MERGED-COUNT
               WHEN NOT MASTER-FOUND
               WHEN CUST-INACTIVE OF CUST-MASTER-REC
                   MOVE 'X'                 TO CRM-ACTION
                   ADD 1                    TO WS-CLOSED-COUNT
               WHEN WS-CHG-ADDED-TBL (WS-CHG-IDX) = 'Y'
                   MOVE 'N'                 TO CRM-ACTION
                   ADD 1                    TO WS-NEW-COUNT
               WHEN OTHER
                   MOVE 'C'                 TO CRM-ACTION
                   ADD 1                    TO WS-CHANGED-COUNT
           END-EVALUATE

           PERFORM 3900-WRITE-FEED-RECORD
           ADD 1                            TO WS-FEED-COUNT
           ADD CRM-CUST-ID                  TO WS-CUST-ID-HASH
           SET WS-CHG-IDX UP BY 1.

       3200-MOVE-CURRENT-VALUES.
           MOVE CUST-NAME OF CUST-MASTER-REC        TO CRM-NAME
           MOVE CUST-ADDRESS OF CUST-MASTER-REC     TO CRM-ADDRESS
           MOVE CUST-CITY OF CUST-MASTER-REC        TO CRM-CITY
           MOVE CUST-STATE OF CUST-MASTER-REC       TO CRM-STATE
           MOVE CUST-ZIP OF CUST-MASTER-REC         TO CRM-ZIP
           MOVE CUST-EMAIL OF CUST-MASTER-REC       TO CRM-EMAIL
           MOVE CUST-PHONE OF CUST-MASTER-REC       TO CRM-PHONE
           MOVE CUST-CREDIT-LIMIT OF CUST-MASTER-REC
                                                    TO CRM-CREDIT-LIMIT
           MOVE CUST-BALANCE OF CUST-MASTER-REC     TO CRM-BALANCE
           MOVE CUST-STATUS OF CUST-MASTER-REC      TO CRM-STATUS
           MOVE CUST-PAYMENT-TERMS OF CUST-MASTER-REC
                                                    TO CRM-PAYMENT-TERMS
           IF CUST-TERMS-DEFAULTED OF CUST-MASTER-REC
               MOVE 'N30'                           TO CRM-PAYMENT-TERMS
           END-IF
           MOVE CUST-DIVISION OF CUST-MASTER-REC    TO CRM-DIVISION
           IF CRM-DIVISION = SPACES
               MOVE '01'                            TO CRM-DIVISION
           END-IF
           IF CUST-OWNER-SLSP-ID OF CUST-MASTER-REC IS NUMERIC
               MOVE CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                                    TO CRM-OWNER-SLSP-ID
           END-IF.

       3900-WRITE-FEED-RECORD.
           WRITE CRM-DELTA-RECORD
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'WRITE ERROR: FEED-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FEED-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE CUST-MASTER
           CLOSE FEED-FILE
           MOVE ZERO                        TO RETURN-CODE

           DISPLAY '============================================='
           DISPLAY 'CRMFEED - CRM CUSTOMER CHANGE FEED SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'WINDOW:                 ' WS-FROM-DATE ' TO '
                   WS-BUSINESS-DATE
           IF RESEND-RUN
               DISPLAY '  RESEND RUN - ALL CYCLES IN THE WINDOW'
           ELSE
               DISPLAY '  CYCLE:                ' WS-BUSDATE-CYCLE
           END-IF
           DISPLAY 'AUDIT RECORDS READ:     ' WS-AUDIT-READ
           DISPLAY 'AUDIT RECORDS IN WINDOW:' WS-AUDIT-SELECTED
           DISPLAY 'PASSED OVER (K/E ROWS): ' WS-AUDIT-PASSED-OVER
           DISPLAY 'CUSTOMERS FED:          ' WS-FEED-COUNT
           DISPLAY '  NEW:                  ' WS-NEW-COUNT
           DISPLAY '  CHANGED:              ' WS-CHANGED-COUNT
           DISPLAY '  CLOSED:               ' WS-CLOSED-COUNT
           DISPLAY '  MERGED:               ' WS-MERGED-COUNT
           DISPLAY '============================================='.

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
               DISPLAY 'CRMFEED: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'CRMFEED' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-AUDIT-READ TO RL-RECORDS-IN
               MOVE WS-FEED-COUNT TO RL-RECORDS-OUT
               MOVE ZERO TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'CRMFEED: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
           END-IF.

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
           DISPLAY '*** CRMFEED FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
