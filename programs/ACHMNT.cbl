      *****************************************************************
      * PROGRAM NAME: ACHMNT                                          *
      * DESCRIPTION:  AUTO-DEBIT MANDATE MAINTENANCE                  *
      *               THE ENROLLMENT PATH FOR CUSTOMERS WHO WANT US   *
      *               TO PULL PAYMENT FROM THEIR BANK ON THE DUE      *
      *               DATE INSTEAD OF MAILING A CHECK. APPLIES        *
      *               ENROLL/CHANGE/CANCEL TRANSACTIONS AGAINST THE   *
      *               INDEXED MANDATE FILE ACHGEN DEBITS FROM,        *
      *               VERIFIES THE CUSTOMER IS ON THE CUSTMOUT        *
      *               EXTRACT AND STILL A LIVE ACCOUNT, PROVES THE    *
      *               ROUTING NUMBER'S CHECK DIGIT SO A MIS-KEYED     *
      *               BANK NEVER REACHES THE DEBIT FILE, AND WRITES   *
      *               AUDIT RECORDS TO THE SHARED TRAIL. THE ACCOUNT  *
      *               NUMBER IS AUDITED MASKED TO ITS LAST FOUR       *
      *               DIGITS.                                         *
      *                                                                *
      * TRANSACTION LAYOUT (ADMTRAN, 80 BYTES):                       *
      *   ADT-ACTION 'E' ENROLL / 'U' CHANGE BANK DETAILS /           *
      *              'X' CANCEL                                       *
      *   ADT-CUST-ID, THEN ROUTING, ACCOUNT, ACCOUNT TYPE ('C'       *
      *   CHECKING / 'S' SAVINGS), AND THE OPERATOR ID                *
      *   AN ENROLL FOR A DROPPED OR CANCELLED MANDATE RE-ENROLLS IT  *
      *   WITH THE NEW BANK DETAILS AND A CLEAN RETURN COUNT.         *
      *                                                                *
      * INPUTS:       MANDATE TRANSACTIONS (ADMTRAN)                  *
      *               CUSTOMER EXTRACT     (CUSTMOUT)                 *
      *               BUSINESS DATE CONTROL (BUSDATE - OPTIONAL)      *
      * OUTPUTS:      MANDATE FILE (ADMANDT, INDEXED - BOOTSTRAPPED   *
      *               EMPTY ON THE FIRST RUN)                         *
      *               AUDIT TRAIL  (AUDITOUT, EXTENDED)               *
      *               ERROR FILE   (ERROROUT, EXTENDED)               *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   ADMANDT  - AUTO-DEBIT MANDATE RECORD (100 BYTES)            *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   AUDITREC - AUDIT TRAIL RECORD (160 BYTES)                   *
      *   ERRORREC - ERROR RECORD (150 BYTES)                         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHMNT.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE      ASSIGN TO ADMTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT MANDATE-FILE    ASSIGN TO ADMANDT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ADM-CUST-ID
                  FILE STATUS  IS WS-MANDATE-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-STATUS.

           SELECT ERROR-FILE      ASSIGN TO ERROROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ERROR-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE ENROLLMENT AND STATUS
      *    CHANGES AND THE AUDIT TRAIL. A MISSING FILE FALLS BACK TO
      *    THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MANDATE-TRANS-REC.
           05  ADT-ACTION               PIC X(1).
               88  ADT-ACTION-ENROLL            VALUE 'E'.
               88  ADT-ACTION-UPDATE            VALUE 'U'.
               88  ADT-ACTION-CANCEL            VALUE 'X'.
           05  ADT-CUST-ID              PIC 9(6).
           05  ADT-ROUTING-NO           PIC X(9).
           05  ADT-ACCOUNT-NO           PIC X(17).
           05  ADT-ACCOUNT-TYPE         PIC X(1).
           05  ADT-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(39).

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  MANDATE-FILE
           RECORDING MODE IS F.
           COPY ADMANDT.

       FD  AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY AUDITREC.

       FD  ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ERRORREC.

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

       01  WS-FILE-STATUS.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-MANDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-ERROR-STATUS          PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-TRANS-EOF-SW          PIC X VALUE 'N'.
               88  TRANS-EOF                    VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-ID-FOUND                VALUE 'Y'.
           05  WS-MANDATE-FOUND-SW      PIC X VALUE 'N'.
               88  MANDATE-FOUND                VALUE 'Y'.
           05  WS-TRANS-ERROR-SW        PIC X VALUE 'N'.
               88  TRANS-HAS-ERROR              VALUE 'Y'.
               88  TRANS-IS-VALID               VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(8) VALUE ZERO.
           05  WS-ENROLL-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REENROLL-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-UPDATE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-CANCEL-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * KNOWN CUST-IDS OFF THE EXTRACT, WITH THEIR STATUS, LOADED AT   *
      * STARTUP - A MERGED OR INACTIVE ACCOUNT CANNOT ENROLL           *
      *---------------------------------------------------------------*
       01  WS-CUST-ID-TABLE.
           05  WS-CUST-ID-ENTRY OCCURS 9999 TIMES
                                INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(6) VALUE ZERO.
               10  WS-CUST-STAT-TBL     PIC X(1) VALUE SPACES.

       01  WS-CUST-ID-TABLE-FIELDS.
           05  WS-CUST-ID-TABLE-MAX     PIC 9(05) VALUE 9999.
           05  WS-CUST-ID-TABLE-COUNT   PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * ROUTING NUMBER CHECK DIGIT - THE NINTH DIGIT MAKES             *
      * 3 X (D1+D4+D7) + 7 X (D2+D5+D8) + (D3+D6+D9) A MULTIPLE OF 10  *
      *---------------------------------------------------------------*
       01  WS-ROUTING-FIELDS.
           05  WS-ROUTING-NUM           PIC 9(9) VALUE ZERO.
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUM.
               10  WS-RTE-DIGIT         PIC 9(1) OCCURS 9 TIMES.
           05  WS-ROUTING-SUM           PIC 9(4) VALUE ZERO.
           05  WS-ROUTING-QUOT          PIC 9(4) VALUE ZERO.
           05  WS-ROUTING-REM           PIC 9(1) VALUE ZERO.

      *---------------------------------------------------------------*
      * BANK-DETAIL AUDIT IMAGE - THE ACCOUNT NUMBER SHOWS ONLY ITS    *
      * LAST FOUR DIGITS ON THE TRAIL                                  *
      *---------------------------------------------------------------*
       01  WS-MASK-FIELDS.
           05  WS-MASK-ACCOUNT          PIC X(17) VALUE SPACES.
           05  WS-MASK-SUB              PIC 9(2)  VALUE ZERO.
           05  WS-MASK-LAST-FOUR        PIC X(4)  VALUE SPACES.
           05  WS-BANK-IMAGE            PIC X(50) VALUE SPACES.

      *---------------------------------------------------------------*
      * THE MANDATE AS IT STOOD BEFORE THE CHANGE, FOR THE AUDIT       *
      * RECORD'S OLD VALUE                                             *
      *---------------------------------------------------------------*
       COPY ADMANDT REPLACING AUTO-DEBIT-MANDATE BY WS-OLD-MANDATE.

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-CODE            PIC X(10) VALUE SPACES.
           05  WS-ERROR-MESSAGE         PIC X(60) VALUE SPACES.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-FIELD-NAME      PIC X(20) VALUE SPACES.
           05  WS-AUDIT-OLD-VALUE       PIC X(50) VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE       PIC X(50) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL TRANS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION                                                 *
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

           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY SHIPMNT
      *    BOOTSTRAPS THE SHIP-TO FILE
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = '35'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           IF WS-MANDATE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: MANDATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
          AND WS-AUDIT-STATUS NOT = '05'
               MOVE 'OPEN FAILED: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND ERROR-FILE
           IF WS-ERROR-STATUS NOT = '00'
          AND WS-ERROR-STATUS NOT = '05'
               MOVE 'OPEN FAILED: ERROR-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ERROR-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1200-LOAD-CUST-ID-TABLE
           PERFORM 1100-READ-TRANSACTION.

       1100-READ-TRANSACTION.
           READ TRANS-FILE
               AT END
                   MOVE 'Y'               TO WS-TRANS-EOF-SW
               NOT AT END
                   ADD 1                  TO WS-TRANS-READ
           END-READ
           IF NOT TRANS-EOF AND WS-TRANS-STATUS NOT = '00'
               MOVE 'READ ERROR: TRANS-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1200-LOAD-CUST-ID-TABLE.
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1250-READ-CUST-RECORD
           PERFORM 1220-ADD-CUST-TO-TABLE UNTIL CUST-EOF
           CLOSE CUST-FILE.

       1220-ADD-CUST-TO-TABLE.
           IF WS-CUST-ID-TABLE-COUNT < WS-CUST-ID-TABLE-MAX
               ADD 1                        TO WS-CUST-ID-TABLE-COUNT
               SET WS-CUST-IDX              TO WS-CUST-ID-TABLE-COUNT
               MOVE CUST-ID OF CUST-IN-REC
                                TO WS-CUST-ID-TBL (WS-CUST-IDX)
               MOVE CUST-STATUS OF CUST-IN-REC
                                TO WS-CUST-STAT-TBL (WS-CUST-IDX)
           END-IF
           PERFORM 1250-READ-CUST-RECORD.

       1250-READ-CUST-RECORD.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ
           IF NOT CUST-EOF AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT CUST-EOF
               IF CUST-ID OF CUST-IN-REC = 999999
                   MOVE 'Y' TO WS-CUST-EOF-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * APPLY ONE TRANSACTION                                          *
      *---------------------------------------------------------------*
       2000-PROCESS-TRANSACTIONS.
           PERFORM 2700-VALIDATE-TRANSACTION

           IF TRANS-IS-VALID
               PERFORM 2050-READ-MANDATE-RANDOM
               EVALUATE TRUE
                   WHEN ADT-ACTION-ENROLL
                       IF NOT MANDATE-FOUND
                           PERFORM 2100-ENROLL-CUSTOMER
                       ELSE
                           IF ADM-ACTIVE OF AUTO-DEBIT-MANDATE
                               MOVE 'A-ENROLL'  TO WS-ERROR-CODE
                               MOVE 'CUSTOMER ALREADY ENROLLED - USE U'
                                            TO WS-ERROR-MESSAGE
                               PERFORM 8000-LOG-ERROR
                           ELSE
                               PERFORM 2150-REENROLL-CUSTOMER
                           END-IF
                       END-IF
                   WHEN ADT-ACTION-UPDATE
                       IF MANDATE-FOUND
                      AND ADM-ACTIVE OF AUTO-DEBIT-MANDATE
                           PERFORM 2200-UPDATE-BANK-DETAILS
                       ELSE
                           MOVE 'A-UPDATE'  TO WS-ERROR-CODE
                           MOVE 'CUSTOMER NOT ACTIVELY ENROLLED'
                                            TO WS-ERROR-MESSAGE
                           PERFORM 8000-LOG-ERROR
                       END-IF
                   WHEN ADT-ACTION-CANCEL
                       IF MANDATE-FOUND
                      AND NOT ADM-CANCELLED OF AUTO-DEBIT-MANDATE
                           PERFORM 2300-CANCEL-MANDATE
                       ELSE
                           MOVE 'A-CANCEL'  TO WS-ERROR-CODE
                           MOVE 'CANCEL FOR CUSTOMER NOT ENROLLED'
                                            TO WS-ERROR-MESSAGE
                           PERFORM 8000-LOG-ERROR
                       END-IF
                   WHEN OTHER
                       MOVE 'A-ACTION'      TO WS-ERROR-CODE
                       MOVE 'ACTION MUST BE E, U OR X'
                                            TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
               END-EVALUATE
           END-IF

           PERFORM 1100-READ-TRANSACTION.

       2050-READ-MANDATE-RANDOM.
           MOVE ADT-CUST-ID      TO ADM-CUST-ID OF AUTO-DEBIT-MANDATE
           READ MANDATE-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-MANDATE-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-MANDATE-FOUND-SW
                   MOVE AUTO-DEBIT-MANDATE  TO WS-OLD-MANDATE
           END-READ
           IF WS-MANDATE-STATUS NOT = '00'
          AND WS-MANDATE-STATUS NOT = '23'
               MOVE 'READ ERROR: MANDATE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * A NEW MANDATE - ACTIVE FROM TONIGHT'S DEBIT RUN                *
      *---------------------------------------------------------------*
       2100-ENROLL-CUSTOMER.
           MOVE SPACES                      TO AUTO-DEBIT-MANDATE
           MOVE ADT-CUST-ID      TO ADM-CUST-ID OF AUTO-DEBIT-MANDATE
           PERFORM 2400-SET-ENROLLMENT
           WRITE AUTO-DEBIT-MANDATE
           IF WS-MANDATE-STATUS NOT = '00'
               MOVE 'WRITE ERROR: MANDATE-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-ENROLL-COUNT

           MOVE 'ADEBIT-STATUS'             TO WS-AUDIT-FIELD-NAME
           MOVE SPACES                      TO WS-AUDIT-OLD-VALUE
           MOVE 'A ENROLLED'                TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT
           PERFORM 2500-AUDIT-BANK-DETAILS.

      *---------------------------------------------------------------*
      * A DROPPED OR CANCELLED MANDATE COMING BACK - NEW BANK DETAILS  *
      * AND A CLEAN RETURN COUNT                                       *
      *---------------------------------------------------------------*
       2150-REENROLL-CUSTOMER.
           PERFORM 2400-SET-ENROLLMENT
           REWRITE AUTO-DEBIT-MANDATE
           IF WS-MANDATE-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: MANDATE-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-REENROLL-COUNT

           MOVE 'ADEBIT-STATUS'             TO WS-AUDIT-FIELD-NAME
           MOVE ADM-STATUS OF WS-OLD-MANDATE
                                            TO WS-AUDIT-OLD-VALUE
           MOVE 'A RE-ENROLLED'             TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT
           PERFORM 2500-AUDIT-BANK-DETAILS.

       2200-UPDATE-BANK-DETAILS.
           MOVE ADT-ROUTING-NO   TO ADM-ROUTING-NO OF AUTO-DEBIT-MANDATE
           MOVE ADT-ACCOUNT-NO   TO ADM-ACCOUNT-NO OF AUTO-DEBIT-MANDATE
           MOVE ADT-ACCOUNT-TYPE
                            TO ADM-ACCOUNT-TYPE OF AUTO-DEBIT-MANDATE
           MOVE ADT-OPERATOR-ID
                            TO ADM-OPERATOR-ID OF AUTO-DEBIT-MANDATE
           REWRITE AUTO-DEBIT-MANDATE
           IF WS-MANDATE-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: MANDATE-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-UPDATE-COUNT
           PERFORM 2500-AUDIT-BANK-DETAILS.

       2300-CANCEL-MANDATE.
           MOVE 'X'              TO ADM-STATUS OF AUTO-DEBIT-MANDATE
           MOVE WS-BUSINESS-DATE
                            TO ADM-STATUS-DATE OF AUTO-DEBIT-MANDATE
           MOVE ADT-OPERATOR-ID
                            TO ADM-OPERATOR-ID OF AUTO-DEBIT-MANDATE
           REWRITE AUTO-DEBIT-MANDATE
           IF WS-MANDATE-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: MANDATE-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-MANDATE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CANCEL-COUNT

           MOVE 'ADEBIT-STATUS'             TO WS-AUDIT-FIELD-NAME
           MOVE ADM-STATUS OF WS-OLD-MANDATE
                                            TO WS-AUDIT-OLD-VALUE
           MOVE 'X CANCELLED'               TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
      * THE FIELDS AN ENROLLMENT OR RE-ENROLLMENT SETS                 *
      *---------------------------------------------------------------*
       2400-SET-ENROLLMENT.
           MOVE ADT-ROUTING-NO   TO ADM-ROUTING-NO OF AUTO-DEBIT-MANDATE
           MOVE ADT-ACCOUNT-NO   TO ADM-ACCOUNT-NO OF AUTO-DEBIT-MANDATE
           MOVE ADT-ACCOUNT-TYPE
                            TO ADM-ACCOUNT-TYPE OF AUTO-DEBIT-MANDATE
           MOVE 'A'              TO ADM-STATUS OF AUTO-DEBIT-MANDATE
           MOVE WS-BUSINESS-DATE
                            TO ADM-ENROLL-DATE OF AUTO-DEBIT-MANDATE
           MOVE WS-BUSINESS-DATE
                            TO ADM-STATUS-DATE OF AUTO-DEBIT-MANDATE
           MOVE ZERO             TO ADM-NSF-COUNT OF AUTO-DEBIT-MANDATE
           MOVE SPACES
                       TO ADM-LAST-RETURN-DATE OF AUTO-DEBIT-MANDATE
           MOVE SPACES
                       TO ADM-LAST-RETURN-CODE OF AUTO-DEBIT-MANDATE
           MOVE ADT-OPERATOR-ID
                            TO ADM-OPERATOR-ID OF AUTO-DEBIT-MANDATE.

      *---------------------------------------------------------------*
      * ONE AUDIT RECORD FOR THE BANK DETAILS, OLD AND NEW, WITH THE   *
      * ACCOUNT NUMBER MASKED TO ITS LAST FOUR DIGITS                  *
      *---------------------------------------------------------------*
       2500-AUDIT-BANK-DETAILS.
           MOVE 'ADEBIT-BANK'               TO WS-AUDIT-FIELD-NAME
           IF MANDATE-FOUND
               MOVE ADM-ACCOUNT-NO OF WS-OLD-MANDATE
                                            TO WS-MASK-ACCOUNT
               PERFORM 2550-MASK-ACCOUNT
               MOVE SPACES                  TO WS-BANK-IMAGE
               STRING 'RTE ' ADM-ROUTING-NO OF WS-OLD-MANDATE
                      ' ACCT ****' WS-MASK-LAST-FOUR
                      ' TYPE ' ADM-ACCOUNT-TYPE OF WS-OLD-MANDATE
                      DELIMITED SIZE        INTO WS-BANK-IMAGE
               MOVE WS-BANK-IMAGE           TO WS-AUDIT-OLD-VALUE
           ELSE
               MOVE SPACES                  TO WS-AUDIT-OLD-VALUE
           END-IF
           MOVE ADT-ACCOUNT-NO              TO WS-MASK-ACCOUNT
           PERFORM 2550-MASK-ACCOUNT
           MOVE SPACES                      TO WS-BANK-IMAGE
           STRING 'RTE ' ADT-ROUTING-NO
                  ' ACCT ****' WS-MASK-LAST-FOUR
                  ' TYPE ' ADT-ACCOUNT-TYPE
                  DELIMITED SIZE            INTO WS-BANK-IMAGE
           MOVE WS-BANK-IMAGE               TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
      * THE LAST FOUR SIGNIFICANT CHARACTERS OF WS-MASK-ACCOUNT -      *
      * THE ACCOUNT IS LEFT-JUSTIFIED, SO TRAILING SPACES ARE SKIPPED  *
      *---------------------------------------------------------------*
       2550-MASK-ACCOUNT.
           MOVE 17                          TO WS-MASK-SUB
           PERFORM 2560-SKIP-TRAILING-SPACE
               UNTIL WS-MASK-SUB < 4
                  OR WS-MASK-ACCOUNT(WS-MASK-SUB:1) NOT = SPACE
           IF WS-MASK-SUB < 4
               MOVE WS-MASK-ACCOUNT(1:4)    TO WS-MASK-LAST-FOUR
           ELSE
               MOVE WS-MASK-ACCOUNT(WS-MASK-SUB - 3:4)
                                            TO WS-MASK-LAST-FOUR
           END-IF.

       2560-SKIP-TRAILING-SPACE.
           SUBTRACT 1                       FROM WS-MASK-SUB.

      *---------------------------------------------------------------*
      * VALIDATE ONE TRANSACTION BEFORE IT TOUCHES THE FILE - THE      *
      * CUSTOMER MUST BE A LIVE ACCOUNT ON THE EXTRACT, AND AN ENROLL  *
      * OR CHANGE MUST CARRY A ROUTING NUMBER THAT PASSES ITS CHECK    *
      * DIGIT, AN ACCOUNT NUMBER, AND A CHECKING/SAVINGS TYPE          *
      *---------------------------------------------------------------*
       2700-VALIDATE-TRANSACTION.
           MOVE 'N'                        TO WS-TRANS-ERROR-SW

           PERFORM 2710-CHECK-CUST-EXISTS
           IF NOT CUST-ID-FOUND
               MOVE 'A-CUSTID'             TO WS-ERROR-CODE
               MOVE 'MANDATE FOR CUSTOMER NOT ON EXTRACT'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           ELSE
               IF ADT-ACTION-ENROLL
              AND (WS-CUST-STAT-TBL (WS-CUST-IDX) = 'M'
                OR WS-CUST-STAT-TBL (WS-CUST-IDX) = 'I')
                   MOVE 'A-CUSTSTAT'       TO WS-ERROR-CODE
                   MOVE 'MERGED OR INACTIVE CUSTOMER CANNOT ENROLL'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
                   MOVE 'Y'                TO WS-TRANS-ERROR-SW
               END-IF
           END-IF

           IF ADT-ACTION-ENROLL OR ADT-ACTION-UPDATE
               PERFORM 2750-VALIDATE-ROUTING
               IF ADT-ACCOUNT-NO = SPACES
                   MOVE 'A-ACCOUNT'        TO WS-ERROR-CODE
                   MOVE 'BANK ACCOUNT NUMBER IS REQUIRED'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
                   MOVE 'Y'                TO WS-TRANS-ERROR-SW
               END-IF
               MOVE ADT-ACCOUNT-TYPE
                            TO ADM-ACCOUNT-TYPE OF WS-OLD-MANDATE
               IF NOT ADM-ACCOUNT-TYPE-VALID OF WS-OLD-MANDATE
                   MOVE 'A-ACCTTYPE'       TO WS-ERROR-CODE
                   MOVE 'ACCOUNT TYPE MUST BE C (CHECKING) OR S'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
                   MOVE 'Y'                TO WS-TRANS-ERROR-SW
               END-IF
           END-IF.

       2710-CHECK-CUST-EXISTS.
           MOVE 'N'                        TO WS-CUST-FOUND-SW
           SET WS-CUST-IDX                 TO 1
           PERFORM 2720-SEARCH-CUST-TABLE
               UNTIL WS-CUST-IDX > WS-CUST-ID-TABLE-COUNT
                  OR CUST-ID-FOUND.

       2720-SEARCH-CUST-TABLE.
           IF WS-CUST-ID-TBL (WS-CUST-IDX) = ADT-CUST-ID
               MOVE 'Y'                    TO WS-CUST-FOUND-SW
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * NINE DIGITS, NOT ALL ZERO, AND THE CHECK DIGIT HOLDS           *
      *---------------------------------------------------------------*
       2750-VALIDATE-ROUTING.
           IF ADT-ROUTING-NO NOT NUMERIC
               MOVE 'A-ROUTING'            TO WS-ERROR-CODE
               MOVE 'ROUTING NUMBER MUST BE NINE DIGITS'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           ELSE
               MOVE ADT-ROUTING-NO         TO WS-ROUTING-NUM
               COMPUTE WS-ROUTING-SUM =
                       3 * (WS-RTE-DIGIT (1) + WS-RTE-DIGIT (4)
                                             + WS-RTE-DIGIT (7))
                     + 7 * (WS-RTE-DIGIT (2) + WS-RTE-DIGIT (5)
                                             + WS-RTE-DIGIT (8))
                     +     (WS-RTE-DIGIT (3) + WS-RTE-DIGIT (6)
                                             + WS-RTE-DIGIT (9))
               DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOT
                      REMAINDER WS-ROUTING-REM
               IF WS-ROUTING-NUM = ZERO OR WS-ROUTING-REM NOT = ZERO
                   MOVE 'A-ROUTCHK'        TO WS-ERROR-CODE
                   MOVE 'ROUTING NUMBER FAILS ITS CHECK DIGIT'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
                   MOVE 'Y'                TO WS-TRANS-ERROR-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE TRANS-FILE
           CLOSE MANDATE-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE

           DISPLAY '============================================='
           DISPLAY 'ACHMNT - AUTO-DEBIT MANDATE MAINTENANCE SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY '  ENROLLMENTS:         ' WS-ENROLL-COUNT
           DISPLAY '  RE-ENROLLMENTS:      ' WS-REENROLL-COUNT
           DISPLAY '  BANK CHANGES:        ' WS-UPDATE-COUNT
           DISPLAY '  CANCELLATIONS:       ' WS-CANCEL-COUNT
           DISPLAY 'ERRORS DETECTED:       ' WS-ERROR-COUNT
           DISPLAY '============================================='

           IF WS-ERROR-COUNT > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * LOG ONE ERROR RECORD TO THE SHARED ERROR FILE. THE INPUT IMAGE *
      * STOPS SHORT OF THE ACCOUNT NUMBER SO IT NEVER LANDS IN CLEAR   *
      * ON THE ERROR FILE.                                             *
      *---------------------------------------------------------------*
       8000-LOG-ERROR.
           MOVE FUNCTION CURRENT-DATE      TO ERR-TIMESTAMP
           MOVE WS-TRANS-READ              TO ERR-RECORD-NUMBER
           MOVE WS-ERROR-CODE              TO ERR-ERROR-CODE
           MOVE WS-ERROR-MESSAGE           TO ERR-ERROR-MESSAGE
           MOVE SPACES                     TO ERR-INPUT-DATA
           MOVE MANDATE-TRANS-REC(1:16)    TO ERR-INPUT-DATA

           WRITE ERROR-RECORD
           IF WS-ERROR-STATUS NOT = '00'
               MOVE 'WRITE ERROR: ERROR-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ERROR-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           ADD 1                            TO WS-ERROR-COUNT
           MOVE SPACES                      TO WS-ERROR-CODE
           MOVE SPACES                      TO WS-ERROR-MESSAGE.

      *---------------------------------------------------------------*
      * LOG ONE AUDIT RECORD FOR THE MANDATE CHANGE                    *
      *---------------------------------------------------------------*
       8100-LOG-AUDIT.
           MOVE FUNCTION CURRENT-DATE      TO AUD-TIMESTAMP
      *    THE DATE PORTION CARRIES THE BUSINESS DATE WHEN ONE IS
      *    MAINTAINED, AND THE CYCLE RIDES IN THE TIMESTAMP'S UNUSED
      *    TAIL BYTES - THE SAME STAMPS EVERY OTHER AUDIT WRITER
      *    APPLIES
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD    TO AUD-TIMESTAMP(1:8)
           END-IF
           MOVE WS-BUSDATE-CYCLE           TO AUD-TIMESTAMP(25:2)
           MOVE ADT-CUST-ID                TO AUD-CUST-ID
      *    ALWAYS TYPE 'E' - THE ROWS DESCRIBE THE MANDATE FILE, NOT
      *    THE MASTER, SO BACKOUT AND RECOVERY PASS THEM OVER THE SAME
      *    WAY THEY PASS OVER SHIPMNT'S 'L' ROWS
           MOVE 'E'                        TO AUD-TRANS-TYPE
           MOVE ADT-OPERATOR-ID            TO AUD-OPERATOR-ID
           MOVE WS-AUDIT-FIELD-NAME        TO AUD-FIELD-NAME
           MOVE WS-AUDIT-OLD-VALUE         TO AUD-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE         TO AUD-NEW-VALUE

           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: AUDIT-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-AUDIT-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO WS-AUDIT-OLD-VALUE
           MOVE SPACES                      TO WS-AUDIT-NEW-VALUE.

      *---------------------------------------------------------------*
      * READ THE MAINTAINED BUSINESS DATE, IF ONE IS ON FILE, SAVING   *
      * IT IN WORKING STORAGE SO IT SURVIVES THE CLOSE. SAFE TO        *
      * PERFORM MORE THAN ONCE - ONLY THE FIRST CALL TOUCHES THE       *
      * FILE. A MISSING OR MALFORMED CONTROL FILE LEAVES THE SYSTEM-   *
      * CLOCK DEFAULTS STANDING.                                       *
      *---------------------------------------------------------------*
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
           DISPLAY '*** ACHMNT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
