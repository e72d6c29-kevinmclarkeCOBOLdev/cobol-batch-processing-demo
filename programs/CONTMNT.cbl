      *****************************************************************
      * PROGRAM NAME: CONTMNT                                         *
      * DESCRIPTION:  CUSTOMER CONTACT MAINTENANCE                    *
      *               THE MAINTENANCE PATH FOR THE CUSTOMER CONTACT   *
      *               FILE - SEVERAL PEOPLE PER CUSTOMER, EACH WITH   *
      *               A ROLE (ACCOUNTS PAYABLE, PURCHASING,           *
      *               COLLECTIONS ESCALATION, EXECUTIVE), SO EACH     *
      *               DOCUMENT REACHES THE PERSON WHO ACTS ON IT      *
      *               INSTEAD OF THE ONE CUST-EMAIL ON THE MASTER.    *
      *               APPLIES ADD/UPDATE/DEACTIVATE TRANSACTIONS      *
      *               AGAINST THE INDEXED CONTACT FILE, VERIFIES THE  *
      *               CUSTOMER EXISTS ON THE CUSTMOUT EXTRACT, EDITS  *
      *               THE ROLE AND PREFERRED CHANNEL (AN EMAIL        *
      *               PREFERENCE NEEDS A USABLE ADDRESS, A PHONE      *
      *               PREFERENCE A NUMBER), AND WRITES AUDIT RECORDS  *
      *               TO THE SHARED TRAIL - ONE PER CHANGED FIELD ON  *
      *               AN UPDATE - THE SAME WAY SHIPMNT KEEPS SHIPTO.  *
      *                                                                *
      * TRANSACTION LAYOUT (CONTTRAN, 120 BYTES):                     *
      *   CTRN-ACTION 'A' ADD / 'U' UPDATE / 'X' DEACTIVATE           *
      *   CTRN-CUST-ID + CTRN-CONTACT-SEQ, THEN THE CONTACT FIELDS    *
      *   IN CUSTCONT ORDER. AN UPDATE REPLACES EVERY FIELD, AS IN    *
      *   SHIPMNT. A BLANK CHANNEL ON AN ADD OR UPDATE MEANS MAIL.    *
      *                                                                *
      * INPUTS:       CONTACT TRANSACTIONS (CONTTRAN)                 *
      *               CUSTOMER EXTRACT     (CUSTMOUT)                 *
      * OUTPUTS:      CONTACT FILE (CUSTCONT, INDEXED - BOOTSTRAPPED  *
      *               EMPTY ON THE FIRST RUN)                         *
      *               AUDIT TRAIL  (AUDITOUT, EXTENDED - 'C' ROWS)    *
      *               ERROR FILE   (ERROROUT, EXTENDED)               *
      *                                                                *
      * RETURN CODES: 0  EVERY TRANSACTION APPLIED                    *
      *               4  ONE OR MORE TRANSACTIONS REJECTED TO         *
      *                  ERROROUT                                     *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                    *
      *   CUSTCONT - CUSTOMER CONTACT RECORD (120 BYTES)              *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   AUDITREC - AUDIT TRAIL RECORD (160 BYTES)                   *
      *   ERRORREC - ERROR FILE RECORD                                *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMNT.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE      ASSIGN TO CONTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT CONTACT-FILE    ASSIGN TO CUSTCONT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CTC-KEY
                  FILE STATUS  IS WS-CONTACT-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO AUDITOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AUDIT-STATUS.

           SELECT ERROR-FILE      ASSIGN TO ERROROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ERROR-STATUS.

      *    BUSINESS DATE CONTROL - THE MAINTAINED DATE THE NIGHT'S
      *    WORK BELONGS TO, SO THE AUDIT TRAIL FILES A PAST-MIDNIGHT
      *    RUN'S CHANGES UNDER THE RIGHT DATE. A MISSING FILE FALLS
      *    BACK TO THE SYSTEM CLOCK.
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
       01  CONTACT-TRANS-REC.
           05  CTRN-ACTION              PIC X(1).
               88  CTRN-ACTION-ADD              VALUE 'A'.
               88  CTRN-ACTION-UPDATE           VALUE 'U'.
               88  CTRN-ACTION-DEACT            VALUE 'X'.
           05  CTRN-CUST-ID             PIC 9(6).
           05  CTRN-CONTACT-SEQ         PIC 9(3).
           05  CTRN-ROLE                PIC X(1).
           05  CTRN-NAME                PIC X(30).
           05  CTRN-EMAIL               PIC X(50).
           05  CTRN-PHONE               PIC X(15).
           05  CTRN-CHANNEL             PIC X(1).
           05  FILLER                   PIC X(13).

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  CONTACT-FILE
           RECORDING MODE IS F.
           COPY CUSTCONT.

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
           05  WS-CONTACT-STATUS        PIC XX VALUE SPACES.
           05  WS-AUDIT-STATUS          PIC XX VALUE SPACES.
           05  WS-ERROR-STATUS          PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-TRANS-EOF-SW          PIC X VALUE 'N'.
               88  TRANS-EOF                    VALUE 'Y'.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
               88  CUST-ID-FOUND                VALUE 'Y'.
           05  WS-CONTACT-FOUND-SW      PIC X VALUE 'N'.
               88  CONTACT-FOUND                VALUE 'Y'.
           05  WS-TRANS-ERROR-SW        PIC X VALUE 'N'.
               88  TRANS-HAS-ERROR              VALUE 'Y'.
               88  TRANS-IS-VALID               VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ            PIC 9(8) VALUE ZERO.
           05  WS-ADD-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-UPDATE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-DEACT-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * KNOWN CUST-IDS OFF THE EXTRACT, LOADED AT STARTUP              *
      *---------------------------------------------------------------*
       01  WS-CUST-ID-TABLE.
           05  WS-CUST-ID-ENTRY OCCURS 9999 TIMES
                                INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID-TBL       PIC 9(6) VALUE ZERO.

       01  WS-CUST-ID-TABLE-FIELDS.
           05  WS-CUST-ID-TABLE-MAX     PIC 9(05) VALUE 9999.
           05  WS-CUST-ID-TABLE-COUNT   PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * A WORKING CONTACT RECORD WHOSE 88 LEVELS SUPPLY THE ROLE AND   *
      * CHANNEL DOMAIN CHECKS, THE SAME TRICK SHIPMNT PLAYS WITH       *
      * CUSTREC FOR THE STATE CODE                                     *
      *---------------------------------------------------------------*
       COPY CUSTCONT REPLACING CUST-CONTACT-RECORD BY WS-DOMAIN-CONTACT.

      *---------------------------------------------------------------*
      * THE CONTACT RECORD AS IT STOOD BEFORE THE CHANGE, FOR THE      *
      * AUDIT RECORDS' OLD VALUES                                      *
      *---------------------------------------------------------------*
       COPY CUSTCONT REPLACING CUST-CONTACT-RECORD BY WS-OLD-CONTACT.

       01  WS-EDIT-FIELDS.
           05  WS-CHANNEL               PIC X(1)  VALUE SPACE.
           05  WS-AT-SIGN-COUNT         PIC 9(3)  VALUE ZERO.

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-CODE            PIC X(10) VALUE SPACES.
           05  WS-ERROR-MESSAGE         PIC X(60) VALUE SPACES.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-SUFFIX          PIC X(8)  VALUE SPACES.
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
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY SHIPMNT
      *    BOOTSTRAPS THE SHIP-TO FILE
           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-STATUS = '35'
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
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
               PERFORM 2050-READ-CONTACT-RANDOM
               EVALUATE TRUE
                   WHEN CTRN-ACTION-ADD
                       IF CONTACT-FOUND
                           MOVE 'K-ADD'     TO WS-ERROR-CODE
                           MOVE 'ADD FOR CONTACT ALREADY ON FILE'
                                            TO WS-ERROR-MESSAGE
                           PERFORM 8000-LOG-ERROR
                       ELSE
                           PERFORM 2100-ADD-CONTACT
                       END-IF
                   WHEN CTRN-ACTION-UPDATE
                       IF CONTACT-FOUND
                           PERFORM 2200-UPDATE-CONTACT
                       ELSE
                           MOVE 'K-UPDATE'  TO WS-ERROR-CODE
                           MOVE 'UPDATE FOR CONTACT NOT ON FILE'
                                            TO WS-ERROR-MESSAGE
                           PERFORM 8000-LOG-ERROR
                       END-IF
                   WHEN CTRN-ACTION-DEACT
                       IF CONTACT-FOUND
                           PERFORM 2300-DEACTIVATE-CONTACT
                       ELSE
                           MOVE 'K-DEACT'   TO WS-ERROR-CODE
                           MOVE 'DEACTIVATE FOR CONTACT NOT ON FILE'
                                            TO WS-ERROR-MESSAGE
                           PERFORM 8000-LOG-ERROR
                       END-IF
                   WHEN OTHER
                       MOVE 'K-ACTION'      TO WS-ERROR-CODE
                       MOVE 'ACTION MUST BE A U OR X'
                                            TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
               END-EVALUATE
           END-IF

           PERFORM 1100-READ-TRANSACTION.

       2050-READ-CONTACT-RANDOM.
           MOVE CTRN-CUST-ID
                        TO CTC-CUST-ID OF CUST-CONTACT-RECORD
           MOVE CTRN-CONTACT-SEQ
                        TO CTC-CONTACT-SEQ OF CUST-CONTACT-RECORD
           READ CONTACT-FILE
               INVALID KEY
                   MOVE 'N'                 TO WS-CONTACT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-CONTACT-FOUND-SW
                   MOVE CUST-CONTACT-RECORD TO WS-OLD-CONTACT
           END-READ
           IF WS-CONTACT-STATUS NOT = '00'
          AND WS-CONTACT-STATUS NOT = '23'
               MOVE 'READ ERROR: CONTACT-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2100-ADD-CONTACT.
           MOVE CTRN-CUST-ID
                        TO CTC-CUST-ID OF CUST-CONTACT-RECORD
           MOVE CTRN-CONTACT-SEQ
                        TO CTC-CONTACT-SEQ OF CUST-CONTACT-RECORD
           PERFORM 2150-MOVE-CONTACT-FIELDS
           MOVE 'A'
                        TO CTC-STATUS OF CUST-CONTACT-RECORD
           WRITE CUST-CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: CONTACT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-ADD-COUNT

      *    ONE RECORD FOR THE ADD - THE ROLE AND NAME IDENTIFY WHO
      *    WAS ADDED; THE REST IS ON THE FILE
           MOVE SPACES                      TO WS-AUDIT-SUFFIX
           MOVE SPACES                      TO WS-AUDIT-OLD-VALUE
           STRING CTRN-ROLE ' ' CTRN-NAME
                  DELIMITED SIZE            INTO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
      * THE TRANSACTION'S CONTACT FIELDS ONTO THE RECORD. A BLANK      *
      * CHANNEL IS STORED AS MAIL.                                     *
      *---------------------------------------------------------------*
       2150-MOVE-CONTACT-FIELDS.
           MOVE CTRN-ROLE
                        TO CTC-ROLE OF CUST-CONTACT-RECORD
           MOVE CTRN-NAME
                        TO CTC-NAME OF CUST-CONTACT-RECORD
           MOVE CTRN-EMAIL
                        TO CTC-EMAIL OF CUST-CONTACT-RECORD
           MOVE CTRN-PHONE
                        TO CTC-PHONE OF CUST-CONTACT-RECORD
           MOVE WS-CHANNEL
                        TO CTC-CHANNEL OF CUST-CONTACT-RECORD.

      *---------------------------------------------------------------*
      * AN UPDATE REPLACES THE CONTACT FIELDS AND AUDITS EACH ONE      *
      * THAT ACTUALLY CHANGED, THE ONE-RECORD-PER-FIELD RULE THE       *
      * TRAIL KEEPS FOR THE MASTER                                     *
      *---------------------------------------------------------------*
       2200-UPDATE-CONTACT.
           PERFORM 2150-MOVE-CONTACT-FIELDS
           REWRITE CUST-CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: CONTACT-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-UPDATE-COUNT

           IF CTC-ROLE OF CUST-CONTACT-RECORD
                  NOT = CTC-ROLE OF WS-OLD-CONTACT
               MOVE '-ROLE'                 TO WS-AUDIT-SUFFIX
               MOVE CTC-ROLE OF WS-OLD-CONTACT
                                            TO WS-AUDIT-OLD-VALUE
               MOVE CTC-ROLE OF CUST-CONTACT-RECORD
                                            TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF
           IF CTC-NAME OF CUST-CONTACT-RECORD
                  NOT = CTC-NAME OF WS-OLD-CONTACT
               MOVE '-NAME'                 TO WS-AUDIT-SUFFIX
               MOVE CTC-NAME OF WS-OLD-CONTACT
                                            TO WS-AUDIT-OLD-VALUE
               MOVE CTC-NAME OF CUST-CONTACT-RECORD
                                            TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF
           IF CTC-EMAIL OF CUST-CONTACT-RECORD
                  NOT = CTC-EMAIL OF WS-OLD-CONTACT
               MOVE '-EMAIL'                TO WS-AUDIT-SUFFIX
               MOVE CTC-EMAIL OF WS-OLD-CONTACT
                                            TO WS-AUDIT-OLD-VALUE
               MOVE CTC-EMAIL OF CUST-CONTACT-RECORD
                                            TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF
           IF CTC-PHONE OF CUST-CONTACT-RECORD
                  NOT = CTC-PHONE OF WS-OLD-CONTACT
               MOVE '-PHONE'                TO WS-AUDIT-SUFFIX
               MOVE CTC-PHONE OF WS-OLD-CONTACT
                                            TO WS-AUDIT-OLD-VALUE
               MOVE CTC-PHONE OF CUST-CONTACT-RECORD
                                            TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF
           IF CTC-CHANNEL OF CUST-CONTACT-RECORD
                  NOT = CTC-CHANNEL OF WS-OLD-CONTACT
               MOVE '-CHANNEL'              TO WS-AUDIT-SUFFIX
               MOVE CTC-CHANNEL OF WS-OLD-CONTACT
                                            TO WS-AUDIT-OLD-VALUE
               MOVE CTC-CHANNEL OF CUST-CONTACT-RECORD
                                            TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF.

       2300-DEACTIVATE-CONTACT.
           MOVE 'I'
                        TO CTC-STATUS OF CUST-CONTACT-RECORD
           REWRITE CUST-CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: CONTACT-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTACT-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-DEACT-COUNT

           MOVE SPACES                      TO WS-AUDIT-SUFFIX
           STRING CTC-ROLE OF WS-OLD-CONTACT ' '
                  CTC-NAME OF WS-OLD-CONTACT
                  DELIMITED SIZE            INTO WS-AUDIT-OLD-VALUE
           MOVE SPACES                      TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
      * VALIDATE ONE TRANSACTION BEFORE IT TOUCHES THE FILE - THE      *
      * CUSTOMER MUST BE KNOWN, AND AN ADD/UPDATE NEEDS A VALID ROLE,  *
      * A NAME, A VALID CHANNEL, AND THE ADDRESS OR NUMBER THE         *
      * CHANNEL WILL USE                                               *
      *---------------------------------------------------------------*
       2700-VALIDATE-TRANSACTION.
           MOVE 'N'                        TO WS-TRANS-ERROR-SW

           PERFORM 2710-CHECK-CUST-EXISTS
           IF NOT CUST-ID-FOUND
               MOVE 'K-CUSTID'             TO WS-ERROR-CODE
               MOVE 'CONTACT FOR CUSTOMER NOT ON EXTRACT'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

           IF CTRN-CONTACT-SEQ NOT NUMERIC OR CTRN-CONTACT-SEQ = ZERO
               MOVE 'K-SEQ'                TO WS-ERROR-CODE
               MOVE 'CONTACT SEQUENCE MUST BE 001-999'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

           IF CTRN-ACTION-ADD OR CTRN-ACTION-UPDATE
               PERFORM 2750-VALIDATE-CONTACT-FIELDS
           END-IF.

       2710-CHECK-CUST-EXISTS.
           MOVE 'N'                        TO WS-CUST-FOUND-SW
           SET WS-CUST-IDX                 TO 1
           PERFORM 2720-SEARCH-CUST-TABLE
               UNTIL WS-CUST-IDX > WS-CUST-ID-TABLE-COUNT
                  OR CUST-ID-FOUND.

       2720-SEARCH-CUST-TABLE.
           IF WS-CUST-ID-TBL (WS-CUST-IDX) = CTRN-CUST-ID
               MOVE 'Y'                    TO WS-CUST-FOUND-SW
           ELSE
               SET WS-CUST-IDX UP BY 1
           END-IF.

       2750-VALIDATE-CONTACT-FIELDS.
           MOVE CTRN-ROLE          TO CTC-ROLE OF WS-DOMAIN-CONTACT
           IF NOT CTC-ROLE-VALID OF WS-DOMAIN-CONTACT
               MOVE 'K-ROLE'               TO WS-ERROR-CODE
               MOVE 'ROLE MUST BE A, P, C OR E'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

           IF CTRN-NAME = SPACES
               MOVE 'K-NAME'               TO WS-ERROR-CODE
               MOVE 'CONTACT NAME IS REQUIRED'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

           MOVE CTRN-CHANNEL               TO WS-CHANNEL
           IF WS-CHANNEL = SPACE
               MOVE 'M'                    TO WS-CHANNEL
           END-IF
           MOVE WS-CHANNEL      TO CTC-CHANNEL OF WS-DOMAIN-CONTACT
           IF NOT CTC-CHANNEL-VALID OF WS-DOMAIN-CONTACT
               MOVE 'K-CHANNEL'            TO WS-ERROR-CODE
               MOVE 'PREFERRED CHANNEL MUST BE E, M OR P'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

      *    AN EMAIL ADDRESS, WHEN GIVEN, NEEDS EXACTLY ONE '@' - THE
      *    DELIVERY SERVICE BOUNCES ANYTHING ELSE
           MOVE ZERO                       TO WS-AT-SIGN-COUNT
           INSPECT CTRN-EMAIL TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
           IF CTRN-EMAIL NOT = SPACES
          AND WS-AT-SIGN-COUNT NOT = 1
               MOVE 'K-EMAIL'              TO WS-ERROR-CODE
               MOVE 'EMAIL ADDRESS IS MALFORMED'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

           IF CTC-PREFERS-EMAIL OF WS-DOMAIN-CONTACT
          AND CTRN-EMAIL = SPACES
               MOVE 'K-NOEMAIL'            TO WS-ERROR-CODE
               MOVE 'EMAIL PREFERENCE WITH NO EMAIL ADDRESS'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF

           IF CTC-PREFERS-PHONE OF WS-DOMAIN-CONTACT
          AND CTRN-PHONE = SPACES
               MOVE 'K-NOPHONE'            TO WS-ERROR-CODE
               MOVE 'PHONE PREFERENCE WITH NO PHONE NUMBER'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE TRANS-FILE
           CLOSE CONTACT-FILE
           CLOSE AUDIT-FILE
           CLOSE ERROR-FILE

           DISPLAY '============================================='
           DISPLAY 'CONTMNT - CUSTOMER CONTACT MAINTENANCE SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY '  ADDS:                ' WS-ADD-COUNT
           DISPLAY '  UPDATES:             ' WS-UPDATE-COUNT
           DISPLAY '  DEACTIVATIONS:       ' WS-DEACT-COUNT
           DISPLAY 'ERRORS DETECTED:       ' WS-ERROR-COUNT
           DISPLAY '============================================='

           IF WS-ERROR-COUNT > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * LOG ONE ERROR RECORD TO THE SHARED ERROR FILE                  *
      *---------------------------------------------------------------*
       8000-LOG-ERROR.
           MOVE FUNCTION CURRENT-DATE      TO ERR-TIMESTAMP
           MOVE WS-TRANS-READ              TO ERR-RECORD-NUMBER
           MOVE WS-ERROR-CODE              TO ERR-ERROR-CODE
           MOVE WS-ERROR-MESSAGE           TO ERR-ERROR-MESSAGE
           MOVE CONTACT-TRANS-REC(1:40)    TO ERR-INPUT-DATA

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
      * LOG ONE AUDIT RECORD FOR THE CONTACT CHANGE. THE FIELD NAME    *
      * CARRIES THE CONTACT SEQUENCE (AND, ON AN UPDATE, THE FIELD)    *
      * SO EVERY CONTACT'S HISTORY IS DISTINGUISHABLE ON THE ONE       *
      * TRAIL.                                                         *
      *---------------------------------------------------------------*
       8100-LOG-AUDIT.
           MOVE FUNCTION CURRENT-DATE      TO AUD-TIMESTAMP
      *    THE SAME BUSINESS-DATE AND CYCLE STAMPS EVERY OTHER AUDIT
      *    WRITER APPLIES
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD    TO AUD-TIMESTAMP(1:8)
           END-IF
           MOVE WS-BUSDATE-CYCLE           TO AUD-TIMESTAMP(25:2)
           MOVE CTRN-CUST-ID               TO AUD-CUST-ID
      *    ALWAYS TYPE 'C' - FOR THE SAME REASON SHIPMNT ALWAYS WRITES
      *    'L': THE RAW ACTION CODES WOULD READ AS MASTER CHANGES TO
      *    AUDBKOUT AND AUDFRCVR
           MOVE 'C'                        TO AUD-TRANS-TYPE
           MOVE SPACES                     TO AUD-OPERATOR-ID
           MOVE SPACES                     TO WS-AUDIT-FIELD-NAME
           STRING 'CONTACT-' CTRN-CONTACT-SEQ
                  WS-AUDIT-SUFFIX DELIMITED SPACE
                                           INTO WS-AUDIT-FIELD-NAME
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
           DISPLAY '*** CONTMNT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
