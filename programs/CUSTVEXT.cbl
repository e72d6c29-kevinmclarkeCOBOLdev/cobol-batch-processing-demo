      *****************************************************************
      * PROGRAM NAME: CUSTVEXT                                        *
      * DESCRIPTION:  MASKED CUSTOMER EXTRACT FOR AN OUTSIDE PARTY    *
      *               VENDORS USED TO BE HANDED A STRAIGHT COPY OF    *
      *               CUSTMOUT - EVERY NAME, ADDRESS, EMAIL, AND      *
      *               PHONE NUMBER ON FILE. THIS PROGRAM MAKES THAT   *
      *               COPY FOR ONE NAMED RECEIVING PARTY, MASKING     *
      *               EACH GROUP OF PERSONAL FIELDS THE WAY THAT      *
      *               PARTY'S PRIVACY PROFILE (PRIVPROF) SAYS - CLEAR,*
      *               TOKENIZED, OR REMOVED. A PARTY WITHOUT A        *
      *               PROFILE GETS THE MASKED DEFAULT. THE COPY KEEPS *
      *               CUSTMOUT'S 250-BYTE CUSTREC LAYOUT AND ITS      *
      *               CONTROL TRAILER, UNCHANGED, SO THE VENDOR'S     *
      *               LOAD CAN STILL PROVE THE FILE COMPLETE.         *
      *                                                               *
      * INPUTS:       CUSTOMER EXTRACT       (CUSTMOUT)               *
      *               PRIVACY PROFILES       (PRIVPROF - OPTIONAL)    *
      *               COMMAND-LINE PARM: THE RECEIVING PARTY CODE     *
      * OUTPUTS:      MASKED CUSTOMER COPY   (VENDCUST)               *
      *                                                               *
      * RETURN CODES: 0  COPY COMPLETE UNDER THE PARTY'S OWN PROFILE  *
      *               4  COPY COMPLETE, BUT THE PARTY HAS NO PROFILE  *
      *                  SO THE MASKED DEFAULT WAS APPLIED            *
      *               12 CUSTMOUT'S CONTROL TRAILER IS MISSING OR     *
      *                  DOES NOT MATCH - DO NOT SEND THE COPY        *
      *               16 FATAL ERROR OR NO PARTY CODE                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTVEXT.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT PROFILE-FILE    ASSIGN TO PRIVPROF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROFILE-STATUS.

           SELECT VENDOR-FILE     ASSIGN TO VENDCUST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-VENDOR-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CUST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-IN-REC.

       FD  PROFILE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRIVPROF.

       FD  VENDOR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-OUT-REC.

      *****************************************************************
       WORKING-STORAGE SECTION.

       COPY CUSTTRLR.

       01  WS-FILE-STATUS.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-PROFILE-STATUS        PIC XX VALUE SPACES.
           05  WS-VENDOR-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-PROFILE-EOF-SW        PIC X VALUE 'N'.
               88  PROFILE-EOF                  VALUE 'Y'.
           05  WS-PROFILE-FOUND-SW      PIC X VALUE 'N'.
               88  PROFILE-FOUND                VALUE 'Y'.
           05  WS-TRAILER-FOUND-SW      PIC X VALUE 'N'.
               88  TRAILER-FOUND                VALUE 'Y'.

      *---------------------------------------------------------------*
      * THE RECEIVING PARTY AND ITS RULES - DEFAULTS ARE THE MASKED    *
      * ONES PRIVPROF DESCRIBES. THE TOKEN IS (CUST-ID + 1) * KEY      *
      * MODULO THE PRIME 9999999967, AS BIEXTRAC BUILDS IT, SO NO TWO  *
      * CUSTOMERS SHARE ONE AND EACH PARTY'S KEY GIVES ITS OWN SET.    *
      *---------------------------------------------------------------*
       01  WS-PRIVACY-FIELDS.
           05  WS-PRIV-PARTY            PIC X(10) VALUE SPACES.
           05  WS-PRIV-PARTY-NAME       PIC X(30) VALUE SPACES.
           05  WS-PRIV-NAME-RULE        PIC X(1)  VALUE 'T'.
           05  WS-PRIV-ADDRESS-RULE     PIC X(1)  VALUE 'R'.
           05  WS-PRIV-EMAIL-RULE       PIC X(1)  VALUE 'R'.
           05  WS-PRIV-PHONE-RULE       PIC X(1)  VALUE 'R'.
           05  WS-PRIV-TOKEN-KEY        PIC 9(9)  VALUE 738291547.
           05  WS-TOKEN-PRODUCT         PIC 9(18) VALUE ZERO.
           05  WS-TOKEN-QUOTIENT        PIC 9(18) VALUE ZERO.
           05  WS-TOKEN-NUMBER          PIC 9(10) VALUE ZERO.
           05  WS-TOKEN                 PIC X(13) VALUE SPACES.
           05  WS-RULE-CHECK            PIC X(1)  VALUE SPACES.
               88  RULE-IS-VALID                VALUES 'C' 'T' 'R'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-WRITTEN       PIC 9(8) VALUE ZERO.
           05  WS-CTRL-BALANCE-ACCUM    PIC S9(13)V99 VALUE ZERO.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-ONE-CUSTOMER UNTIL CUST-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE PARTY CODE AND ITS PROFILE, THE FILES     *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-PRIV-PARTY             FROM COMMAND-LINE
           IF WS-PRIV-PARTY = SPACES
               DISPLAY 'USAGE: CUSTVEXT <RECEIVING-PARTY-CODE>'
               MOVE 16                      TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-PRIVACY-PROFILE

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           OPEN OUTPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = '00'
               MOVE 'OPEN FAILED: VENDOR-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-VENDOR-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1500-READ-CUST.

      *---------------------------------------------------------------*
      * FIND THE PARTY ON THE PRIVACY PROFILE. NO FILE OR NO ENTRY     *
      * LEAVES THE MASKED DEFAULTS STANDING; SO DOES A BLANK OR        *
      * UNRECOGNIZED RULE BYTE ON THE ENTRY.                           *
      *---------------------------------------------------------------*
       1100-LOAD-PRIVACY-PROFILE.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = '00'
               PERFORM 1150-READ-PROFILE
               PERFORM 1120-CHECK-PROFILE
                   UNTIL PROFILE-EOF OR PROFILE-FOUND
               CLOSE PROFILE-FILE
           ELSE
               IF WS-PROFILE-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PROFILE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROFILE-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1120-CHECK-PROFILE.
           IF PRV-PARTY-CODE = WS-PRIV-PARTY
               MOVE 'Y'                     TO WS-PROFILE-FOUND-SW
               MOVE PRV-PARTY-NAME          TO WS-PRIV-PARTY-NAME
               MOVE PRV-NAME-RULE           TO WS-RULE-CHECK
               IF RULE-IS-VALID
                   MOVE PRV-NAME-RULE       TO WS-PRIV-NAME-RULE
               END-IF
               MOVE PRV-ADDRESS-RULE        TO WS-RULE-CHECK
               IF RULE-IS-VALID
                   MOVE PRV-ADDRESS-RULE    TO WS-PRIV-ADDRESS-RULE
               END-IF
               MOVE PRV-EMAIL-RULE          TO WS-RULE-CHECK
               IF RULE-IS-VALID
                   MOVE PRV-EMAIL-RULE      TO WS-PRIV-EMAIL-RULE
               END-IF
               MOVE PRV-PHONE-RULE          TO WS-RULE-CHECK
               IF RULE-IS-VALID
                   MOVE PRV-PHONE-RULE      TO WS-PRIV-PHONE-RULE
               END-IF
               IF PRV-TOKEN-KEY NUMERIC AND PRV-TOKEN-KEY > ZERO
                   MOVE PRV-TOKEN-KEY       TO WS-PRIV-TOKEN-KEY
               END-IF
           ELSE
               PERFORM 1150-READ-PROFILE
           END-IF.

       1150-READ-PROFILE.
           READ PROFILE-FILE
               AT END
                   MOVE 'Y'                 TO WS-PROFILE-EOF-SW
           END-READ
           IF NOT PROFILE-EOF AND WS-PROFILE-STATUS NOT = '00'
               MOVE 'READ FAILED: PROFILE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-PROFILE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *    THE CONTROL TRAILER IS THE EXTRACT'S LOGICAL END - CAPTURE
      *    IT FOR VERIFICATION AND STOP READING, SO IT NEVER COUNTS
      *    AS A CUSTOMER
       1500-READ-CUST.
           READ CUST-FILE
               AT END
                   MOVE 'Y'                 TO WS-CUST-EOF-SW
           END-READ
           IF NOT CUST-EOF AND WS-CUST-STATUS NOT = '00'
               MOVE 'READ FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT CUST-EOF
               IF CUST-ID OF CUST-IN-REC = 999999
                   MOVE CUST-IN-REC         TO CUSTMOUT-TRAILER-RECORD
                   MOVE 'Y'                 TO WS-TRAILER-FOUND-SW
                   MOVE 'Y'                 TO WS-CUST-EOF-SW
               ELSE
                   ADD 1                    TO WS-RECORDS-READ
                   ADD CUST-BALANCE OF CUST-IN-REC
                                            TO WS-CTRL-BALANCE-ACCUM
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * COPY ONE CUSTOMER, MASKED PER THE PARTY'S RULES                *
      *---------------------------------------------------------------*
       2000-COPY-ONE-CUSTOMER.
           MOVE CUST-IN-REC                 TO CUST-OUT-REC
           IF WS-PRIV-NAME-RULE NOT = 'C'
          OR WS-PRIV-EMAIL-RULE NOT = 'C'
          OR WS-PRIV-PHONE-RULE NOT = 'C'
               PERFORM 2100-TOKENIZE-CUSTOMER
           END-IF

           EVALUATE WS-PRIV-NAME-RULE
               WHEN 'C'
                   CONTINUE
               WHEN 'R'
                   MOVE SPACES      TO CUST-NAME OF CUST-OUT-REC
               WHEN OTHER
                   MOVE WS-TOKEN    TO CUST-NAME OF CUST-OUT-REC
           END-EVALUATE

      *    THE STREET LINE HAS NO USE AS A TOKEN - MASKED EITHER WAY
      *    IT IS REMOVED, AND THE ZIP CUT TO ITS THREE-DIGIT AREA
           IF WS-PRIV-ADDRESS-RULE NOT = 'C'
               MOVE SPACES          TO CUST-ADDRESS OF CUST-OUT-REC
               MOVE SPACES          TO CUST-ZIP OF CUST-OUT-REC
               MOVE CUST-ZIP OF CUST-IN-REC(1:3)
                                    TO CUST-ZIP OF CUST-OUT-REC(1:3)
           END-IF

           EVALUATE WS-PRIV-EMAIL-RULE
               WHEN 'C'
                   CONTINUE
               WHEN 'R'
                   MOVE SPACES      TO CUST-EMAIL OF CUST-OUT-REC
               WHEN OTHER
                   MOVE SPACES      TO CUST-EMAIL OF CUST-OUT-REC
                   STRING WS-TOKEN '@MASKED.INVALID'
                          DELIMITED SIZE
                                    INTO CUST-EMAIL OF CUST-OUT-REC
           END-EVALUATE

           EVALUATE WS-PRIV-PHONE-RULE
               WHEN 'C'
                   CONTINUE
               WHEN 'R'
                   MOVE SPACES      TO CUST-PHONE OF CUST-OUT-REC
               WHEN OTHER
                   MOVE WS-TOKEN    TO CUST-PHONE OF CUST-OUT-REC
           END-EVALUATE

           PERFORM 2900-WRITE-VENDOR-RECORD
           ADD 1                            TO WS-RECORDS-WRITTEN
           PERFORM 1500-READ-CUST.

       2100-TOKENIZE-CUSTOMER.
           COMPUTE WS-TOKEN-PRODUCT =
                   (CUST-ID OF CUST-IN-REC + 1) * WS-PRIV-TOKEN-KEY
           DIVIDE WS-TOKEN-PRODUCT BY 9999999967
                  GIVING WS-TOKEN-QUOTIENT
                  REMAINDER WS-TOKEN-NUMBER
           MOVE 'TKN'                       TO WS-TOKEN(1:3)
           MOVE WS-TOKEN-NUMBER             TO WS-TOKEN(4:10).

       2900-WRITE-VENDOR-RECORD.
           WRITE CUST-OUT-REC
           IF WS-VENDOR-STATUS NOT = '00'
               MOVE 'WRITE ERROR: VENDOR-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-VENDOR-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - PROVE THE INPUT COMPLETE AGAINST ITS TRAILER,   *
      * THEN CLOSE THE COPY WITH THAT SAME TRAILER. MASKING CHANGES    *
      * NEITHER THE COUNT NOR THE BALANCE TOTAL IT CARRIES.            *
      *---------------------------------------------------------------*
       3000-FINALIZE.
           MOVE ZERO                        TO RETURN-CODE
           IF NOT TRAILER-FOUND
               DISPLAY '*** CUSTVEXT: CUSTMOUT HAS NO CONTROL TRAILER'
                       ' - EXTRACT TRUNCATED - DO NOT SEND ***'
               MOVE 12                      TO RETURN-CODE
           ELSE
               IF CTRL-RECORD-COUNT NOT = WS-RECORDS-READ
               OR CTRL-BALANCE-TOTAL NOT = WS-CTRL-BALANCE-ACCUM
                   DISPLAY '*** CUSTVEXT: CUSTMOUT TRAILER DOES NOT'
                           ' MATCH EXTRACT CONTENT - DO NOT SEND ***'
                   MOVE 12                  TO RETURN-CODE
               ELSE
                   MOVE CUSTMOUT-TRAILER-RECORD TO CUST-OUT-REC
                   PERFORM 2900-WRITE-VENDOR-RECORD
               END-IF
           END-IF
           IF RETURN-CODE = ZERO AND NOT PROFILE-FOUND
               MOVE 4                       TO RETURN-CODE
           END-IF

           CLOSE CUST-FILE
           CLOSE VENDOR-FILE

           DISPLAY '============================================='
           DISPLAY 'CUSTVEXT - MASKED CUSTOMER EXTRACT SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'RECEIVING PARTY:       ' WS-PRIV-PARTY
                   ' ' WS-PRIV-PARTY-NAME
           IF NOT PROFILE-FOUND
               DISPLAY '  NO PRIVACY PROFILE - MASKED DEFAULTS USED'
           END-IF
           DISPLAY 'NAME/ADDRESS/EMAIL/PHONE RULES (C/T/R): '
                   WS-PRIV-NAME-RULE WS-PRIV-ADDRESS-RULE
                   WS-PRIV-EMAIL-RULE WS-PRIV-PHONE-RULE
           DISPLAY 'CUSTOMERS READ:        ' WS-RECORDS-READ
           DISPLAY 'CUSTOMERS WRITTEN:     ' WS-RECORDS-WRITTEN
           DISPLAY '============================================='.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** CUSTVEXT FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
