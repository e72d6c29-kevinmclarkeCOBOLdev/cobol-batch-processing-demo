      *               'TRL' CONTROL RECORD CARRYING THE COUNT AND     *
      *               AMOUNT TOTALS THE SAME WAY CUSTMOUT'S TRAILER   *
      *               PROVES ITS EXTRACT COMPLETE.                    *
      *               THE CUSTOMER NAME GOES OUT AS THE PRIVACY       *
      *               PROFILE (PRIVPROF) SAYS FOR PARTY ANALYTICS -   *
      *               TOKENIZED UNLESS THE PRIVACY OFFICER HAS        *
      *               CLEARED THE TEAM FOR NAMES.                     *
      *                                                                *
      * RECORD LAYOUT (PIPE-DELIMITED):                               *
      *   SALEDATE|SLSPID|SLSPNAME|HOMEREGION|CUSTID|CUSTNAME|STATE|  *
      *               PRODUCT MASTER         (PRODMAST)               *
      *               SALESPERSON MASTER     (SLSPMAST)               *
      *               REGION MASTER          (REGNMAST)               *
      *               PRIVACY PROFILES       (PRIVPROF - OPTIONAL)    *
      * OUTPUT:       ANALYTICS EXTRACT      (BIEXTOUT)               *
      *****************************************************************
       IDENTIFICATION DIVISION.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REGION-STATUS.

      *    OUTBOUND PRIVACY PROFILES - HOW THE ANALYTICS TEAM'S COPY
      *    CARRIES THE CUSTOMER NAME. A MISSING FILE MASKS IT.
           SELECT PROFILE-FILE    ASSIGN TO PRIVPROF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-PROFILE-STATUS.

           SELECT EXTRACT-FILE    ASSIGN TO BIEXTOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       COPY REGNMAST.

       FD  PROFILE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRIVPROF.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-REGION-STATUS         PIC XX VALUE SPACES.
           05  WS-EXTRACT-STATUS        PIC XX VALUE SPACES.
           05  WS-PROFILE-STATUS        PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SALES-EOF-SW          PIC X VALUE 'N'.
               88  REGION-EOF                   VALUE 'Y'.
           05  WS-FOUND-SW              PIC X VALUE 'N'.
               88  LOOKUP-FOUND                 VALUE 'Y'.
           05  WS-PROFILE-EOF-SW        PIC X VALUE 'N'.
               88  PROFILE-EOF                  VALUE 'Y'.
           05  WS-PROFILE-FOUND-SW      PIC X VALUE 'N'.
               88  PROFILE-FOUND                VALUE 'Y'.

      *---------------------------------------------------------------*
      * THIS EXTRACT'S RECEIVING PARTY ON THE PRIVACY PROFILE, ITS     *
      * NAME RULE (DEFAULT TOKEN - SEE PRIVPROF), AND THE TOKEN WORK   *
      * FIELDS. THE TOKEN IS (CUST-ID + 1) * KEY MODULO THE PRIME      *
      * 9999999967, SO NO TWO CUSTOMERS SHARE ONE AND EACH PARTY'S KEY *
      * GIVES IT ITS OWN SET.                                          *
      *---------------------------------------------------------------*
       01  WS-PRIVACY-FIELDS.
           05  WS-PRIV-PARTY            PIC X(10) VALUE 'ANALYTICS'.
           05  WS-PRIV-NAME-RULE        PIC X(1)  VALUE 'T'.
               88  PRIV-NAME-CLEAR              VALUE 'C'.
               88  PRIV-NAME-REMOVE             VALUE 'R'.
           05  WS-PRIV-TOKEN-KEY        PIC 9(9)  VALUE 738291547.
           05  WS-TOKEN-PRODUCT         PIC 9(18) VALUE ZERO.
           05  WS-TOKEN-QUOTIENT        PIC 9(18) VALUE ZERO.
           05  WS-TOKEN-NUMBER          PIC 9(10) VALUE ZERO.
           05  WS-TOKEN                 PIC X(13) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           PERFORM 1400-LOAD-REGN-TABLE
           CLOSE REGION-FILE

           PERFORM 1600-LOAD-PRIVACY-PROFILE

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: EXTRACT-FILE    FS='
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FIND THE ANALYTICS PARTY ON THE PRIVACY PROFILE. NO FILE OR NO *
      * ENTRY LEAVES THE MASKED DEFAULT STANDING.                      *
      *---------------------------------------------------------------*
       1600-LOAD-PRIVACY-PROFILE.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = '00'
               PERFORM 1650-READ-PROFILE
               PERFORM 1620-CHECK-PROFILE
                   UNTIL PROFILE-EOF OR PROFILE-FOUND
               CLOSE PROFILE-FILE
           ELSE
               IF WS-PROFILE-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: PROFILE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-PROFILE-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF
           IF NOT PROFILE-FOUND
               DISPLAY 'BIEXTRAC: NO PRIVACY PROFILE FOR '
                       WS-PRIV-PARTY ' - CUSTOMER NAMES TOKENIZED'
           END-IF.

       1620-CHECK-PROFILE.
           IF PRV-PARTY-CODE = WS-PRIV-PARTY
               MOVE 'Y'                     TO WS-PROFILE-FOUND-SW
               IF PRV-NAME-RULE = 'C' OR PRV-NAME-RULE = 'R'
                   MOVE PRV-NAME-RULE       TO WS-PRIV-NAME-RULE
               END-IF
               IF PRV-TOKEN-KEY NUMERIC AND PRV-TOKEN-KEY > ZERO
                   MOVE PRV-TOKEN-KEY       TO WS-PRIV-TOKEN-KEY
               END-IF
           ELSE
               PERFORM 1650-READ-PROFILE
           END-IF.

       1650-READ-PROFILE.
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

      *---------------------------------------------------------------*
      * JOIN ONE CLEAN RECORD TO THE MASTERS AND WRITE THE WIDE ROW    *
      *---------------------------------------------------------------*
           PERFORM 2150-SEARCH-CUST
               UNTIL WS-CU-IDX > WS-CU-COUNT OR LOOKUP-FOUND
           IF LOOKUP-FOUND
               EVALUATE TRUE
                   WHEN PRIV-NAME-CLEAR
                       MOVE WS-CU-NAME-TBL (WS-CU-IDX)
                                            TO WS-J-CUST-NAME
                   WHEN PRIV-NAME-REMOVE
                       MOVE SPACES          TO WS-J-CUST-NAME
                   WHEN OTHER
                       PERFORM 2160-TOKENIZE-CUSTOMER
                       MOVE WS-TOKEN        TO WS-J-CUST-NAME
               END-EVALUATE
               MOVE WS-CU-STATE-TBL (WS-CU-IDX) TO WS-J-CUST-STATE
               MOVE WS-CU-CURR-TBL (WS-CU-IDX)  TO WS-J-CUST-CURR
           END-IF.
               SET WS-CU-IDX UP BY 1
           END-IF.

       2160-TOKENIZE-CUSTOMER.
           COMPUTE WS-TOKEN-PRODUCT =
                   (SR-CUST-ID + 1) * WS-PRIV-TOKEN-KEY
           DIVIDE WS-TOKEN-PRODUCT BY 9999999967
                  GIVING WS-TOKEN-QUOTIENT
                  REMAINDER WS-TOKEN-NUMBER
           MOVE 'TKN'                       TO WS-TOKEN(1:3)
           MOVE WS-TOKEN-NUMBER             TO WS-TOKEN(4:10).

       2200-JOIN-PRODUCT.
           MOVE SPACES                      TO WS-J-PROD-DESC
           MOVE ZERO                        TO WS-J-PROD-PRICE
