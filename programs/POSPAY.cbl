      *****************************************************************
      * PROGRAM NAME: POSPAY                                          *
      * DESCRIPTION:  REFUND CHECK RUN - POSITIVE-PAY ISSUE FILE      *
      *               REFPAY'S RELEASED REFUNDS WENT OUT ON CHECK     *
      *               STOCK WITH NOTHING SENT TO THE BANK, SO AN      *
      *               ALTERED OR COUNTERFEIT CHECK WAS OURS TO EAT.   *
      *               ISSUE NUMBERS THE CHECKS ON THE REFUND-CHECK    *
      *               EXTRACT (REFCHK) IN FILE ORDER FROM THE FIRST   *
      *               NUMBER ON THE STOCK LOADED IN THE PRINTER, AND  *
      *               SENDS THE BANK A POSITIVE-PAY ISSUE FOR EACH.   *
      *               EITHER ACTION ALSO TAKES TREASURY'S VOID/STOP   *
      *               TRANSACTIONS (CHKVOID) FOR CHECKS WE CANCEL,    *
      *               PROVES EACH ONE AGAINST THE ISSUED-CHECK        *
      *               HISTORY, AND SENDS THE BANK THE CANCELLATION.   *
      *               A CANCELLED REFUND CHECK NEVER PAID THE         *
      *               CUSTOMER, SO A PRE-APPROVED 'B' TRANSACTION IN  *
      *               TRANSIN LAYOUT PUTS THE CREDIT BALANCE BACK     *
      *               THROUGH CUSTUPD - THE REVERSE OF THE RELIEF     *
      *               REFPAY POSTED - FOR REFSWEEP TO QUEUE AGAIN.    *
      *               THE ISSUE REGISTER PROVES THE ISSUES SENT TO    *
      *               THE CHECK RUN READ, AND THE TRAILER TO THE      *
      *               DETAIL WRITTEN. THE EXTRACT IS RESET TO EMPTY   *
      *               ONLY AFTER THE ISSUE FILE AND HISTORY ARE       *
      *               WRITTEN AND THE REGISTER BALANCES.              *
      *               COMMISSION PAY IS NOT COVERED: COMMDISB'S       *
      *               PAYROLL FILE GOES TO THE PAYROLL SERVICE, WHICH *
      *               CUTS THOSE CHECKS ON ITS OWN ACCOUNT UNDER ONE  *
      *               BATCH REFERENCE.                                *
      *                                                                *
      * INPUTS:       REFUND-CHECK EXTRACT   (REFCHK - ISSUE ONLY)    *
      *               VOID/STOP TRANSACTIONS (CHKVOID - OPTIONAL)     *
      *               ISSUED-CHECK HISTORY   (CHKHIST - ABSENT ON THE *
      *                                       FIRST RUN)              *
      *               BANK/ACCOUNT CARD      (PPCTLCRD - REQUIRED)    *
      *               BUSINESS DATE CONTROL  (BUSDATE - OPTIONAL)     *
      *               COMMAND-LINE ACTION (THE GNUCOBOL STAND-IN FOR  *
      *               A JCL PARM):                                    *
      *                 ISSUE nnnnnnnnnn     - ISSUE THE EXTRACT'S    *
      *                                        CHECKS FROM FIRST      *
      *                                        CHECK NUMBER n...n     *
      *                                        AND APPLY ANY VOIDS    *
      *                 VOID                 - APPLY VOIDS ONLY       *
      * OUTPUTS:      POSITIVE-PAY ISSUE FILE (POSPOUT)               *
      *               ISSUED-CHECK HISTORY    (CHKHIST, EXTENDED)     *
      *               CREDIT REINSTATEMENTS   (POSPTRN, TRANSIN       *
      *                                        LAYOUT)                *
      *               ISSUE REGISTER          (POSPRPT)               *
      *               REFUND-CHECK EXTRACT    (REFCHK, RESET)         *
      *                                                                *
      * RETURN CODES: 0  ALL ISSUES AND CANCELLATIONS SENT            *
      *               4  ONE OR MORE VOID/STOP TRANSACTIONS REJECTED  *
      *               12 THE CHECK RUN CANNOT BE ISSUED (A NUMBER     *
      *                  ALREADY USED, A BAD EXTRACT RECORD) OR THE   *
      *                  REGISTER DOES NOT BALANCE - NOTHING SENT     *
      *               16 FATAL ERROR                                  *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   REFCHK   - REFUND-CHECK EXTRACT RECORD (60 BYTES)           *
      *   CHKVOID  - VOID/STOP TRANSACTION RECORD (60 BYTES)          *
      *   CHKISSUE - ISSUED-CHECK HISTORY RECORD (120 BYTES)          *
      *   PPISSUE  - POSITIVE-PAY ISSUE FILE RECORDS (80 BYTES)       *
      *   PPCTLCRD - POSITIVE-PAY CONTROL CARD (40 BYTES)             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-FILE      ASSIGN TO REFCHK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CHECK-STATUS.

           SELECT VOID-FILE       ASSIGN TO CHKVOID
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-VOID-STATUS.

      *    ISSUED-CHECK HISTORY - READ IN FULL AT STARTUP, THEN
      *    EXTENDED WITH THIS RUN'S ISSUES AND CANCELLATIONS
           SELECT HISTORY-FILE    ASSIGN TO CHKHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-HISTORY-STATUS.

           SELECT CONTROL-FILE    ASSIGN TO PPCTLCRD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CONTROL-STATUS.

           SELECT ISSUE-FILE      ASSIGN TO POSPOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ISSUE-STATUS.

      *    CREDIT REINSTATEMENTS IN CUSTUPD'S OWN TRANSIN LAYOUT, THE
      *    SAME REPLAY ROUTE REFPAY'S REFTRN TAKES
           SELECT TRANS-FILE      ASSIGN TO POSPTRN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT REPORT-FILE     ASSIGN TO POSPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - DATES THE ISSUE FILE AND THE
      *    CANCELLATIONS. A MISSING FILE FALLS BACK TO THE SYSTEM
      *    CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  CHECK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY REFCHK.

       FD  VOID-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CHKVOID.

       FD  HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CHKISSUE.

       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PPCTLCRD.

       FD  ISSUE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PPISSUE.

       FD  TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REINSTATE-TRANS-REC.
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

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY BUSDATE.

      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CHECK-STATUS          PIC XX VALUE SPACES.
           05  WS-VOID-STATUS           PIC XX VALUE SPACES.
           05  WS-HISTORY-STATUS        PIC XX VALUE SPACES.
           05  WS-CONTROL-STATUS        PIC XX VALUE SPACES.
           05  WS-ISSUE-STATUS          PIC XX VALUE SPACES.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CHECK-EOF-SW          PIC X VALUE 'N'.
               88  CHECK-EOF                    VALUE 'Y'.
           05  WS-VOID-EOF-SW           PIC X VALUE 'N'.
               88  VOID-EOF                     VALUE 'Y'.
           05  WS-HISTORY-EOF-SW        PIC X VALUE 'N'.
               88  HISTORY-EOF                  VALUE 'Y'.
           05  WS-CHECK-FOUND-SW        PIC X VALUE 'N'.
               88  CHECK-FOUND                  VALUE 'Y'.
           05  WS-VOIDS-PRESENT-SW      PIC X VALUE 'N'.
               88  VOIDS-PRESENT                VALUE 'Y'.

       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-BUSDATE-CHECKED-SW    PIC X VALUE 'N'.
               88  BUSDATE-CHECKED              VALUE 'Y'.
           05  WS-BUSDATE-FOUND-SW      PIC X VALUE 'N'.
               88  BUSDATE-FOUND                VALUE 'Y'.
           05  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-YYYYMMDD      PIC X(08) VALUE SPACES.
           05  WS-BUSDATE-CYCLE         PIC X(02) VALUE '01'.

       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(40) VALUE SPACES.
           05  WS-ACTION-CODE           PIC X(08) VALUE SPACES.
               88  ACTION-IS-ISSUE              VALUE 'ISSUE'.
               88  ACTION-IS-VOID               VALUE 'VOID'.
           05  WS-CHECK-NO-PARM         PIC X(10) VALUE SPACES.
           05  WS-FIRST-CHECK-NO        PIC 9(10) VALUE ZERO.
           05  WS-NEXT-CHECK-NO         PIC 9(10) VALUE ZERO.
           05  WS-LAST-CHECK-NO         PIC 9(10) VALUE ZERO.

       01  WS-BANK-FIELDS.
           05  WS-BANK-ID               PIC X(9)  VALUE SPACES.
           05  WS-ACCOUNT-NO            PIC X(16) VALUE SPACES.

      *---------------------------------------------------------------*
      * THE CHECK RUN - EVERY RECORD ON THE EXTRACT, LOADED AND PROVED *
      * BEFORE A SINGLE NUMBER IS ASSIGNED OR A FILE WRITTEN           *
      *---------------------------------------------------------------*
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-RUN-IDX.
               10  WS-RUN-CUST-TBL      PIC 9(6).
               10  WS-RUN-NAME-TBL      PIC X(30).
               10  WS-RUN-AMT-TBL       PIC 9(8)V99.
               10  WS-RUN-DATE-TBL      PIC X(10).

       01  WS-RUN-TABLE-FIELDS.
           05  WS-RUN-TABLE-MAX         PIC 9(05) VALUE 2000.
           05  WS-RUN-TABLE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-RUN-SUB               PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * EVERY CHECK EVER ISSUED, WITH ITS CURRENT STATE (ITS LAST      *
      * EVENT ON THE HISTORY) - THIS RUN'S ISSUES ARE ADDED AS THEY    *
      * GO, SO A CHECK CAN BE VOIDED IN THE SAME RUN THAT ISSUED IT    *
      *---------------------------------------------------------------*
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 20000 TIMES
                             INDEXED BY WS-HST-IDX.
               10  WS-HST-CHECK-TBL     PIC 9(10).
               10  WS-HST-STATE-TBL     PIC X(1).
                   88  HST-ISSUED               VALUE 'I'.
               10  WS-HST-SOURCE-TBL    PIC X(8).
               10  WS-HST-PAYEE-TBL     PIC 9(6).
               10  WS-HST-NAME-TBL      PIC X(30).
               10  WS-HST-AMT-TBL       PIC 9(8)V99.
               10  WS-HST-DATE-TBL      PIC X(10).

       01  WS-HIST-TABLE-FIELDS.
           05  WS-HIST-TABLE-MAX        PIC 9(05) VALUE 20000.
           05  WS-HIST-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-HIST-SUB              PIC 9(05) VALUE ZERO.
           05  WS-FOUND-SUB             PIC 9(05) VALUE ZERO.
           05  WS-SEARCH-CHECK-NO       PIC 9(10) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ          PIC 9(7) VALUE ZERO.
           05  WS-RUN-READ-CNT          PIC 9(7) VALUE ZERO.
           05  WS-RUN-READ-AMT          PIC 9(12)V99 VALUE ZERO.
           05  WS-ISSUED-CNT            PIC 9(7) VALUE ZERO.
           05  WS-ISSUED-AMT            PIC 9(12)V99 VALUE ZERO.
           05  WS-VOIDS-READ            PIC 9(7) VALUE ZERO.
           05  WS-CANCELLED-CNT         PIC 9(7) VALUE ZERO.
           05  WS-CANCELLED-AMT         PIC 9(12)V99 VALUE ZERO.
           05  WS-REJECTED-CNT          PIC 9(7) VALUE ZERO.
           05  WS-REINSTATED-CNT        PIC 9(7) VALUE ZERO.
           05  WS-DETAIL-WRITTEN        PIC 9(8) VALUE ZERO.

       01  WS-VOID-REJECT-REASON        PIC X(24) VALUE SPACES.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99.
           05  WS-AMT-DISPLAY-2         PIC $$$,$$$,$$$,$$9.99.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      * REGISTER LINES                                                 *
      *---------------------------------------------------------------*
       01  WS-ISSUE-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CHECK NO    CUST    PAYEE               '.
           05  FILLER                   PIC X(40) VALUE
               '                   AMOUNT  ISSUE DATE   '.

       01  WS-ISSUE-DETAIL.
           05  ISD-CHECK-NO             PIC 9(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ISD-CUST-ID              PIC 9(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ISD-PAYEE-NAME           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ISD-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  ISD-ISSUE-DATE           PIC X(10).

       01  WS-CANCEL-HEADER.
           05  FILLER                   PIC X(40) VALUE
               'CHECK NO    ACTION  PAYEE               '.
           05  FILLER                   PIC X(40) VALUE
               '                   AMOUNT  REASON       '.
           05  FILLER                   PIC X(40) VALUE
               '            OPERATOR'.

       01  WS-CANCEL-DETAIL.
           05  CND-CHECK-NO             PIC 9(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CND-ACTION               PIC X(6).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CND-PAYEE-NAME           PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CND-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CND-REASON               PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  CND-OPERATOR             PIC X(7).

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE

           IF ACTION-IS-ISSUE
               MOVE 1                       TO WS-RUN-SUB
               PERFORM 2000-ISSUE-ONE-CHECK
                   UNTIL WS-RUN-SUB > WS-RUN-TABLE-COUNT
           END-IF

           IF VOIDS-PRESENT
               PERFORM 3000-PROCESS-VOIDS
           END-IF

           PERFORM 4000-WRITE-TRAILER
           PERFORM 4100-PROVE-REGISTER
           PERFORM 8000-FINALIZE

           IF ACTION-IS-ISSUE AND WS-RUN-TABLE-COUNT > ZERO
               PERFORM 4500-RESET-CHECK-EXTRACT
           END-IF

           PERFORM 8100-SET-RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE ACTION, THE BANK CARD, THE HISTORY, AND   *
      * THE CHECK RUN ARE ALL LOADED AND PROVED BEFORE ANY OUTPUT IS   *
      * OPENED, SO A REFUSED RUN SENDS THE BANK NOTHING AND LEAVES THE *
      * EXTRACT FOR A CORRECTED RERUN                                  *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                    INTO WS-ACTION-CODE WS-CHECK-NO-PARM
           IF NOT ACTION-IS-ISSUE AND NOT ACTION-IS-VOID
               DISPLAY 'USAGE: POSPAY ISSUE nnnnnnnnnn'
               DISPLAY '       POSPAY VOID'
               MOVE 16                      TO RETURN-CODE
               STOP RUN
           END-IF

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

           PERFORM 1100-LOAD-CONTROL-CARD
           PERFORM 1200-LOAD-HISTORY
           IF ACTION-IS-ISSUE
               PERFORM 1300-LOAD-CHECK-RUN
           END-IF

           OPEN INPUT VOID-FILE
           IF WS-VOID-STATUS = '00'
               MOVE 'Y'                     TO WS-VOIDS-PRESENT-SW
           ELSE
               IF WS-VOID-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: VOID-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-VOID-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           PERFORM 1500-OPEN-OUTPUTS.

      *---------------------------------------------------------------*
      * THE BANK/ACCOUNT CARD IS REQUIRED - A FILE THE BANK CANNOT     *
      * TIE TO AN ACCOUNT PROTECTS NOTHING                             *
      *---------------------------------------------------------------*
       1100-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CONTROL-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CONTROL-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           READ CONTROL-FILE
               AT END
                   MOVE SPACES TO POSITIVE-PAY-CONTROL-CARD
           END-READ
           MOVE PPCC-BANK-ID                TO WS-BANK-ID
           MOVE PPCC-ACCOUNT-NO             TO WS-ACCOUNT-NO
           CLOSE CONTROL-FILE
           IF WS-BANK-ID = SPACES OR WS-ACCOUNT-NO = SPACES
               MOVE 'PPCTLCRD CARD HAS NO BANK ID OR ACCOUNT NUMBER'
                                            TO WS-ABEND-MSG(1:46)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * LOAD THE ISSUED-CHECK HISTORY. AN ISSUE ADDS A CHECK; A VOID   *
      * OR STOP UPDATES THE STATE OF THE CHECK IT NAMES. NO FILE       *
      * (STATUS 35) IS THE FIRST RUN.                                  *
      *---------------------------------------------------------------*
       1200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM 1210-READ-HISTORY
               PERFORM 1220-LOAD-ONE-HISTORY UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-HISTORY-STATUS   TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1210-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ
           IF NOT HISTORY-EOF AND WS-HISTORY-STATUS NOT = '00'
               MOVE 'READ ERROR: HISTORY-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1220-LOAD-ONE-HISTORY.
           IF CKI-ISSUED
               PERFORM 1600-ADD-HISTORY-ENTRY
               MOVE CKI-CHECK-NO    TO WS-HST-CHECK-TBL (WS-HST-IDX)
               MOVE CKI-SOURCE      TO WS-HST-SOURCE-TBL (WS-HST-IDX)
               MOVE CKI-PAYEE-ID    TO WS-HST-PAYEE-TBL (WS-HST-IDX)
               MOVE CKI-PAYEE-NAME  TO WS-HST-NAME-TBL (WS-HST-IDX)
               MOVE CKI-AMOUNT      TO WS-HST-AMT-TBL (WS-HST-IDX)
               MOVE CKI-ISSUE-DATE  TO WS-HST-DATE-TBL (WS-HST-IDX)
           ELSE
               MOVE CKI-CHECK-NO            TO WS-SEARCH-CHECK-NO
               PERFORM 5000-FIND-CHECK
               IF CHECK-FOUND
                   MOVE CKI-EVENT  TO WS-HST-STATE-TBL (WS-FOUND-SUB)
               END-IF
           END-IF
           PERFORM 1210-READ-HISTORY.

      *---------------------------------------------------------------*
      * LOAD THE CHECK RUN AND PROVE IT CAN BE ISSUED: A FIRST CHECK   *
      * NUMBER MUST BE GIVEN, EVERY AMOUNT MUST BE A POSITIVE NUMBER,  *
      * AND NO NUMBER IN THE RANGE THE RUN WILL USE MAY ALREADY BE ON  *
      * THE HISTORY - THE SAME STOCK LOADED TWICE WOULD OTHERWISE SEND *
      * THE BANK TWO ISSUES UNDER ONE NUMBER                           *
      *---------------------------------------------------------------*
       1300-LOAD-CHECK-RUN.
           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS = '00'
               PERFORM 1310-READ-CHECK
               PERFORM 1320-LOAD-ONE-CHECK UNTIL CHECK-EOF
               CLOSE CHECK-FILE
           ELSE
               IF WS-CHECK-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CHECK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CHECK-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           IF WS-RUN-TABLE-COUNT > ZERO
               IF WS-CHECK-NO-PARM NOT = SPACES
              AND FUNCTION TRIM(WS-CHECK-NO-PARM) IS NUMERIC
                   COMPUTE WS-FIRST-CHECK-NO =
                           FUNCTION NUMVAL(WS-CHECK-NO-PARM)
               END-IF
               IF WS-FIRST-CHECK-NO = ZERO
                   DISPLAY 'ISSUE REQUIRES THE FIRST CHECK NUMBER'
                   DISPLAY 'USAGE: POSPAY ISSUE nnnnnnnnnn'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FIRST-CHECK-NO       TO WS-NEXT-CHECK-NO
               MOVE 1                       TO WS-RUN-SUB
               PERFORM 1330-CHECK-NUMBER-UNUSED
                   UNTIL WS-RUN-SUB > WS-RUN-TABLE-COUNT
           END-IF.

       1310-READ-CHECK.
           READ CHECK-FILE
               AT END
                   MOVE 'Y' TO WS-CHECK-EOF-SW
           END-READ
           IF NOT CHECK-EOF AND WS-CHECK-STATUS NOT = '00'
               MOVE 'READ ERROR: CHECK-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CHECK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1320-LOAD-ONE-CHECK.
           ADD 1                            TO WS-RUN-READ-CNT
           IF RCK-AMOUNT NOT NUMERIC OR RCK-AMOUNT = ZERO
               DISPLAY '*** POSPAY: EXTRACT RECORD ' WS-RUN-READ-CNT
                       ' CUST ' RCK-CUST-ID ' HAS NO VALID AMOUNT'
               MOVE 'CHECK RUN HOLDS A RECORD WITH NO VALID AMOUNT'
                                            TO WS-ABEND-MSG(1:45)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           IF WS-RUN-TABLE-COUNT >= WS-RUN-TABLE-MAX
               MOVE 'CHECK RUN TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:39)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-RUN-TABLE-COUNT
           SET WS-RUN-IDX                   TO WS-RUN-TABLE-COUNT
           MOVE RCK-CUST-ID         TO WS-RUN-CUST-TBL (WS-RUN-IDX)
           MOVE RCK-CUST-NAME       TO WS-RUN-NAME-TBL (WS-RUN-IDX)
           MOVE RCK-AMOUNT          TO WS-RUN-AMT-TBL (WS-RUN-IDX)
           MOVE RCK-ISSUE-DATE      TO WS-RUN-DATE-TBL (WS-RUN-IDX)
           ADD RCK-AMOUNT                   TO WS-RUN-READ-AMT
           PERFORM 1310-READ-CHECK.

       1330-CHECK-NUMBER-UNUSED.
           MOVE WS-NEXT-CHECK-NO            TO WS-SEARCH-CHECK-NO
           PERFORM 5000-FIND-CHECK
           IF CHECK-FOUND
               DISPLAY '*** POSPAY: CHECK NUMBER ' WS-NEXT-CHECK-NO
                       ' WAS ALREADY ISSUED ON '
                       WS-HST-DATE-TBL (WS-FOUND-SUB)
               MOVE 'CHECK RUN REUSES A CHECK NUMBER ALREADY ISSUED'
                                            TO WS-ABEND-MSG(1:46)
               PERFORM 9800-CONTROL-FAILURE
           END-IF
           ADD 1                            TO WS-NEXT-CHECK-NO
           ADD 1                            TO WS-RUN-SUB.

      *---------------------------------------------------------------*
      * OPEN THE OUTPUTS AND START THE ISSUE FILE AND THE REGISTER     *
      *---------------------------------------------------------------*
       1500-OPEN-OUTPUTS.
           OPEN OUTPUT ISSUE-FILE
           IF WS-ISSUE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ISSUE-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ISSUE-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
          AND WS-HISTORY-STATUS NOT = '05'
               MOVE 'OPEN FAILED: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE SPACES                      TO POSITIVE-PAY-CONTROL
           MOVE 'HDR'                       TO PPYC-RECORD-TYPE
           MOVE WS-BANK-ID                  TO PPYC-BANK-ID
           MOVE WS-ACCOUNT-NO               TO PPYC-ACCOUNT-NO
           MOVE WS-BUSDATE-YYYYMMDD         TO PPYC-FILE-DATE
           MOVE ZERO                        TO PPYC-DETAIL-COUNT
                                               PPYC-ISSUE-TOTAL
                                               PPYC-CANCEL-TOTAL
           WRITE POSITIVE-PAY-CONTROL
           PERFORM 9200-CHECK-ISSUE-WRITE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'POSITIVE-PAY ISSUE REGISTER - BANK ' WS-BANK-ID
                  '  ACCOUNT ' WS-ACCOUNT-NO
                  '  FILE DATE ' WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF ACTION-IS-ISSUE
               MOVE ALL '-'                 TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE 'CHECKS ISSUED'         TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               MOVE WS-ISSUE-HEADER         TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF.

      *---------------------------------------------------------------*
      * ADD ONE CHECK TO THE HISTORY TABLE, LEFT ISSUED, AND POINT THE *
      * INDEX AT IT                                                    *
      *---------------------------------------------------------------*
       1600-ADD-HISTORY-ENTRY.
           IF WS-HIST-TABLE-COUNT >= WS-HIST-TABLE-MAX
               MOVE 'CHECK HISTORY TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:43)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-HIST-TABLE-COUNT
           SET WS-HST-IDX                   TO WS-HIST-TABLE-COUNT
           MOVE SPACES                 TO WS-HIST-ENTRY (WS-HST-IDX)
           MOVE ZERO                   TO WS-HST-CHECK-TBL (WS-HST-IDX)
                                          WS-HST-PAYEE-TBL (WS-HST-IDX)
                                          WS-HST-AMT-TBL (WS-HST-IDX)
           MOVE 'I'                    TO WS-HST-STATE-TBL (WS-HST-IDX).

      *---------------------------------------------------------------*
      * ISSUE ONE CHECK OF THE RUN UNDER THE NEXT NUMBER ON THE STOCK  *
      *---------------------------------------------------------------*
       2000-ISSUE-ONE-CHECK.
           IF WS-RUN-SUB = 1
               MOVE WS-FIRST-CHECK-NO       TO WS-NEXT-CHECK-NO
           END-IF

           MOVE SPACES                      TO POSITIVE-PAY-RECORD
           MOVE 'DTL'                       TO PPY-RECORD-TYPE
           MOVE WS-ACCOUNT-NO               TO PPY-ACCOUNT-NO
           MOVE WS-NEXT-CHECK-NO            TO PPY-CHECK-NO
           MOVE 'I'                         TO PPY-ISSUE-CODE
           MOVE WS-RUN-AMT-TBL (WS-RUN-SUB) TO PPY-AMOUNT
           MOVE WS-RUN-DATE-TBL (WS-RUN-SUB)(1:4)
                                            TO PPY-ISSUE-DATE(1:4)
           MOVE WS-RUN-DATE-TBL (WS-RUN-SUB)(6:2)
                                            TO PPY-ISSUE-DATE(5:2)
           MOVE WS-RUN-DATE-TBL (WS-RUN-SUB)(9:2)
                                            TO PPY-ISSUE-DATE(7:2)
           MOVE WS-RUN-NAME-TBL (WS-RUN-SUB) TO PPY-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD
           PERFORM 9200-CHECK-ISSUE-WRITE
           ADD 1                            TO WS-DETAIL-WRITTEN
           ADD 1                            TO WS-ISSUED-CNT
           ADD WS-RUN-AMT-TBL (WS-RUN-SUB)  TO WS-ISSUED-AMT

           MOVE SPACES                      TO CHECK-ISSUE-RECORD
           MOVE WS-NEXT-CHECK-NO            TO CKI-CHECK-NO
           MOVE 'I'                         TO CKI-EVENT
           MOVE 'REFPAY'                    TO CKI-SOURCE
           MOVE WS-RUN-CUST-TBL (WS-RUN-SUB) TO CKI-PAYEE-ID
           MOVE WS-RUN-NAME-TBL (WS-RUN-SUB) TO CKI-PAYEE-NAME
           MOVE WS-RUN-AMT-TBL (WS-RUN-SUB) TO CKI-AMOUNT
           MOVE WS-RUN-DATE-TBL (WS-RUN-SUB) TO CKI-ISSUE-DATE
           MOVE WS-BUSINESS-DATE            TO CKI-EVENT-DATE
           MOVE 'POSPAY'                    TO CKI-OPERATOR-ID
           PERFORM 9300-WRITE-HISTORY

           PERFORM 1600-ADD-HISTORY-ENTRY
           MOVE CKI-CHECK-NO        TO WS-HST-CHECK-TBL (WS-HST-IDX)
           MOVE CKI-SOURCE          TO WS-HST-SOURCE-TBL (WS-HST-IDX)
           MOVE CKI-PAYEE-ID        TO WS-HST-PAYEE-TBL (WS-HST-IDX)
           MOVE CKI-PAYEE-NAME      TO WS-HST-NAME-TBL (WS-HST-IDX)
           MOVE CKI-AMOUNT          TO WS-HST-AMT-TBL (WS-HST-IDX)
           MOVE CKI-ISSUE-DATE      TO WS-HST-DATE-TBL (WS-HST-IDX)

           MOVE WS-NEXT-CHECK-NO            TO ISD-CHECK-NO
           MOVE WS-RUN-CUST-TBL (WS-RUN-SUB) TO ISD-CUST-ID
           MOVE WS-RUN-NAME-TBL (WS-RUN-SUB) TO ISD-PAYEE-NAME
           MOVE WS-RUN-AMT-TBL (WS-RUN-SUB) TO ISD-AMOUNT
           MOVE WS-RUN-DATE-TBL (WS-RUN-SUB) TO ISD-ISSUE-DATE
           MOVE WS-ISSUE-DETAIL             TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           ADD 1                            TO WS-NEXT-CHECK-NO
           ADD 1                            TO WS-RUN-SUB.

      *---------------------------------------------------------------*
      * VOID/STOP TRANSACTIONS - EACH MUST NAME A CHECK WE ISSUED,     *
      * STILL OUTSTANDING, FOR THE AMOUNT IT WAS ISSUED FOR. A REJECT  *
      * IS LISTED FOR TREASURY AND SENDS THE BANK NOTHING.             *
      *---------------------------------------------------------------*
       3000-PROCESS-VOIDS.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'CHECKS CANCELLED (V = VOID, S = STOP PAYMENT)'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-CANCEL-HEADER            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 3010-READ-VOID
           PERFORM 3100-APPLY-ONE-VOID UNTIL VOID-EOF
           CLOSE VOID-FILE.

       3010-READ-VOID.
           READ VOID-FILE
               AT END
                   MOVE 'Y' TO WS-VOID-EOF-SW
               NOT AT END
                   ADD 1 TO WS-VOIDS-READ
           END-READ
           IF NOT VOID-EOF AND WS-VOID-STATUS NOT = '00'
               MOVE 'READ ERROR: VOID-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-VOID-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       3100-APPLY-ONE-VOID.
           MOVE SPACES                      TO WS-VOID-REJECT-REASON
           MOVE 'N'                         TO WS-CHECK-FOUND-SW
           EVALUATE TRUE
               WHEN CKV-CHECK-NO NOT NUMERIC OR CKV-CHECK-NO = ZERO
                   MOVE 'INVALID CHECK NUMBER' TO WS-VOID-REJECT-REASON
               WHEN NOT CKV-VOID AND NOT CKV-STOP
                   MOVE 'ACTION NOT V OR S'  TO WS-VOID-REJECT-REASON
               WHEN CKV-AMOUNT NOT NUMERIC
                   MOVE 'INVALID AMOUNT'     TO WS-VOID-REJECT-REASON
               WHEN OTHER
                   MOVE CKV-CHECK-NO        TO WS-SEARCH-CHECK-NO
                   PERFORM 5000-FIND-CHECK
                   EVALUATE TRUE
                       WHEN NOT CHECK-FOUND
                           MOVE 'CHECK NEVER ISSUED'
                                            TO WS-VOID-REJECT-REASON
                       WHEN NOT HST-ISSUED (WS-FOUND-SUB)
                           MOVE 'ALREADY VOIDED/STOPPED'
                                            TO WS-VOID-REJECT-REASON
                       WHEN CKV-AMOUNT
                                 NOT = WS-HST-AMT-TBL (WS-FOUND-SUB)
                           MOVE 'AMOUNT NOT AS ISSUED'
                                            TO WS-VOID-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE

           IF WS-VOID-REJECT-REASON = SPACES
               PERFORM 3200-SEND-CANCELLATION
           ELSE
               ADD 1                        TO WS-REJECTED-CNT
               MOVE SPACES                  TO WS-REPORT-LINE
               MOVE CKV-AMOUNT              TO WS-AMT-DISPLAY
               STRING '*** REJECTED  CHECK ' CKV-CHECK-NO
                      '  ACTION ' CKV-ACTION
                      '  AMOUNT ' WS-AMT-DISPLAY
                      '  OPERATOR ' CKV-OPERATOR-ID
                      '  - ' WS-VOID-REJECT-REASON
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           PERFORM 3010-READ-VOID.

      *    THE BANK GETS THE CANCELLATION, THE HISTORY THE EVENT, AND
      *    A CANCELLED REFUND PUTS THE CUSTOMER'S CREDIT BACK
       3200-SEND-CANCELLATION.
           MOVE SPACES                      TO POSITIVE-PAY-RECORD
           MOVE 'DTL'                       TO PPY-RECORD-TYPE
           MOVE WS-ACCOUNT-NO               TO PPY-ACCOUNT-NO
           MOVE CKV-CHECK-NO                TO PPY-CHECK-NO
           MOVE CKV-ACTION                  TO PPY-ISSUE-CODE
           MOVE WS-HST-AMT-TBL (WS-FOUND-SUB) TO PPY-AMOUNT
           MOVE WS-HST-DATE-TBL (WS-FOUND-SUB)(1:4)
                                            TO PPY-ISSUE-DATE(1:4)
           MOVE WS-HST-DATE-TBL (WS-FOUND-SUB)(6:2)
                                            TO PPY-ISSUE-DATE(5:2)
           MOVE WS-HST-DATE-TBL (WS-FOUND-SUB)(9:2)
                                            TO PPY-ISSUE-DATE(7:2)
           MOVE WS-HST-NAME-TBL (WS-FOUND-SUB) TO PPY-PAYEE-NAME
           WRITE POSITIVE-PAY-RECORD
           PERFORM 9200-CHECK-ISSUE-WRITE
           ADD 1                            TO WS-DETAIL-WRITTEN
           ADD 1                            TO WS-CANCELLED-CNT
           ADD WS-HST-AMT-TBL (WS-FOUND-SUB) TO WS-CANCELLED-AMT

           MOVE SPACES                      TO CHECK-ISSUE-RECORD
           MOVE CKV-CHECK-NO                TO CKI-CHECK-NO
           MOVE CKV-ACTION                  TO CKI-EVENT
           MOVE WS-HST-SOURCE-TBL (WS-FOUND-SUB) TO CKI-SOURCE
           MOVE WS-HST-PAYEE-TBL (WS-FOUND-SUB)  TO CKI-PAYEE-ID
           MOVE WS-HST-NAME-TBL (WS-FOUND-SUB)   TO CKI-PAYEE-NAME
           MOVE WS-HST-AMT-TBL (WS-FOUND-SUB)    TO CKI-AMOUNT
           MOVE WS-HST-DATE-TBL (WS-FOUND-SUB)   TO CKI-ISSUE-DATE
           MOVE WS-BUSINESS-DATE            TO CKI-EVENT-DATE
           MOVE CKV-REASON                  TO CKI-REASON
           MOVE CKV-OPERATOR-ID             TO CKI-OPERATOR-ID
           PERFORM 9300-WRITE-HISTORY
           MOVE CKV-ACTION         TO WS-HST-STATE-TBL (WS-FOUND-SUB)

           IF WS-HST-SOURCE-TBL (WS-FOUND-SUB) = 'REFPAY'
               MOVE 'B'                     TO TRANS-TYPE
               MOVE 'Y'                     TO TRANS-APPROVED-FLAG
               MOVE 'POSPAY'                TO TRANS-OPERATOR-ID
               MOVE SPACES                  TO TRANS-REC
               MOVE WS-HST-PAYEE-TBL (WS-FOUND-SUB)
                                            TO CUST-ID OF TRANS-REC
               COMPUTE CUST-BALANCE OF TRANS-REC =
                       ZERO - WS-HST-AMT-TBL (WS-FOUND-SUB)
               WRITE REINSTATE-TRANS-REC
               IF WS-TRANS-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-TRANS-STATUS     TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-REINSTATED-CNT
           END-IF

           MOVE CKV-CHECK-NO                TO CND-CHECK-NO
           IF CKV-STOP
               MOVE 'STOP'                  TO CND-ACTION
           ELSE
               MOVE 'VOID'                  TO CND-ACTION
           END-IF
           MOVE WS-HST-NAME-TBL (WS-FOUND-SUB) TO CND-PAYEE-NAME
           MOVE WS-HST-AMT-TBL (WS-FOUND-SUB)  TO CND-AMOUNT
           MOVE CKV-REASON                  TO CND-REASON
           MOVE CKV-OPERATOR-ID             TO CND-OPERATOR
           MOVE WS-CANCEL-DETAIL            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * CLOSE THE ISSUE FILE WITH ITS TRAILER - DETAIL COUNT, ISSUE    *
      * TOTAL, AND CANCELLATION TOTAL                                  *
      *---------------------------------------------------------------*
       4000-WRITE-TRAILER.
           MOVE SPACES                      TO POSITIVE-PAY-CONTROL
           MOVE 'TRL'                       TO PPYC-RECORD-TYPE
           MOVE WS-BANK-ID                  TO PPYC-BANK-ID
           MOVE WS-ACCOUNT-NO               TO PPYC-ACCOUNT-NO
           MOVE WS-BUSDATE-YYYYMMDD         TO PPYC-FILE-DATE
           MOVE WS-DETAIL-WRITTEN           TO PPYC-DETAIL-COUNT
           MOVE WS-ISSUED-AMT               TO PPYC-ISSUE-TOTAL
           MOVE WS-CANCELLED-AMT            TO PPYC-CANCEL-TOTAL
           WRITE POSITIVE-PAY-CONTROL
           PERFORM 9200-CHECK-ISSUE-WRITE.

      *---------------------------------------------------------------*
      * PROVE THE REGISTER: THE ISSUES SENT MUST EQUAL THE CHECK RUN   *
      * READ, AND THE TRAILER MUST EQUAL THE DETAIL SENT. AN           *
      * OUT-OF-BALANCE RUN KEEPS THE EXTRACT AND ENDS RC 12 - THE      *
      * ISSUE FILE MUST NOT GO TO THE BANK.                            *
      *---------------------------------------------------------------*
       4100-PROVE-REGISTER.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ISSUE REGISTER PROOF'      TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-RUN-READ-CNT             TO WS-COUNT-DISPLAY
           MOVE WS-RUN-READ-AMT             TO WS-AMT-DISPLAY
           STRING 'CHECK RUN READ (REFCHK)   ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-ISSUED-CNT               TO WS-COUNT-DISPLAY
           MOVE WS-ISSUED-AMT               TO WS-AMT-DISPLAY
           STRING 'CHECKS ISSUED (I)         ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-CANCELLED-CNT            TO WS-COUNT-DISPLAY
           MOVE WS-CANCELLED-AMT            TO WS-AMT-DISPLAY
           STRING 'CHECKS CANCELLED (V/S)    ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-REJECTED-CNT             TO WS-COUNT-DISPLAY
           STRING 'CANCELLATIONS REJECTED    ' WS-COUNT-DISPLAY
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE PPYC-DETAIL-COUNT           TO WS-COUNT-DISPLAY
           MOVE PPYC-ISSUE-TOTAL            TO WS-AMT-DISPLAY
           MOVE PPYC-CANCEL-TOTAL           TO WS-AMT-DISPLAY-2
           STRING 'ISSUE FILE TRAILER        ' WS-COUNT-DISPLAY
                  '   ' WS-AMT-DISPLAY
                  '  CANCELLED ' WS-AMT-DISPLAY-2
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-ISSUED-CNT = WS-RUN-READ-CNT
          AND WS-ISSUED-AMT = WS-RUN-READ-AMT
          AND PPYC-DETAIL-COUNT = WS-ISSUED-CNT + WS-CANCELLED-CNT
               MOVE 'ISSUE REGISTER BALANCES TO THE CHECK RUN'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           ELSE
               MOVE '*** OUT OF BALANCE - DO NOT SEND THE FILE ***'
                                            TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
               PERFORM 8000-FINALIZE
               MOVE 'ISSUE REGISTER DOES NOT BALANCE TO CHECK RUN'
                                            TO WS-ABEND-MSG(1:44)
               PERFORM 9800-CONTROL-FAILURE
           END-IF.

      *---------------------------------------------------------------*
      * RESET THE REFUND-CHECK EXTRACT TO EMPTY - EVERY CHECK ON IT IS *
      * NOW NUMBERED, ON THE ISSUE FILE, AND ON THE HISTORY            *
      *---------------------------------------------------------------*
       4500-RESET-CHECK-EXTRACT.
           OPEN OUTPUT CHECK-FILE
           IF WS-CHECK-STATUS NOT = '00'
               MOVE 'RESET FAILED: CHECK-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CHECK-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           CLOSE CHECK-FILE.

      *---------------------------------------------------------------*
      * FIND A CHECK NUMBER (WS-SEARCH-CHECK-NO) IN THE HISTORY TABLE. *
      * ON A HIT, WS-FOUND-SUB POINTS AT IT.                           *
      *---------------------------------------------------------------*
       5000-FIND-CHECK.
           MOVE 'N'                         TO WS-CHECK-FOUND-SW
           MOVE 1                           TO WS-HIST-SUB
           PERFORM 5010-TEST-ONE-CHECK
               UNTIL WS-HIST-SUB > WS-HIST-TABLE-COUNT
                  OR CHECK-FOUND.

       5010-TEST-ONE-CHECK.
           IF WS-HST-CHECK-TBL (WS-HIST-SUB) = WS-SEARCH-CHECK-NO
               MOVE 'Y'                     TO WS-CHECK-FOUND-SW
               MOVE WS-HIST-SUB             TO WS-FOUND-SUB
           ELSE
               ADD 1                        TO WS-HIST-SUB
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - CLOSE THE OUTPUTS AND ECHO THE SUMMARY          *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE ISSUE-FILE
           CLOSE HISTORY-FILE
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'POSPAY - POSITIVE-PAY ISSUE RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'CHECK RUN RECORDS READ: ' WS-RUN-READ-CNT
           DISPLAY 'CHECKS ISSUED:          ' WS-ISSUED-CNT
           IF WS-ISSUED-CNT > ZERO
               COMPUTE WS-LAST-CHECK-NO =
                       WS-FIRST-CHECK-NO + WS-ISSUED-CNT - 1
               DISPLAY 'CHECK NUMBERS:          ' WS-FIRST-CHECK-NO
                       ' - ' WS-LAST-CHECK-NO
           END-IF
           DISPLAY 'VOID/STOPS READ:        ' WS-VOIDS-READ
           DISPLAY 'CHECKS CANCELLED:       ' WS-CANCELLED-CNT
           DISPLAY 'CANCELLATIONS REJECTED: ' WS-REJECTED-CNT
           DISPLAY 'CREDITS REINSTATED:     ' WS-REINSTATED-CNT
           DISPLAY 'DETAIL RECORDS SENT:    ' WS-DETAIL-WRITTEN
           DISPLAY '============================================='.

       8100-SET-RETURN-CODE.
           IF WS-REJECTED-CNT > ZERO
               MOVE 4                       TO RETURN-CODE
           ELSE
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE ISSUE REGISTER                           *
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

       9200-CHECK-ISSUE-WRITE.
           IF WS-ISSUE-STATUS NOT = '00'
               MOVE 'WRITE ERROR: ISSUE-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ISSUE-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       9300-WRITE-HISTORY.
           WRITE CHECK-ISSUE-RECORD
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE 'WRITE ERROR: HISTORY-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-HISTORY-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
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
      * CONTROL FAILURE - THE RUN IS REFUSED AND THE EXTRACT KEPT, SO  *
      * RETURN-CODE 12 (DATA PROBLEM) RATHER THAN THE I/O-LEVEL 16     *
      *---------------------------------------------------------------*
       9800-CONTROL-FAILURE.
           DISPLAY '*** POSPAY CONTROL FAILURE: ' WS-ABEND-MSG
           MOVE 12                          TO RETURN-CODE
           STOP RUN.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** POSPAY FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
