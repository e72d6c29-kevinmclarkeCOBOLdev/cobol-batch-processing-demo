      *****************************************************************
      * PROGRAM NAME: TERRALGN                                        *
      * DESCRIPTION:  TERRITORY REALIGNMENT TRANSACTION GENERATOR     *
      *               WHEN A REP LEAVES OR A TERRITORY IS REDRAWN,    *
      *               REASSIGNING THE ACCOUNTS USED TO BE A WEEK OF   *
      *               HAND-KEYED TRANSIN UPDATES. THIS PROGRAM READS  *
      *               THE CUSTMOUT EXTRACT AND A DECK OF REALIGNMENT  *
      *               CARDS (TRLGNCRD), EACH MOVING A BLOCK OF        *
      *               ACCOUNTS - BY CURRENT OWNER, BY THE OWNER'S     *
      *               HOME REGION, OR UNOWNED, OPTIONALLY WITHIN ONE  *
      *               STATE - TO A NEW OWNING SALESPERSON ON AN       *
      *               EFFECTIVE DATE. IT EITHER PREVIEWS THE MOVES OR *
      *               EMITS CUSTUPD 'O' (OWNER REASSIGNMENT)          *
      *               TRANSACTIONS, SO EVERY MOVE STILL GOES THROUGH  *
      *               CUSTUPD'S SALESPERSON EDIT AND AUDIT TRAIL. A   *
      *               CARD DATED AFTER THE BUSINESS DATE IS HELD, AND *
      *               THE ACCOUNTS IT SELECTS STAY PUT UNTIL THE DECK *
      *               IS RERUN ON OR AFTER THAT DATE. THE REPORT      *
      *               CLOSES WITH EACH REP'S BOOK OF BUSINESS -       *
      *               ACCOUNTS AND BALANCE - BEFORE AND AFTER.        *
      *                                                                *
      * INPUTS:       CUSTOMER MASTER EXTRACT (CUSTMOUT)              *
      *               REALIGNMENT CARDS       (TRLGNCRD)              *
      *               SALESPERSON MASTER      (SLSPMAST)              *
      *               BUSINESS DATE CONTROL   (BUSDATE - OPTIONAL)    *
      * OUTPUTS:      GENERATED TRANSACTIONS  (TRTRANS)               *
      *               REALIGNMENT REPORT      (TERRRPT)               *
      *                                                                *
      * RETURN CODES: 0  ALL CARDS ACCEPTED OR HELD                   *
      *               4  ONE OR MORE CARDS REJECTED (SEE REPORT)      *
      *               12 CUSTMOUT TRAILER MISSING OR MISMATCHED -     *
      *                  DISCARD TRTRANS                              *
      *               16 FATAL ERROR                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRALGN.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE       ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CUST-STATUS.

           SELECT CARD-FILE       ASSIGN TO TRLGNCRD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CARD-STATUS.

           SELECT SLSP-FILE       ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT TRANS-FILE      ASSIGN TO TRTRANS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-TRANS-STATUS.

           SELECT REPORT-FILE     ASSIGN TO TERRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    BUSINESS DATE CONTROL - A CARD IS EFFECTIVE ONCE ITS DATE
      *    IS ON OR BEFORE THE BUSINESS DATE. A MISSING FILE FALLS
      *    BACK TO THE SYSTEM CLOCK.
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

       FD  CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY TRLGNCRD.

       FD  SLSP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

      *---------------------------------------------------------------*
      * GENERATED TRANSACTION - BYTE-FOR-BYTE THE SAME SHAPE AS        *
      * CUSTUPD'S TRANS-INPUT-REC SO TRTRANS CAN BE FED STRAIGHT IN    *
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

       FD  BUSDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY BUSDATE.

      *****************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CUST-STATUS           PIC XX VALUE SPACES.
           05  WS-CARD-STATUS           PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-CUST-EOF-SW           PIC X VALUE 'N'.
               88  CUST-EOF                     VALUE 'Y'.
           05  WS-CARD-EOF-SW           PIC X VALUE 'N'.
               88  CARD-EOF                     VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-CARD-MATCH-SW         PIC X VALUE 'N'.
               88  CARD-MATCHED                 VALUE 'Y'.
           05  WS-BOOK-FOUND-SW         PIC X VALUE 'N'.
               88  BOOK-ENTRY-FOUND             VALUE 'Y'.

       01  WS-BUSDATE-FIELDS.
           05  WS-BUSDATE-STATUS        PIC XX VALUE SPACES.
           05  WS-BUSDATE-CHECKED-SW    PIC X VALUE 'N'.
               88  BUSDATE-CHECKED              VALUE 'Y'.
           05  WS-BUSDATE-FOUND-SW      PIC X VALUE 'N'.
               88  BUSDATE-FOUND                VALUE 'Y'.
           05  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-YYYYMMDD      PIC X(08) VALUE SPACES.
           05  WS-BUSDATE-CYCLE         PIC X(02) VALUE '01'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05  WS-ACCOUNTS-MOVED        PIC 9(8) VALUE ZERO.
           05  WS-ACCOUNTS-PREVIEWED    PIC 9(8) VALUE ZERO.
           05  WS-ACCOUNTS-HELD         PIC 9(8) VALUE ZERO.
           05  WS-TRANS-WRITTEN         PIC 9(8) VALUE ZERO.
           05  WS-CARDS-READ            PIC 9(5) VALUE ZERO.
           05  WS-CARDS-REJECTED        PIC 9(5) VALUE ZERO.
           05  WS-CARDS-HELD            PIC 9(5) VALUE ZERO.

      *---------------------------------------------------------------*
      * REALIGNMENT CARD TABLE - THE WHOLE DECK, EDITED ONCE AT        *
      * STARTUP. WS-CARD-STATE-TBL: 'A' ACCEPTED (EFFECTIVE), 'H' HELD *
      * (EFFECTIVE LATER), 'R' REJECTED (NEVER MATCHED).               *
      *---------------------------------------------------------------*
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-CARD-IDX.
               10  WS-CARD-MODE-TBL     PIC X(1).
               10  WS-CARD-EFF-DATE-TBL PIC X(10).
               10  WS-CARD-FROM-ID-TBL  PIC 9(6).
               10  WS-CARD-FROM-RGN-TBL PIC X(10).
               10  WS-CARD-UNOWNED-TBL  PIC X(1).
               10  WS-CARD-STATE-SEL-TBL
                                        PIC X(2).
               10  WS-CARD-TO-ID-TBL    PIC 9(6).
               10  WS-CARD-STATE-TBL    PIC X(1).
                   88  CARD-ACCEPTED            VALUE 'A'.
                   88  CARD-HELD                VALUE 'H'.
                   88  CARD-REJECTED            VALUE 'R'.
               10  WS-CARD-MSG-TBL      PIC X(40).
               10  WS-CARD-SELECTED-TBL PIC 9(7).

       01  WS-CARD-TABLE-FIELDS.
           05  WS-CARD-TABLE-MAX        PIC 9(05) VALUE 100.
           05  WS-CARD-TABLE-COUNT      PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * BOOK-OF-BUSINESS TABLE - ONE ENTRY PER SALESPERSON ON          *
      * SLSPMAST (IN MASTER ORDER) AFTER A LEADING ENTRY FOR           *
      * UNASSIGNED ACCOUNTS. AN OWNER THE EXTRACT CARRIES BUT THE      *
      * MASTER DOES NOT IS APPENDED SO NO ACCOUNT FALLS OUT OF THE     *
      * TOTALS. "AFTER" IS THE BOOK ONCE EVERY EFFECTIVE CARD, PREVIEW *
      * OR APPLY, HAS TAKEN HOLD.                                      *
      *---------------------------------------------------------------*
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-BOOK-IDX.
               10  WS-BOOK-SLSP-ID      PIC 9(6).
               10  WS-BOOK-NAME         PIC X(20).
               10  WS-BOOK-REGION       PIC X(10).
               10  WS-BOOK-STATUS       PIC X(1).
               10  WS-BOOK-BEFORE-COUNT PIC 9(7).
               10  WS-BOOK-BEFORE-BAL   PIC S9(11)V99.
               10  WS-BOOK-AFTER-COUNT  PIC 9(7).
               10  WS-BOOK-AFTER-BAL    PIC S9(11)V99.

       01  WS-BOOK-TABLE-FIELDS.
           05  WS-BOOK-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-BOOK-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-BOOK-LOOKUP-ID        PIC 9(6)  VALUE ZERO.
           05  WS-BOOK-SUB              PIC 9(05) VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-OWNER         PIC 9(6)  VALUE ZERO.
           05  WS-CURRENT-REGION        PIC X(10) VALUE SPACES.
           05  WS-NEW-OWNER             PIC 9(6)  VALUE ZERO.
           05  WS-MATCHED-CARD          PIC 9(05) VALUE ZERO.
           05  WS-CARD-NUMBER           PIC 9(03) VALUE ZERO.
           05  WS-MOVE-ACTION           PIC X(10) VALUE SPACES.
           05  WS-NET-COUNT             PIC S9(7) VALUE ZERO.
           05  WS-TOTAL-BEFORE-COUNT    PIC 9(8)  VALUE ZERO.
           05  WS-TOTAL-BEFORE-BAL      PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-AFTER-COUNT     PIC 9(8)  VALUE ZERO.
           05  WS-TOTAL-AFTER-BAL       PIC S9(13)V99 VALUE ZERO.

       01  WS-REPORT-LINE               PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-AMT-DISPLAY           PIC $$$,$$$,$$$,$$9.99-.
           05  WS-AMT-DISPLAY-2         PIC $$$,$$$,$$$,$$9.99-.
           05  WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.
           05  WS-COUNT-DISPLAY-2       PIC Z,ZZZ,ZZ9.
           05  WS-NET-DISPLAY           PIC -,---,--9.

      *---------------------------------------------------------------*
      * BOOK-OF-BUSINESS REPORT LINES                                  *
      *---------------------------------------------------------------*
       01  WS-BOOK-HEADER-1.
           05  FILLER                   PIC X(38) VALUE
               'SALESPERSON                     REGION'.
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(32) VALUE
               '  ---------- BEFORE ------------'.
           05  FILLER                   PIC X(32) VALUE
               '  ---------- AFTER -------------'.
           05  FILLER                   PIC X(10) VALUE
               '  NET ACCT'.

       01  WS-BOOK-DETAIL.
           05  BKD-SLSP-ID              PIC 9(6).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKD-NAME                 PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKD-STATUS-FLAG          PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKD-REGION               PIC X(10).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BKD-BEFORE-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKD-BEFORE-BAL           PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BKD-AFTER-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKD-AFTER-BAL            PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKD-NET-COUNT            PIC -,---,--9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  BKD-CHANGED-FLAG         PIC X(01).

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
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMERS UNTIL CUST-EOF
           PERFORM 8000-FINALIZE
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE SALESPERSON MASTER AND THE CARD DECK ARE  *
      * THE WHOLE POINT OF THE RUN, SO EITHER MISSING IS FATAL         *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
      *    CARDS ARE DATED AGAINST THE BUSINESS DATE, FALLING BACK TO
      *    THE SYSTEM CLOCK
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

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'TERRITORY REALIGNMENT - BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 1200-LOAD-SLSP-TABLE
           PERFORM 1300-LOAD-CARD-TABLE

           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CUST-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    TRTRANS IS ALWAYS OPENED, SO A DECK OF PREVIEW OR HELD
      *    CARDS LEAVES AN EMPTY FILE RATHER THAN LAST RUN'S OUTPUT
           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'OPEN FAILED: TRANS-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNT MOVES'             TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 1100-READ-CUSTOMER.

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

      *---------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER AS THE BOOK-OF-BUSINESS TABLE,     *
      * AFTER THE LEADING UNASSIGNED ENTRY                             *
      *---------------------------------------------------------------*
       1200-LOAD-SLSP-TABLE.
           MOVE 1                           TO WS-BOOK-TABLE-COUNT
           SET WS-BOOK-IDX                  TO 1
           MOVE ZERO              TO WS-BOOK-SLSP-ID (WS-BOOK-IDX)
           MOVE '(UNASSIGNED)'    TO WS-BOOK-NAME (WS-BOOK-IDX)
           MOVE SPACES            TO WS-BOOK-REGION (WS-BOOK-IDX)
           MOVE SPACE             TO WS-BOOK-STATUS (WS-BOOK-IDX)
           MOVE ZERO              TO WS-BOOK-BEFORE-COUNT (WS-BOOK-IDX)
                                     WS-BOOK-BEFORE-BAL (WS-BOOK-IDX)
                                     WS-BOOK-AFTER-COUNT (WS-BOOK-IDX)
                                     WS-BOOK-AFTER-BAL (WS-BOOK-IDX)

           OPEN INPUT SLSP-FILE
           IF WS-SLSP-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1210-READ-SLSP-RECORD
           PERFORM 1220-ADD-SLSP-TO-TABLE UNTIL SLSP-EOF
           CLOSE SLSP-FILE.

       1210-READ-SLSP-RECORD.
           READ SLSP-FILE
               AT END
                   MOVE 'Y'                 TO WS-SLSP-EOF-SW
           END-READ
           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1220-ADD-SLSP-TO-TABLE.
           IF WS-BOOK-TABLE-COUNT < WS-BOOK-TABLE-MAX
               ADD 1                        TO WS-BOOK-TABLE-COUNT
               SET WS-BOOK-IDX              TO WS-BOOK-TABLE-COUNT
               MOVE SLSP-ID        TO WS-BOOK-SLSP-ID (WS-BOOK-IDX)
               MOVE SLSP-NAME      TO WS-BOOK-NAME (WS-BOOK-IDX)
               MOVE SLSP-HOME-REGION
                                   TO WS-BOOK-REGION (WS-BOOK-IDX)
               MOVE SLSP-STATUS    TO WS-BOOK-STATUS (WS-BOOK-IDX)
               MOVE ZERO           TO WS-BOOK-BEFORE-COUNT (WS-BOOK-IDX)
                                      WS-BOOK-BEFORE-BAL (WS-BOOK-IDX)
                                      WS-BOOK-AFTER-COUNT (WS-BOOK-IDX)
                                      WS-BOOK-AFTER-BAL (WS-BOOK-IDX)
           ELSE
               MOVE 'SALESPERSON TABLE FULL - RAISE WS-BOOK-TABLE-MAX'
                                            TO WS-ABEND-MSG
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1210-READ-SLSP-RECORD.

      *---------------------------------------------------------------*
      * LOAD AND EDIT THE CARD DECK, LISTING EACH CARD WITH ITS        *
      * DISPOSITION. A BAD CARD IS REJECTED AND THE REST STILL RUN;    *
      * AN EMPTY DECK IS FATAL.                                        *
      *---------------------------------------------------------------*
       1300-LOAD-CARD-TABLE.
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CARD-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CARD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 'REALIGNMENT CARDS'         TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           PERFORM 1310-READ-CARD
           PERFORM 1320-EDIT-CARD UNTIL CARD-EOF
           CLOSE CARD-FILE

           IF WS-CARD-TABLE-COUNT = ZERO
               MOVE 'REALIGNMENT CARD FILE IS EMPTY'
                                            TO WS-ABEND-MSG(1:30)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1310-READ-CARD.
           READ CARD-FILE
               AT END
                   MOVE 'Y'                 TO WS-CARD-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-CARDS-READ
           END-READ
           IF NOT CARD-EOF AND WS-CARD-STATUS NOT = '00'
               MOVE 'READ ERROR: CARD-FILE        FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CARD-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1320-EDIT-CARD.
           IF WS-CARD-TABLE-COUNT NOT < WS-CARD-TABLE-MAX
               MOVE 'TOO MANY REALIGNMENT CARDS - RAISE TABLE MAX'
                                            TO WS-ABEND-MSG
               PERFORM 9900-FATAL-ERROR
           END-IF

           ADD 1                            TO WS-CARD-TABLE-COUNT
           SET WS-CARD-IDX                  TO WS-CARD-TABLE-COUNT
           MOVE TRC-MODE         TO WS-CARD-MODE-TBL (WS-CARD-IDX)
           MOVE TRC-EFFECTIVE-DATE
                                 TO WS-CARD-EFF-DATE-TBL (WS-CARD-IDX)
           MOVE ZERO             TO WS-CARD-FROM-ID-TBL (WS-CARD-IDX)
           IF TRC-FROM-SLSP-ID NUMERIC
               MOVE TRC-FROM-SLSP-ID
                                 TO WS-CARD-FROM-ID-TBL (WS-CARD-IDX)
           END-IF
           MOVE TRC-FROM-REGION  TO WS-CARD-FROM-RGN-TBL (WS-CARD-IDX)
           MOVE TRC-UNOWNED-SW   TO WS-CARD-UNOWNED-TBL (WS-CARD-IDX)
           MOVE TRC-SEL-STATE    TO WS-CARD-STATE-SEL-TBL (WS-CARD-IDX)
           MOVE ZERO             TO WS-CARD-TO-ID-TBL (WS-CARD-IDX)
           IF TRC-TO-SLSP-ID NUMERIC
               MOVE TRC-TO-SLSP-ID
                                 TO WS-CARD-TO-ID-TBL (WS-CARD-IDX)
           END-IF
           MOVE ZERO             TO WS-CARD-SELECTED-TBL (WS-CARD-IDX)
           MOVE 'A'              TO WS-CARD-STATE-TBL (WS-CARD-IDX)
           MOVE 'ACCEPTED'       TO WS-CARD-MSG-TBL (WS-CARD-IDX)

      *    FIRST FAILED EDIT WINS - EACH TEST ONLY RUNS WHILE THE
      *    CARD IS STILL ACCEPTED
           IF NOT TRC-MODE-PREVIEW AND NOT TRC-MODE-APPLY
               MOVE 'R'          TO WS-CARD-STATE-TBL (WS-CARD-IDX)
               MOVE 'REJECTED - MODE MUST BE P OR A'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
           END-IF

           IF CARD-ACCEPTED (WS-CARD-IDX)
               IF TRC-EFFECTIVE-DATE(1:4) NOT NUMERIC
               OR TRC-EFFECTIVE-DATE(5:1) NOT = '-'
               OR TRC-EFFECTIVE-DATE(6:2) NOT NUMERIC
               OR TRC-EFFECTIVE-DATE(8:1) NOT = '-'
               OR TRC-EFFECTIVE-DATE(9:2) NOT NUMERIC
                   MOVE 'R'      TO WS-CARD-STATE-TBL (WS-CARD-IDX)
                   MOVE 'REJECTED - EFFECTIVE DATE NOT YYYY-MM-DD'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
               END-IF
           END-IF

           IF CARD-ACCEPTED (WS-CARD-IDX)
               IF WS-CARD-FROM-ID-TBL (WS-CARD-IDX) = ZERO
              AND TRC-FROM-REGION = SPACES
              AND NOT TRC-UNOWNED-ONLY
                   MOVE 'R'      TO WS-CARD-STATE-TBL (WS-CARD-IDX)
                   MOVE 'REJECTED - NO OWNER, REGION OR UNOWNED'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
               END-IF
           END-IF

           IF CARD-ACCEPTED (WS-CARD-IDX)
               IF WS-CARD-FROM-ID-TBL (WS-CARD-IDX) NOT = ZERO
              AND WS-CARD-FROM-ID-TBL (WS-CARD-IDX)
                      = WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                   MOVE 'R'      TO WS-CARD-STATE-TBL (WS-CARD-IDX)
                   MOVE 'REJECTED - FROM AND TO ARE THE SAME REP'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
               END-IF
           END-IF

      *    THE RECEIVING REP MUST BE ON FILE AND ACTIVE - CUSTUPD
      *    WOULD REJECT EVERY ONE OF THE CARD'S TRANSACTIONS ANYWAY
           IF CARD-ACCEPTED (WS-CARD-IDX)
               MOVE WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                                            TO WS-BOOK-LOOKUP-ID
               PERFORM 2210-FIND-BOOK-ENTRY
               IF WS-CARD-TO-ID-TBL (WS-CARD-IDX) = ZERO
               OR NOT BOOK-ENTRY-FOUND
                   MOVE 'R'      TO WS-CARD-STATE-TBL (WS-CARD-IDX)
                   MOVE 'REJECTED - TO REP NOT ON SLSPMAST'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
               ELSE
                   IF WS-BOOK-STATUS (WS-BOOK-SUB) NOT = 'A'
                       MOVE 'R'  TO WS-CARD-STATE-TBL (WS-CARD-IDX)
                       MOVE 'REJECTED - TO REP IS NOT ACTIVE'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
                   END-IF
               END-IF
           END-IF

           IF CARD-ACCEPTED (WS-CARD-IDX)
               IF TRC-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   MOVE 'H'      TO WS-CARD-STATE-TBL (WS-CARD-IDX)
                   MOVE 'HELD - NOT YET EFFECTIVE'
                                 TO WS-CARD-MSG-TBL (WS-CARD-IDX)
                   ADD 1                    TO WS-CARDS-HELD
               END-IF
           END-IF

           IF CARD-REJECTED (WS-CARD-IDX)
               ADD 1                        TO WS-CARDS-REJECTED
           END-IF

           MOVE WS-CARD-TABLE-COUNT         TO WS-CARD-NUMBER
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'CARD ' WS-CARD-NUMBER
                  ' MODE ' TRC-MODE
                  ' EFF ' TRC-EFFECTIVE-DATE
                  ' FROM ' WS-CARD-FROM-ID-TBL (WS-CARD-IDX)
                  ' REGION ' TRC-FROM-REGION
                  ' UNOWNED ' TRC-UNOWNED-SW
                  ' STATE ' TRC-SEL-STATE
                  ' TO ' WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                  '  ' WS-CARD-MSG-TBL (WS-CARD-IDX)
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF TRC-REASON NOT = SPACES
               MOVE SPACES                  TO WS-REPORT-LINE
               STRING '         REASON: ' TRC-REASON
                      DELIMITED SIZE        INTO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF

           PERFORM 1310-READ-CARD.

      *---------------------------------------------------------------*
      * ONE CUSTOMER - WHO OWNS IT NOW, WHICH CARD (IF ANY) MOVES IT,  *
      * AND WHERE IT LANDS IN THE BEFORE AND AFTER BOOKS               *
      *---------------------------------------------------------------*
       2000-PROCESS-CUSTOMERS.
      *    SPACES (NEVER ASSIGNED) READ AS UNASSIGNED, LIKE ZERO
           MOVE ZERO                        TO WS-CURRENT-OWNER
           IF CUST-OWNER-SLSP-ID OF CUST-IN-REC NUMERIC
               MOVE CUST-OWNER-SLSP-ID OF CUST-IN-REC
                                            TO WS-CURRENT-OWNER
           END-IF

           MOVE WS-CURRENT-OWNER            TO WS-BOOK-LOOKUP-ID
           PERFORM 2200-LOCATE-BOOK-ENTRY
           MOVE WS-BOOK-REGION (WS-BOOK-SUB) TO WS-CURRENT-REGION
           ADD 1                  TO WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB)
           ADD CUST-BALANCE OF CUST-IN-REC
                                  TO WS-BOOK-BEFORE-BAL (WS-BOOK-SUB)

           MOVE WS-CURRENT-OWNER            TO WS-NEW-OWNER
           MOVE 'N'                         TO WS-CARD-MATCH-SW
           SET WS-CARD-IDX                  TO 1
           PERFORM 2100-TEST-ONE-CARD
               UNTIL WS-CARD-IDX > WS-CARD-TABLE-COUNT
                  OR CARD-MATCHED

           IF CARD-MATCHED
               PERFORM 2300-BUILD-THE-MOVE
           END-IF

           MOVE WS-NEW-OWNER                TO WS-BOOK-LOOKUP-ID
           PERFORM 2200-LOCATE-BOOK-ENTRY
           ADD 1                  TO WS-BOOK-AFTER-COUNT (WS-BOOK-SUB)
           ADD CUST-BALANCE OF CUST-IN-REC
                                  TO WS-BOOK-AFTER-BAL (WS-BOOK-SUB)

           PERFORM 1100-READ-CUSTOMER.

      *---------------------------------------------------------------*
      * DOES THIS CARD SELECT THE CURRENT CUSTOMER? REJECTED CARDS     *
      * NEVER MATCH; AN ACCOUNT ALREADY OWNED BY THE CARD'S TO REP IS  *
      * LEFT FOR A LATER CARD RATHER THAN MOVED ONTO ITSELF.           *
      *---------------------------------------------------------------*
       2100-TEST-ONE-CARD.
           MOVE 'Y'                         TO WS-CARD-MATCH-SW

           IF CARD-REJECTED (WS-CARD-IDX)
               MOVE 'N'                     TO WS-CARD-MATCH-SW
           END-IF

           IF WS-CARD-FROM-ID-TBL (WS-CARD-IDX) NOT = ZERO
          AND WS-CARD-FROM-ID-TBL (WS-CARD-IDX) NOT = WS-CURRENT-OWNER
               MOVE 'N'                     TO WS-CARD-MATCH-SW
           END-IF

           IF WS-CARD-FROM-RGN-TBL (WS-CARD-IDX) NOT = SPACES
          AND WS-CARD-FROM-RGN-TBL (WS-CARD-IDX)
                  NOT = WS-CURRENT-REGION
               MOVE 'N'                     TO WS-CARD-MATCH-SW
           END-IF

           IF WS-CARD-UNOWNED-TBL (WS-CARD-IDX) = 'Y'
          AND WS-CURRENT-OWNER NOT = ZERO
               MOVE 'N'                     TO WS-CARD-MATCH-SW
           END-IF

           IF WS-CARD-STATE-SEL-TBL (WS-CARD-IDX) NOT = SPACES
          AND WS-CARD-STATE-SEL-TBL (WS-CARD-IDX)
                  NOT = CUST-STATE OF CUST-IN-REC
               MOVE 'N'                     TO WS-CARD-MATCH-SW
           END-IF

           IF WS-CARD-TO-ID-TBL (WS-CARD-IDX) = WS-CURRENT-OWNER
               MOVE 'N'                     TO WS-CARD-MATCH-SW
           END-IF

           IF NOT CARD-MATCHED
               SET WS-CARD-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
      * FIND THE BOOK ENTRY FOR WS-BOOK-LOOKUP-ID, APPENDING ONE FOR   *
      * AN OWNER NOT ON SLSPMAST. LEAVES ITS POSITION IN WS-BOOK-SUB.  *
      *---------------------------------------------------------------*
       2200-LOCATE-BOOK-ENTRY.
           PERFORM 2210-FIND-BOOK-ENTRY
           IF NOT BOOK-ENTRY-FOUND
               IF WS-BOOK-TABLE-COUNT NOT < WS-BOOK-TABLE-MAX
                   MOVE 'SALESPERSON TABLE FULL - RAISE TABLE MAX'
                                            TO WS-ABEND-MSG
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-BOOK-TABLE-COUNT
               MOVE WS-BOOK-TABLE-COUNT     TO WS-BOOK-SUB
               MOVE WS-BOOK-LOOKUP-ID TO WS-BOOK-SLSP-ID (WS-BOOK-SUB)
               MOVE '** NOT ON SLSPMAST **'
                                      TO WS-BOOK-NAME (WS-BOOK-SUB)
               MOVE SPACES            TO WS-BOOK-REGION (WS-BOOK-SUB)
               MOVE SPACE             TO WS-BOOK-STATUS (WS-BOOK-SUB)
               MOVE ZERO        TO WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB)
                                   WS-BOOK-BEFORE-BAL (WS-BOOK-SUB)
                                   WS-BOOK-AFTER-COUNT (WS-BOOK-SUB)
                                   WS-BOOK-AFTER-BAL (WS-BOOK-SUB)
           END-IF.

       2210-FIND-BOOK-ENTRY.
           MOVE 'N'                         TO WS-BOOK-FOUND-SW
           MOVE 1                           TO WS-BOOK-SUB
           PERFORM 2220-SEARCH-BOOK-TABLE
               UNTIL WS-BOOK-SUB > WS-BOOK-TABLE-COUNT
                  OR BOOK-ENTRY-FOUND.

       2220-SEARCH-BOOK-TABLE.
           IF WS-BOOK-SLSP-ID (WS-BOOK-SUB) = WS-BOOK-LOOKUP-ID
               MOVE 'Y'                     TO WS-BOOK-FOUND-SW
           ELSE
               ADD 1                        TO WS-BOOK-SUB
           END-IF.

      *---------------------------------------------------------------*
      * THE MATCHED CARD DECIDES WHAT HAPPENS: AN APPLY CARD EMITS THE *
      * 'O' TRANSACTION, A PREVIEW CARD ONLY REPORTS IT, AND A HELD    *
      * CARD KEEPS THE ACCOUNT WHERE IT IS UNTIL ITS DATE ARRIVES.     *
      *---------------------------------------------------------------*
       2300-BUILD-THE-MOVE.
           SET WS-MATCHED-CARD              TO WS-CARD-IDX
           ADD 1                  TO WS-CARD-SELECTED-TBL (WS-CARD-IDX)

           EVALUATE TRUE
               WHEN CARD-HELD (WS-CARD-IDX)
                   MOVE 'HELD'              TO WS-MOVE-ACTION
                   ADD 1                    TO WS-ACCOUNTS-HELD
               WHEN WS-CARD-MODE-TBL (WS-CARD-IDX) = 'A'
                   MOVE 'APPLIED'           TO WS-MOVE-ACTION
                   MOVE WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                                            TO WS-NEW-OWNER
                   ADD 1                    TO WS-ACCOUNTS-MOVED
                   PERFORM 2500-EMIT-OWNER-TRANS
               WHEN OTHER
                   MOVE 'PREVIEW'           TO WS-MOVE-ACTION
                   MOVE WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                                            TO WS-NEW-OWNER
                   ADD 1                    TO WS-ACCOUNTS-PREVIEWED
           END-EVALUATE

           MOVE WS-MATCHED-CARD             TO WS-CARD-NUMBER
           MOVE CUST-BALANCE OF CUST-IN-REC TO WS-AMT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'CUST=' CUST-ID OF CUST-IN-REC
                  ' ' CUST-NAME OF CUST-IN-REC
                  ' ' CUST-STATE OF CUST-IN-REC
                  ' OWNER ' WS-CURRENT-OWNER
                  ' TO ' WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                  ' BAL ' WS-AMT-DISPLAY
                  ' CARD ' WS-CARD-NUMBER
                  ' ' WS-MOVE-ACTION
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * EMIT ONE OWNER-REASSIGNMENT TRANSACTION - THE EXTRACT RECORD   *
      * CARRIED ACROSS WHOLE WITH ONLY THE OWNER REPLACED. CUSTUPD'S   *
      * 'O' PATH LOOKS AT NOTHING BUT THE KEY AND THE NEW OWNER.       *
      *---------------------------------------------------------------*
       2500-EMIT-OWNER-TRANS.
           MOVE 'O'                         TO TRANS-TYPE
           MOVE SPACE                       TO TRANS-APPROVED-FLAG
           MOVE 'TERRALG'                   TO TRANS-OPERATOR-ID
           MOVE CUST-IN-REC                 TO TRANS-REC
           MOVE WS-NEW-OWNER
                               TO CUST-OWNER-SLSP-ID OF TRANS-REC
           WRITE GENERATED-TRANS-REC
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'WRITE ERROR: TRANS-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-TRANS-STATUS         TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-TRANS-WRITTEN.

      *----------------------------------------------------------------*
      * VERIFY THE EXTRACT'S CONTROL TRAILER - A MISSING TRAILER IS A  *
      * TRUNCATED EXTRACT AND A COUNT/TOTAL MISMATCH IS A DAMAGED      *
      * ONE. EITHER WAY THE TRANSACTIONS THIS RUN EMITTED MUST BE      *
      * DISCARDED, AND RETURN-CODE 12 SAYS SO.                         *
      *----------------------------------------------------------------*
       2950-VERIFY-EXTRACT-TRAILER.
           IF NOT TRAILER-FOUND
               DISPLAY '*** TERRALGN: CUSTMOUT HAS NO CONTROL TRAILER'
                       ' - EXTRACT TRUNCATED, DISCARD THE OUTPUT ***'
               MOVE 'Y' TO WS-TRAILER-BAD-SW
           ELSE
               IF CTRL-RECORD-COUNT NOT = WS-CTRL-READ-COUNT
               OR CTRL-BALANCE-TOTAL NOT = WS-CTRL-BALANCE-ACCUM
                   DISPLAY '*** TERRALGN: CUSTMOUT TRAILER DOES NOT'
                           ' MATCH CONTENT, DISCARD THE OUTPUT ***'
                   MOVE 'Y' TO WS-TRAILER-BAD-SW
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION - PER-CARD COUNTS, THE BEFORE/AFTER BOOK OF       *
      * BUSINESS, AND THE RETURN CODE                                  *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 2950-VERIFY-EXTRACT-TRAILER

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNTS SELECTED BY CARD' TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-CARD-IDX                  TO 1
           PERFORM 8050-PRINT-CARD-COUNT
               UNTIL WS-CARD-IDX > WS-CARD-TABLE-COUNT

           PERFORM 8100-PRINT-BOOK-OF-BUSINESS

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'EXTRACT RECORDS READ: ' WS-RECORDS-READ
                  '  MOVED: ' WS-ACCOUNTS-MOVED
                  '  PREVIEWED: ' WS-ACCOUNTS-PREVIEWED
                  '  HELD: ' WS-ACCOUNTS-HELD
                  '  TRANSACTIONS: ' WS-TRANS-WRITTEN
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           CLOSE CUST-FILE
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'TERRALGN - TERRITORY REALIGNMENT RUN SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'BUSINESS DATE:        ' WS-BUSINESS-DATE
           DISPLAY 'CARDS READ:           ' WS-CARDS-READ
           DISPLAY 'CARDS HELD:           ' WS-CARDS-HELD
           DISPLAY 'CARDS REJECTED:       ' WS-CARDS-REJECTED
           DISPLAY 'EXTRACT RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'ACCOUNTS MOVED:       ' WS-ACCOUNTS-MOVED
           DISPLAY 'ACCOUNTS PREVIEWED:   ' WS-ACCOUNTS-PREVIEWED
           DISPLAY 'ACCOUNTS HELD:        ' WS-ACCOUNTS-HELD
           DISPLAY 'TRANSACTIONS WRITTEN: ' WS-TRANS-WRITTEN
           DISPLAY '============================================='

           IF TRAILER-CHECK-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8050-PRINT-CARD-COUNT.
           SET WS-CARD-NUMBER               TO WS-CARD-IDX
           MOVE WS-CARD-SELECTED-TBL (WS-CARD-IDX)
                                            TO WS-COUNT-DISPLAY
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'CARD ' WS-CARD-NUMBER
                  ' TO ' WS-CARD-TO-ID-TBL (WS-CARD-IDX)
                  ' ACCOUNTS ' WS-COUNT-DISPLAY
                  '  ' WS-CARD-MSG-TBL (WS-CARD-IDX)
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           SET WS-CARD-IDX UP BY 1.

      *---------------------------------------------------------------*
      * BOOK OF BUSINESS - EVERY REP WITH ACCOUNTS BEFORE OR AFTER,    *
      * TERMINATED REPS FLAGGED 'TRM' SO A BOOK LEFT BEHIND STANDS OUT *
      * AND CHANGED BOOKS MARKED '*'                                   *
      *---------------------------------------------------------------*
       8100-PRINT-BOOK-OF-BUSINESS.
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'BOOK OF BUSINESS BY SALESPERSON - BEFORE AND AFTER'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-BOOK-HEADER-1            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE 1                           TO WS-BOOK-SUB
           PERFORM 8110-PRINT-BOOK-ENTRY
               UNTIL WS-BOOK-SUB > WS-BOOK-TABLE-COUNT

           MOVE WS-TOTAL-BEFORE-COUNT       TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-BEFORE-BAL         TO WS-AMT-DISPLAY
           MOVE WS-TOTAL-AFTER-COUNT        TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-AFTER-BAL          TO WS-AMT-DISPLAY-2
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'TOTAL' '                                     '
                  '   ' WS-COUNT-DISPLAY ' ' WS-AMT-DISPLAY
                  '   ' WS-COUNT-DISPLAY-2 ' ' WS-AMT-DISPLAY-2
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       8110-PRINT-BOOK-ENTRY.
           IF WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB) > ZERO
           OR WS-BOOK-AFTER-COUNT (WS-BOOK-SUB) > ZERO
               MOVE WS-BOOK-SLSP-ID (WS-BOOK-SUB)   TO BKD-SLSP-ID
               MOVE WS-BOOK-NAME (WS-BOOK-SUB)      TO BKD-NAME
               MOVE WS-BOOK-REGION (WS-BOOK-SUB)    TO BKD-REGION
               MOVE SPACES                          TO BKD-STATUS-FLAG
               IF WS-BOOK-STATUS (WS-BOOK-SUB) = 'T'
                   MOVE 'TRM'                       TO BKD-STATUS-FLAG
               END-IF
               MOVE WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB)
                                                 TO BKD-BEFORE-COUNT
               MOVE WS-BOOK-BEFORE-BAL (WS-BOOK-SUB) TO BKD-BEFORE-BAL
               MOVE WS-BOOK-AFTER-COUNT (WS-BOOK-SUB)
                                                 TO BKD-AFTER-COUNT
               MOVE WS-BOOK-AFTER-BAL (WS-BOOK-SUB)  TO BKD-AFTER-BAL
               COMPUTE WS-NET-COUNT =
                       WS-BOOK-AFTER-COUNT (WS-BOOK-SUB)
                     - WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB)
               MOVE WS-NET-COUNT                    TO BKD-NET-COUNT
               MOVE SPACE                           TO BKD-CHANGED-FLAG
               IF WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB)
                      NOT = WS-BOOK-AFTER-COUNT (WS-BOOK-SUB)
               OR WS-BOOK-BEFORE-BAL (WS-BOOK-SUB)
                      NOT = WS-BOOK-AFTER-BAL (WS-BOOK-SUB)
                   MOVE '*'                         TO BKD-CHANGED-FLAG
               END-IF
               MOVE WS-BOOK-DETAIL                  TO WS-REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE

               ADD WS-BOOK-BEFORE-COUNT (WS-BOOK-SUB)
                                            TO WS-TOTAL-BEFORE-COUNT
               ADD WS-BOOK-BEFORE-BAL (WS-BOOK-SUB)
                                            TO WS-TOTAL-BEFORE-BAL
               ADD WS-BOOK-AFTER-COUNT (WS-BOOK-SUB)
                                            TO WS-TOTAL-AFTER-COUNT
               ADD WS-BOOK-AFTER-BAL (WS-BOOK-SUB)
                                            TO WS-TOTAL-AFTER-BAL
           END-IF

           ADD 1                            TO WS-BOOK-SUB.

      *---------------------------------------------------------------*
      * WRITE ONE LINE TO THE REALIGNMENT REPORT                       *
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
           DISPLAY '*** TERRALGN FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
