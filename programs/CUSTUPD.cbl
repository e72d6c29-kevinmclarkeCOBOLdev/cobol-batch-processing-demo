      *               AUDIT TRAIL FILE     (AUDITOUT)                 *
      *               CHECKPOINT LOG       (CHKPTOUT)                 *
      *               PENDING APPROVAL FILE (PENDOUT)                 *
      *               A/R OPEN-ITEM LEDGER (OPENITEM, IN PLACE)       *
      *               COMMISSION PENDING   (COMMPEND, IN PLACE)       *
      *               APPLICATION HISTORY  (APPLHIST, EXTENDED)       *
      *                                                                *
      * COPYBOOKS:                                                     *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *                 05 CUST-DISPUTE-AMOUNT  PIC 9(8)V99           *
      *                 05 CUST-DISPUTE-DATE    PIC X(10)             *
      *                 05 CUST-DIVISION        PIC X(2)              *
      *                 05 CUST-OWNER-SLSP-ID   PIC 9(6)              *
      *                 05 CUST-BASE-LIMIT      PIC 9(8)V99           *
      *                 05 CUST-TEMP-EXPIRY     PIC 9(8)              *
      *   ERRORREC - ERROR RECORD (150 BYTES)                         *
      *              01 ERROR-RECORD                                   *
      *                 05 ERR-TIMESTAMP        PIC X(26)             *
      *   LIMIT IS WRITTEN TO PENDOUT INSTEAD OF BEING APPLIED. THE    *
      *   COMPANION APPRVMGR PROGRAM LISTS, RELEASES, AND REJECTS      *
      *   THESE ENTRIES.                                               *
      *   ADDED THE ACCOUNT OWNER (CUST-OWNER-SLSP-ID). ADD AND UPDATE *
      *   TAKE IT KEYED-OR-KEEP, AND THE NEW 'O' TRANSACTION           *
      *   REASSIGNS IT ALONE - THE PATH TERRALGN'S TERRITORY           *
      *   REALIGNMENT RUNS THROUGH. A NEWLY ASSIGNED OWNER MUST BE AN  *
      *   ACTIVE SALESPERSON ON SLSPMAST (LOADED OPTIONALLY, LIKE THE  *
      *   POSTAL MASTER), AND EVERY CHANGE IS AUDITED.                 *
      *   ADDED TEMPORARY CREDIT LIMITS. THE NEW 'T' TRANSACTION       *
      *   RAISES THE LIMIT UNTIL AN EXPIRY DATE, REMEMBERING THE       *
      *   PERMANENT LIMIT IN CUST-BASE-LIMIT, AND A 'T' WITH NO EXPIRY *
      *   PUTS THE BASE LIMIT BACK - THE TRANSACTION LIMEXPR FEEDS IN  *
      *   ON THE EXPIRY DATE. A RAISE GOES THROUGH THE SAME LARGE-     *
      *   INCREASE APPROVAL AS AN UPDATE. AN UPDATE THAT CHANGES THE   *
      *   LIMIT OF AN ACCOUNT ON A TEMPORARY ONE MAKES THE NEW LIMIT   *
      *   PERMANENT. EVERY CHANGE IS AUDITED.                          *
      *   AN APPROVED WRITE-OFF NOW ALSO RELIEVES THE CUSTOMER'S OPEN  *
      *   ITEMS OLDEST-FIRST, THE SAME ORDER CASHAPP APPLIES CASH IN,  *
      *   SO THE OPEN-ITEM LEDGER STAYS TRUE TO THE LUMP BALANCE, AND  *
      *   FORFEITS THE SAME SHARE OF ANY COMMISSION STILL PENDING ON   *
      *   COLLECTION (COMMPEND) ON EACH RELIEVED SALE'S INVOICE. EACH  *
      *   ITEM RELIEVED IS APPENDED TO THE APPLICATION HISTORY AS A    *
      *   'W' SLICE, THE WAY ADJAPPLY RECORDS A CREDIT MEMO'S.         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUPD.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ZIP-STATUS.

      *    SALESPERSON MASTER - A NEWLY ASSIGNED ACCOUNT OWNER MUST BE
      *    ON FILE AND ACTIVE. A MISSING FILE TURNS THE EDIT OFF.
           SELECT SLSP-FILE       ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

      *    A/R OPEN-ITEM LEDGER AND COMMISSION PENDING ON COLLECTION -
      *    AN APPROVED WRITE-OFF RELIEVES THE CUSTOMER'S OPEN ITEMS
      *    AND FORFEITS THE COMMISSION STILL PENDING ON THEM
           SELECT OPENITEM-FILE   ASSIGN TO OPENITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS OI-ITEM-SEQ
                  FILE STATUS  IS WS-OPENITEM-STATUS.

           SELECT COMMPEND-FILE   ASSIGN TO COMMPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CPN-KEY
                  FILE STATUS  IS WS-COMMPEND-STATUS.

      *    THE WRITE-OFF'S SLICES LAND IN THE APPLICATION HISTORY BESIDE
      *    CASHAPP'S RECEIPTS AND ADJAPPLY'S MEMOS, SO AN ITEM'S WHOLE
      *    RELIEF CAN BE TRACED
           SELECT APPLHIST-FILE   ASSIGN TO APPLHIST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-APPLHIST-STATUS.

      *****************************************************************
      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *---------------------------------------------------------------*
               88  TRANS-DISPUTE                VALUE 'Q'.
      *---------------------------------------------------------------*
      * 'O' REASSIGNS THE ACCOUNT OWNER TO THE TRANSACTION'S           *
      * CUST-OWNER-SLSP-ID AND TOUCHES NOTHING ELSE, SO A TERRITORY    *
      * REALIGNMENT (TERRALGN) CANNOT TRIP OVER UNRELATED EDITS ON AN  *
      * ACCOUNT IT IS ONLY MOVING. THE NEW OWNER MUST BE AN ACTIVE     *
      * SALESPERSON; THE CHANGE IS AUDITED UNDER TYPE 'O'.             *
      *---------------------------------------------------------------*
               88  TRANS-OWNER                  VALUE 'O'.
      *---------------------------------------------------------------*
      * 'T' GRANTS OR ENDS A TEMPORARY CREDIT LIMIT. WITH A CUST-TEMP- *
      * EXPIRY (YYYYMMDD, AFTER THE BUSINESS DATE) IT RAISES THE LIMIT *
      * TO THE TRANSACTION'S CUST-CREDIT-LIMIT UNTIL THAT DATE,        *
      * REMEMBERING THE PERMANENT LIMIT IN CUST-BASE-LIMIT - OR, ON AN *
      * ACCOUNT ALREADY ON A TEMPORARY LIMIT, CHANGES ITS FIGURE OR    *
      * DATE. THE RAISE MUST EXCEED THE BASE LIMIT AND PASSES THE SAME *
      * LARGE-INCREASE APPROVAL AS AN UPDATE. WITH NO EXPIRY IT PUTS   *
      * THE BASE LIMIT BACK - WHAT LIMEXPR FEEDS IN ON THE EXPIRY      *
      * DATE. AUDITED UNDER TYPE 'T'.                                  *
      *---------------------------------------------------------------*
               88  TRANS-TEMP-LIMIT             VALUE 'T'.
      *---------------------------------------------------------------*
      * SET TO 'Y' ONLY BY APPRVMGR WHEN IT REPLAYS A RELEASED LARGE-  *
      * CREDIT-LIMIT-INCREASE ENTRY BACK THROUGH THIS FILE. LETS       *
      * 2480-CHECK-LARGE-LIMIT-INCREASE TELL A REPLAYED, ALREADY-      *
           BLOCK CONTAINS 0 RECORDS.
           COPY ZIPMAST.

      *---------------------------------------------------------------*
      * SALESPERSON MASTER                                             *
      *---------------------------------------------------------------*
       FD  SLSP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SLSPMAST.

      *---------------------------------------------------------------*
      * A/R OPEN-ITEM LEDGER AND COMMISSION PENDING ON COLLECTION      *
      *---------------------------------------------------------------*
       FD  OPENITEM-FILE
           RECORDING MODE IS F.
           COPY OPENITEM.

       FD  COMMPEND-FILE
           RECORDING MODE IS F.
           COPY COMMPEND.

       FD  APPLHIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY APPLHIST.

      *****************************************************************
       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           05  WS-ZIP-STATUS            PIC XX VALUE SPACES.
           05  WS-HIER-STATUS           PIC XX VALUE SPACES.
           05  WS-CAP-STATUS            PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-OPENITEM-STATUS       PIC XX VALUE SPACES.
           05  WS-COMMPEND-STATUS       PIC XX VALUE SPACES.
           05  WS-APPLHIST-STATUS       PIC XX VALUE SPACES.

      *---------------------------------------------------------------*
      * END-OF-FILE / LOOKUP FLAGS                                     *
               88  PARENT-FOUND                 VALUE 'Y'.
           05  WS-CAP-FOUND-SW          PIC X VALUE 'N'.
               88  CAP-ENTRY-FOUND              VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-FOUND                   VALUE 'Y'.
           05  WS-WO-ITEM-EOF-SW        PIC X VALUE 'N'.
               88  WO-ITEM-SCAN-EOF             VALUE 'Y'.
           05  WS-WO-OLDEST-FOUND-SW    PIC X VALUE 'N'.
               88  WO-OLDEST-ITEM-FOUND         VALUE 'Y'.
           05  WS-CPN-SCAN-EOF-SW       PIC X VALUE 'N'.
               88  CPN-SCAN-EOF                 VALUE 'Y'.

      *---------------------------------------------------------------*
      * HIERARCHY AND PARENT-CAP TABLES - LOADED AT STARTUP, AND THE   *
           05  WS-DELETE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REACTIVATE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-WRITEOFF-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-WO-ITEMS-RELIEVED     PIC 9(7) VALUE ZERO.
           05  WS-CPN-FORFEIT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-DISPUTE-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-OWNER-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-TEMP-LIMIT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PENDING-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-WARNING-COUNT         PIC 9(7) VALUE ZERO.

      *---------------------------------------------------------------*
      * WRITE-OFF RELIEF - THE WRITTEN-OFF CUSTOMER'S OPEN ITEMS,      *
      * GATHERED BY ONE PASS OF THE LEDGER PER APPROVED WRITE-OFF      *
      * (THEY ARE RARE AND EACH NEEDS A SECOND APPROVAL) AND RELIEVED  *
      * OLDEST-FIRST. EACH SALE ITEM RELIEVED FORFEITS THE SAME SHARE  *
      * OF EVERY COMMPEND RECORD ON ITS INVOICE (COMMISSION X RELIEF / *
      * ITEM ORIGINAL), AND CLOSING THE ITEM FORFEITS WHAT IS LEFT -   *
      * THE SAME ARITHMETIC CASHAPP EARNS IT WITH.                     *
      *---------------------------------------------------------------*
       01  WS-WO-ITEM-TABLE.
           05  WS-WO-ITEM-ENTRY OCCURS 1000 TIMES
                                INDEXED BY WS-WO-IDX
                                           WS-WO-OLDEST-IDX.
               10  WS-WO-SEQ-TBL        PIC 9(08) VALUE ZERO.
               10  WS-WO-DATE-TBL       PIC X(10) VALUE SPACES.
               10  WS-WO-OPEN-TBL       PIC S9(8)V99 VALUE ZERO.
               10  WS-WO-ORIG-TBL       PIC 9(8)V99 VALUE ZERO.
               10  WS-WO-SOURCE-TBL     PIC X(1)  VALUE SPACES.
               10  WS-WO-REF-TBL        PIC X(10) VALUE SPACES.

       01  WS-WO-FIELDS.
           05  WS-WO-ITEM-MAX           PIC 9(05) VALUE 1000.
           05  WS-WO-ITEM-COUNT         PIC 9(05) VALUE ZERO.
           05  WS-WO-REMAINING          PIC S9(9)V99 VALUE ZERO.
           05  WS-WO-THIS-ITEM          PIC S9(9)V99 VALUE ZERO.
           05  WS-WO-OLDEST-DATE        PIC X(10) VALUE SPACES.
           05  WS-WO-RELIEF-DATE        PIC X(10) VALUE SPACES.
           05  WS-CPN-INVOICE           PIC X(10) VALUE SPACES.
           05  WS-CPN-STILL             PIC S9(7)V99 VALUE ZERO.
           05  WS-CPN-SLICE             PIC S9(7)V99 VALUE ZERO.
           05  WS-CPN-FORFEIT-TOTAL     PIC S9(9)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * RESTART / CHECKPOINT CONTROL FIELDS                            *
      * WS-RESTART-PARM IS READ FROM THE COMMAND LINE (THE GNUCOBOL    *
           05  WS-ZIP-TABLE-MAX         PIC 9(05) VALUE 500.
           05  WS-ZIP-TABLE-COUNT       PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * SALESPERSON TABLE - LOADED ONCE AT STARTUP FROM SLSPMAST FOR   *
      * THE ACCOUNT-OWNER EDIT. EMPTY (NO MASTER) LEAVES THE EDIT OFF. *
      *---------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SLSP-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SLSP-IDX.
               10  WS-SLSP-ID-TBL       PIC 9(6) VALUE ZERO.
               10  WS-SLSP-STATUS-TBL   PIC X(1) VALUE SPACE.

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-OWNER-EDIT            PIC 9(6)  VALUE ZERO.

      *---------------------------------------------------------------*
      * TEMPORARY-LIMIT WORK FIELDS. A BASE LIMIT OR EXPIRY STILL      *
      * CARRYING SPACES (NEVER TOUCHED SINCE THE FIELDS WERE CARVED)   *
      * IS NORMALIZED TO ZERO HERE BEFORE IT IS COMPARED OR AUDITED,   *
      * THE SAME WAY AN UNASSIGNED OWNER IS ABOVE.                     *
      *---------------------------------------------------------------*
       01  WS-TEMP-LIMIT-FIELDS.
           05  WS-TEMP-SW               PIC X(01) VALUE 'N'.
               88  ACCOUNT-ON-TEMP-LIMIT        VALUE 'Y'.
           05  WS-TEMP-TODAY            PIC 9(08) VALUE ZERO.
           05  WS-TEMP-OLD-BASE         PIC 9(8)V99 VALUE ZERO.
           05  WS-TEMP-OLD-EXPIRY       PIC 9(08) VALUE ZERO.
           05  WS-TEMP-NEW-BASE         PIC 9(8)V99 VALUE ZERO.
           05  WS-TEMP-NEW-EXPIRY       PIC 9(08) VALUE ZERO.
           05  WS-TEMP-BASE-LIMIT       PIC 9(8)V99 VALUE ZERO.

      *---------------------------------------------------------------*
      * ERROR STAGING FIELDS FOR 8000-LOG-ERROR                        *
      * CALLERS MOVE VALUES HERE BEFORE PERFORMING 8000                *
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 1250-DETERMINE-NEXT-PEND-SEQ

      *    BOTH BOOTSTRAPPED EMPTY ON THE FIRST RUN, THE SAME WAY
      *    OPENPOST AND COMMCALC BOOTSTRAP THEM
           OPEN I-O OPENITEM-FILE
           IF WS-OPENITEM-STATUS = '35'
               OPEN OUTPUT OPENITEM-FILE
               CLOSE OPENITEM-FILE
               OPEN I-O OPENITEM-FILE
           END-IF
           IF WS-OPENITEM-STATUS NOT = '00'
               MOVE 'OPEN FAILED: OPENITEM-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN I-O COMMPEND-FILE
           IF WS-COMMPEND-STATUS = '35'
               OPEN OUTPUT COMMPEND-FILE
               CLOSE COMMPEND-FILE
               OPEN I-O COMMPEND-FILE
           END-IF
           IF WS-COMMPEND-STATUS NOT = '00'
               MOVE 'OPEN FAILED: COMMPEND-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-COMMPEND-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    THE FIRST RELIEF EVER RECORDED CREATES THE HISTORY
           OPEN EXTEND APPLHIST-FILE
           IF WS-APPLHIST-STATUS = '35'
               OPEN OUTPUT APPLHIST-FILE
           END-IF
           IF WS-APPLHIST-STATUS NOT = '00'
          AND WS-APPLHIST-STATUS NOT = '05'
               MOVE 'OPEN FAILED: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1262-LOAD-HIER-TABLE
           PERFORM 1265-LOAD-CAP-TABLE
           PERFORM 1270-COUNT-MASTER-RECORDS
           PERFORM 1290-LOAD-ZIP-TABLE
           PERFORM 1295-LOAD-SLSP-TABLE

           MOVE 1                          TO WS-ARG-NUMBER
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER

           PERFORM 1292-READ-ZIP-RECORD.

      *---------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER. STATUS 35 (NOT INSTALLED) LEAVES  *
      * THE TABLE EMPTY AND THE ACCOUNT-OWNER EDIT OFF.                *
      *---------------------------------------------------------------*
       1295-LOAD-SLSP-TABLE.
           OPEN INPUT SLSP-FILE
           IF WS-SLSP-STATUS = '00'
               PERFORM 1297-READ-SLSP-RECORD
               PERFORM 1299-ADD-SLSP-TO-TABLE UNTIL SLSP-EOF
               CLOSE SLSP-FILE
           ELSE
               IF WS-SLSP-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SLSP-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       1297-READ-SLSP-RECORD.
           READ SLSP-FILE
               AT END
                   MOVE 'Y' TO WS-SLSP-EOF-SW
           END-READ

           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ FAILED: SLSP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1299-ADD-SLSP-TO-TABLE.
           IF WS-SLSP-TABLE-COUNT < WS-SLSP-TABLE-MAX
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SLSP-IDX              TO WS-SLSP-TABLE-COUNT
               MOVE SLSP-ID         TO WS-SLSP-ID-TBL (WS-SLSP-IDX)
               MOVE SLSP-STATUS     TO WS-SLSP-STATUS-TBL (WS-SLSP-IDX)
           END-IF

           PERFORM 1297-READ-SLSP-RECORD.

      *---------------------------------------------------------------*
      * CHECK WHETHER THIS CUST-ID HAS ALREADY HAD A TRANSACTION       *
      * APPLIED EARLIER IN THIS SAME TRANSIN RUN. SINCE CUST-MASTER    *
                                               TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                   END-IF
               WHEN TRANS-OWNER
                   IF MASTER-FOUND
                       PERFORM 2380-REASSIGN-OWNER
                   ELSE
                       MOVE 'E-OWNER'          TO WS-ERROR-CODE
                       MOVE 'OWNER TRANS FOR NON-EXISTENT CUSTOMER'
                                               TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                   END-IF
               WHEN TRANS-TEMP-LIMIT
                   IF MASTER-FOUND
                       PERFORM 2390-MAINTAIN-TEMP-LIMIT
                   ELSE
                       MOVE 'E-TEMPLIM'        TO WS-ERROR-CODE
                       MOVE 'TEMP LIMIT TRANS FOR NON-EXISTENT CUSTOMER'
                                               TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                   END-IF
           END-EVALUATE.

      *---------------------------------------------------------------*
                                            TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
               PERFORM 2341-RELIEVE-WRITTEN-OFF-ITEMS
           END-IF
           END-IF
           END-IF.

      *---------------------------------------------------------------*
      * RELIEVE THE WRITTEN-OFF AMOUNT FROM THE CUSTOMER'S OPEN ITEMS, *
      * OLDEST ITEM DATE FIRST, REWRITING EACH ITEM AS IT IS RELIEVED. *
      * A REMAINDER BEYOND THE ITEMS ON FILE IS LEFT ALONE - THE LUMP  *
      * BALANCE ALREADY CARRIES IT, AS WITH CASH LEFT ON ACCOUNT.      *
      *---------------------------------------------------------------*
       2341-RELIEVE-WRITTEN-OFF-ITEMS.
           MOVE CUST-BALANCE OF TRANS-REC   TO WS-WO-REMAINING
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSINESS-DATE        TO WS-WO-RELIEF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4)
                                            TO WS-WO-RELIEF-DATE(1:4)
               MOVE '-'                     TO WS-WO-RELIEF-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)
                                            TO WS-WO-RELIEF-DATE(6:2)
               MOVE '-'                     TO WS-WO-RELIEF-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)
                                            TO WS-WO-RELIEF-DATE(9:2)
           END-IF

           MOVE ZERO                        TO WS-WO-ITEM-COUNT
           MOVE 'N'                         TO WS-WO-ITEM-EOF-SW
           MOVE ZERO                        TO OI-ITEM-SEQ
           START OPENITEM-FILE KEY NOT < OI-ITEM-SEQ
               INVALID KEY
                   MOVE 'Y'                 TO WS-WO-ITEM-EOF-SW
           END-START
           IF NOT WO-ITEM-SCAN-EOF
               PERFORM 2343-READ-WO-ITEM-NEXT
               PERFORM 2342-LOAD-ONE-WO-ITEM UNTIL WO-ITEM-SCAN-EOF
           END-IF

           MOVE 'Y'                         TO WS-WO-OLDEST-FOUND-SW
           PERFORM 2344-RELIEVE-OLDEST-WO-ITEM
               UNTIL WS-WO-REMAINING NOT > ZERO
                  OR NOT WO-OLDEST-ITEM-FOUND.

       2342-LOAD-ONE-WO-ITEM.
           IF OI-CUST-ID = CUST-ID OF TRANS-REC
          AND OI-ITEM-OPEN AND OI-OPEN-AMOUNT > ZERO
               IF WS-WO-ITEM-COUNT >= WS-WO-ITEM-MAX
                   MOVE 'WRITE-OFF ITEM TABLE FULL - RAISE THE OCCURS'
                                            TO WS-ABEND-MSG(1:46)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-WO-ITEM-COUNT
               SET WS-WO-IDX                TO WS-WO-ITEM-COUNT
               MOVE OI-ITEM-SEQ      TO WS-WO-SEQ-TBL (WS-WO-IDX)
               MOVE OI-ITEM-DATE     TO WS-WO-DATE-TBL (WS-WO-IDX)
               MOVE OI-OPEN-AMOUNT   TO WS-WO-OPEN-TBL (WS-WO-IDX)
               MOVE OI-ORIG-AMOUNT   TO WS-WO-ORIG-TBL (WS-WO-IDX)
               MOVE OI-SOURCE        TO WS-WO-SOURCE-TBL (WS-WO-IDX)
               MOVE OI-REFERENCE     TO WS-WO-REF-TBL (WS-WO-IDX)
           END-IF
           PERFORM 2343-READ-WO-ITEM-NEXT.

       2343-READ-WO-ITEM-NEXT.
           READ OPENITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-WO-ITEM-EOF-SW
           END-READ
           IF WS-OPENITEM-STATUS NOT = '00'
          AND WS-OPENITEM-STATUS NOT = '10'
               MOVE 'READ ERROR: OPENITEM-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-OPENITEM-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * TAKE AS MUCH OF THE REMAINING WRITE-OFF AS THE OLDEST STILL-   *
      * OPEN ITEM CAN COVER, REWRITE THE ITEM, RECORD THE SLICE IN THE *
      * APPLICATION HISTORY, AND FORFEIT THE PENDING COMMISSION ON IT  *
      * IF IT IS A SALE                                                *
      *---------------------------------------------------------------*
       2344-RELIEVE-OLDEST-WO-ITEM.
           MOVE 'N'                        TO WS-WO-OLDEST-FOUND-SW
           MOVE HIGH-VALUES                TO WS-WO-OLDEST-DATE
           SET WS-WO-IDX                   TO 1
           PERFORM 2345-CHECK-ONE-WO-ITEM
               UNTIL WS-WO-IDX > WS-WO-ITEM-COUNT

           IF WO-OLDEST-ITEM-FOUND
               IF WS-WO-OPEN-TBL (WS-WO-OLDEST-IDX) < WS-WO-REMAINING
                   MOVE WS-WO-OPEN-TBL (WS-WO-OLDEST-IDX)
                                            TO WS-WO-THIS-ITEM
               ELSE
                   MOVE WS-WO-REMAINING     TO WS-WO-THIS-ITEM
               END-IF
               SUBTRACT WS-WO-THIS-ITEM
                   FROM WS-WO-OPEN-TBL (WS-WO-OLDEST-IDX)
               SUBTRACT WS-WO-THIS-ITEM     FROM WS-WO-REMAINING

               MOVE WS-WO-SEQ-TBL (WS-WO-OLDEST-IDX) TO OI-ITEM-SEQ
               READ OPENITEM-FILE
                   INVALID KEY
                       MOVE 'RELIEVED ITEM VANISHED FROM LEDGER'
                                            TO WS-ABEND-MSG(1:35)
                       PERFORM 9900-FATAL-ERROR
               END-READ
               MOVE WS-WO-OPEN-TBL (WS-WO-OLDEST-IDX)
                                            TO OI-OPEN-AMOUNT
               IF OI-OPEN-AMOUNT = ZERO
                   MOVE 'C'                 TO OI-STATUS
               END-IF
               MOVE WS-WO-RELIEF-DATE       TO OI-LAST-APPLIED-DATE
               REWRITE OPEN-ITEM-RECORD
               IF WS-OPENITEM-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: OPENITEM-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-OPENITEM-STATUS  TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-WO-ITEMS-RELIEVED
               PERFORM 2349-WRITE-WO-APPLICATION

               IF WS-WO-SOURCE-TBL (WS-WO-OLDEST-IDX) = 'S'
                   PERFORM 2346-FORFEIT-PENDING-COMMISSION
               END-IF
           END-IF.

       2345-CHECK-ONE-WO-ITEM.
           IF WS-WO-OPEN-TBL (WS-WO-IDX) > ZERO
          AND WS-WO-DATE-TBL (WS-WO-IDX) < WS-WO-OLDEST-DATE
               MOVE 'Y'                    TO WS-WO-OLDEST-FOUND-SW
               MOVE WS-WO-DATE-TBL (WS-WO-IDX)
                                           TO WS-WO-OLDEST-DATE
               SET WS-WO-OLDEST-IDX        TO WS-WO-IDX
           END-IF
           SET WS-WO-IDX UP BY 1.

      *---------------------------------------------------------------*
      * FORFEIT THE COMMISSION PENDING ON THE RELIEVED SALE ITEM'S     *
      * INVOICE - EVERY REP'S RECORD ON IT, STARTING AT SALESPERSON    *
      * ZERO                                                           *
      *---------------------------------------------------------------*
       2346-FORFEIT-PENDING-COMMISSION.
           MOVE WS-WO-REF-TBL (WS-WO-OLDEST-IDX) TO WS-CPN-INVOICE
           MOVE WS-CPN-INVOICE              TO CPN-INVOICE-NO
           MOVE ZERO                        TO CPN-SALESPERSON-ID
           MOVE 'N'                         TO WS-CPN-SCAN-EOF-SW
           START COMMPEND-FILE KEY NOT < CPN-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-CPN-SCAN-EOF-SW
           END-START

           IF NOT CPN-SCAN-EOF
               PERFORM 2347-READ-COMMPEND-NEXT
               PERFORM 2348-FORFEIT-ONE-PENDING UNTIL CPN-SCAN-EOF
           END-IF.

       2347-READ-COMMPEND-NEXT.
           READ COMMPEND-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                 TO WS-CPN-SCAN-EOF-SW
           END-READ
           IF WS-COMMPEND-STATUS NOT = '00'
          AND WS-COMMPEND-STATUS NOT = '10'
               MOVE 'READ ERROR: COMMPEND-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-COMMPEND-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT CPN-SCAN-EOF
          AND CPN-INVOICE-NO NOT = WS-CPN-INVOICE
               MOVE 'Y'                     TO WS-CPN-SCAN-EOF-SW
           END-IF.

       2348-FORFEIT-ONE-PENDING.
           COMPUTE WS-CPN-STILL = CPN-COMMISSION - CPN-EARNED
                                - CPN-FORFEITED
           IF WS-CPN-STILL > ZERO
               IF WS-WO-OPEN-TBL (WS-WO-OLDEST-IDX) = ZERO
                  OR WS-WO-ORIG-TBL (WS-WO-OLDEST-IDX) = ZERO
                   MOVE WS-CPN-STILL        TO WS-CPN-SLICE
               ELSE
                   COMPUTE WS-CPN-SLICE ROUNDED =
                           CPN-COMMISSION * WS-WO-THIS-ITEM
                           / WS-WO-ORIG-TBL (WS-WO-OLDEST-IDX)
                   IF WS-CPN-SLICE > WS-CPN-STILL
                       MOVE WS-CPN-STILL    TO WS-CPN-SLICE
                   END-IF
               END-IF
               IF WS-CPN-SLICE > ZERO
                   ADD WS-CPN-SLICE         TO CPN-FORFEITED
                   ADD WS-CPN-SLICE         TO CPN-FORFEIT-UNPOSTED
                   IF WS-CPN-SLICE = WS-CPN-STILL
                       MOVE 'S'             TO CPN-STATUS
                   END-IF
                   MOVE WS-WO-RELIEF-DATE   TO CPN-LAST-ACTIVITY-DATE
                   REWRITE COMM-PENDING-RECORD
                   IF WS-COMMPEND-STATUS NOT = '00'
                       MOVE 'REWRITE ERROR: COMMPEND-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                       MOVE WS-COMMPEND-STATUS
                                            TO WS-ABEND-MSG(37:2)
                       PERFORM 9900-FATAL-ERROR
                   END-IF
                   ADD 1                    TO WS-CPN-FORFEIT-COUNT
                   ADD WS-CPN-SLICE         TO WS-CPN-FORFEIT-TOTAL
               END-IF
           END-IF
           PERFORM 2347-READ-COMMPEND-NEXT.

      *---------------------------------------------------------------*
      * WRITE ONE AUDIT RECORD FOR THE STATUS CHANGE ON A REACTIVATION *
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * APPEND THE WRITE-OFF SLICE JUST TAKEN FROM THE ITEM AT         *
      * WS-WO-OLDEST-IDX AS A 'W' RECORD, DATED AND POSTED ON THE      *
      * BUSINESS DATE                                                  *
      *---------------------------------------------------------------*
       2349-WRITE-WO-APPLICATION.
           MOVE SPACES                  TO APPLICATION-HISTORY-RECORD
           MOVE 'W'                         TO APH-SOURCE
           MOVE CUST-ID OF TRANS-REC        TO APH-CUST-ID
           MOVE WS-WO-SEQ-TBL (WS-WO-OLDEST-IDX) TO APH-ITEM-SEQ
           MOVE WS-WO-DATE-TBL (WS-WO-OLDEST-IDX) TO APH-ITEM-DATE
           MOVE WS-WO-RELIEF-DATE           TO APH-APPLIED-DATE
           MOVE WS-WO-RELIEF-DATE           TO APH-POSTED-DATE
           MOVE WS-WO-THIS-ITEM             TO APH-AMOUNT
           MOVE ZERO                        TO APH-DEPOSIT-NO
           MOVE 'WRITE-OFF'                 TO APH-REFERENCE
           WRITE APPLICATION-HISTORY-RECORD
           IF WS-APPLHIST-STATUS NOT = '00'
               MOVE 'WRITE ERROR: APPLHIST-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-APPLHIST-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2350-AUDIT-REACTIVATE-CUSTOMER.
           MOVE 'CUST-STATUS'              TO WS-AUDIT-FIELD-NAME
           MOVE CUST-STATUS OF WS-CUST-REC TO WS-AUDIT-OLD-VALUE
                                            TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
      * REASSIGN THE ACCOUNT OWNER, FULLY AUDITED. THE NEW OWNER IS    *
      * REQUIRED (AN 'O' THAT WOULD LEAVE THE ACCOUNT UNOWNED IS A     *
      * KEYING ERROR), MUST DIFFER FROM THE CURRENT ONE, AND MUST PASS *
      * THE SAME SALESPERSON-MASTER EDIT AN ADD OR UPDATE GETS.        *
      *---------------------------------------------------------------*
       2380-REASSIGN-OWNER.
           MOVE 'N'                         TO WS-TRANS-ERROR-SW
           IF CUST-OWNER-SLSP-ID OF TRANS-REC NOT NUMERIC
           OR CUST-OWNER-SLSP-ID OF TRANS-REC = ZERO
               MOVE 'E-OWNER'               TO WS-ERROR-CODE
               MOVE 'NEW ACCOUNT OWNER IS REQUIRED'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                     TO WS-TRANS-ERROR-SW
           ELSE
           IF CUST-OWNER-SLSP-ID OF WS-CUST-REC NUMERIC
          AND CUST-OWNER-SLSP-ID OF WS-CUST-REC
                  = CUST-OWNER-SLSP-ID OF TRANS-REC
               MOVE 'E-OWNER'               TO WS-ERROR-CODE
               MOVE 'ACCOUNT ALREADY OWNED BY THAT SALESPERSON'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                     TO WS-TRANS-ERROR-SW
           ELSE
           IF WS-SLSP-TABLE-COUNT > ZERO
               PERFORM 2770-VALIDATE-OWNER
           END-IF
           END-IF
           END-IF

           IF TRANS-IS-VALID
               MOVE WS-CUST-REC             TO CUST-MASTER-REC
               MOVE CUST-OWNER-SLSP-ID OF TRANS-REC
                            TO CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
               REWRITE CUST-MASTER-REC
               IF WS-CUST-MASTER-STATUS NOT = '00'
                   MOVE 'REWRITE ERROR: CUST-MASTER   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CUST-MASTER-STATUS
                                            TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-OWNER-COUNT
               PERFORM 2385-AUDIT-OWNER-CHANGE
           END-IF.

      *---------------------------------------------------------------*
      * ONE AUDIT RECORD FOR AN OWNER CHANGE. BOTH VALUES ARE WRITTEN  *
      * AS SIX DIGITS - AN ACCOUNT NEVER ASSIGNED (SPACES) AUDITS AS   *
      * 000000 - SO BACKOUT AND RECOVERY CAN MOVE THEM STRAIGHT BACK.  *
      *---------------------------------------------------------------*
       2385-AUDIT-OWNER-CHANGE.
           MOVE 'CUST-OWNER-SLSP-ID'        TO WS-AUDIT-FIELD-NAME
           MOVE ZERO                        TO WS-OWNER-EDIT
           IF CUST-OWNER-SLSP-ID OF WS-CUST-REC NUMERIC
               MOVE CUST-OWNER-SLSP-ID OF WS-CUST-REC
                                            TO WS-OWNER-EDIT
           END-IF
           MOVE WS-OWNER-EDIT               TO WS-AUDIT-OLD-VALUE
           MOVE CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                            TO WS-OWNER-EDIT
           MOVE WS-OWNER-EDIT               TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
      * GRANT, CHANGE, OR END A TEMPORARY CREDIT LIMIT. AN EXPIRY ON   *
      * THE TRANSACTION GRANTS (OR CHANGES) ONE; NONE ENDS IT.         *
      *---------------------------------------------------------------*
       2390-MAINTAIN-TEMP-LIMIT.
           PERFORM 2398-NORMALIZE-OLD-TEMP-FIELDS
           IF CUST-TEMP-EXPIRY OF TRANS-REC NUMERIC
          AND CUST-TEMP-EXPIRY OF TRANS-REC > ZERO
               PERFORM 2391-GRANT-TEMP-LIMIT
           ELSE
               PERFORM 2392-END-TEMP-LIMIT
           END-IF.

      *---------------------------------------------------------------*
      * THE EXPIRY MUST BE A PLAUSIBLE DATE AFTER THE BUSINESS DATE,   *
      * AND THE RAISED LIMIT MUST EXCEED THE PERMANENT ONE - WHICH IS  *
      * THE CURRENT LIMIT ON A FIRST GRANT, OR THE REMEMBERED BASE     *
      * WHEN A TEMPORARY LIMIT IS ALREADY IN FORCE. A RAISE LARGE      *
      * ENOUGH TO NEED A SECOND APPROVAL IS DIVERTED TO PENDING-FILE   *
      * AS A 'T', SO APPRVMGR'S RELEASE REPLAYS IT AS ONE.             *
      *---------------------------------------------------------------*
       2391-GRANT-TEMP-LIMIT.
           MOVE 'N'                         TO WS-TRANS-ERROR-SW
           PERFORM 1050-SET-BUSINESS-DATE
           IF BUSDATE-FOUND
               MOVE WS-BUSDATE-YYYYMMDD     TO WS-TEMP-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8)
                                            TO WS-TEMP-TODAY
           END-IF
           IF ACCOUNT-ON-TEMP-LIMIT
               MOVE WS-TEMP-OLD-BASE        TO WS-TEMP-BASE-LIMIT
           ELSE
               MOVE CUST-CREDIT-LIMIT OF WS-CUST-REC
                                            TO WS-TEMP-BASE-LIMIT
           END-IF

           IF CUST-TEMP-EXPIRY OF TRANS-REC (5:2) < '01'
           OR CUST-TEMP-EXPIRY OF TRANS-REC (5:2) > '12'
           OR CUST-TEMP-EXPIRY OF TRANS-REC (7:2) < '01'
           OR CUST-TEMP-EXPIRY OF TRANS-REC (7:2) > '31'
               MOVE 'E-TEMPLIM'             TO WS-ERROR-CODE
               MOVE 'TEMPORARY LIMIT EXPIRY IS NOT A VALID DATE'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                     TO WS-TRANS-ERROR-SW
           ELSE
           IF CUST-TEMP-EXPIRY OF TRANS-REC NOT > WS-TEMP-TODAY
               MOVE 'E-TEMPLIM'             TO WS-ERROR-CODE
               MOVE 'TEMPORARY LIMIT EXPIRY MUST BE AFTER TODAY'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                     TO WS-TRANS-ERROR-SW
           ELSE
           IF CUST-CREDIT-LIMIT OF TRANS-REC NOT NUMERIC
           OR CUST-CREDIT-LIMIT OF TRANS-REC NOT > WS-TEMP-BASE-LIMIT
               MOVE 'E-TEMPLIM'             TO WS-ERROR-CODE
               MOVE 'TEMPORARY LIMIT MUST EXCEED THE PERMANENT LIMIT'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                     TO WS-TRANS-ERROR-SW
           END-IF
           END-IF
           END-IF

           IF TRANS-IS-VALID
               PERFORM 2480-CHECK-LARGE-LIMIT-INCREASE
               IF NEEDS-APPROVAL
                   MOVE CUST-CREDIT-LIMIT OF WS-CUST-REC
                                            TO WS-PEND-OLD-AMOUNT
                   MOVE CUST-CREDIT-LIMIT OF TRANS-REC
                                            TO WS-PEND-NEW-AMOUNT
                   PERFORM 2490-DIVERT-TO-PENDING-APPROVAL
               ELSE
                   MOVE WS-CUST-REC         TO CUST-MASTER-REC
                   MOVE CUST-CREDIT-LIMIT OF TRANS-REC
                            TO CUST-CREDIT-LIMIT OF CUST-MASTER-REC
                   MOVE WS-TEMP-BASE-LIMIT
                            TO CUST-BASE-LIMIT OF CUST-MASTER-REC
                   MOVE CUST-TEMP-EXPIRY OF TRANS-REC
                            TO CUST-TEMP-EXPIRY OF CUST-MASTER-REC
                   PERFORM 2393-REWRITE-TEMP-LIMIT
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * PUT THE PERMANENT LIMIT BACK AND CLEAR THE TEMPORARY FIELDS.   *
      * NO APPROVAL IS NEEDED - THIS ONLY EVER RETURNS THE ACCOUNT TO  *
      * A LIMIT SOMEONE ALREADY APPROVED.                              *
      *---------------------------------------------------------------*
       2392-END-TEMP-LIMIT.
           IF NOT ACCOUNT-ON-TEMP-LIMIT
               MOVE 'E-TEMPLIM'             TO WS-ERROR-CODE
               MOVE 'NO TEMPORARY LIMIT IN FORCE TO END'
                                            TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           ELSE
               MOVE WS-CUST-REC             TO CUST-MASTER-REC
               MOVE WS-TEMP-OLD-BASE
                            TO CUST-CREDIT-LIMIT OF CUST-MASTER-REC
               MOVE ZERO    TO CUST-BASE-LIMIT OF CUST-MASTER-REC
               MOVE ZERO    TO CUST-TEMP-EXPIRY OF CUST-MASTER-REC
               PERFORM 2393-REWRITE-TEMP-LIMIT
           END-IF.

      *---------------------------------------------------------------*
      * REWRITE THE MASTER WITH THE LIMIT FIELDS ALREADY STAGED IN     *
      * CUST-MASTER-REC, THEN AUDIT WHICHEVER OF THE THREE CHANGED     *
      *---------------------------------------------------------------*
       2393-REWRITE-TEMP-LIMIT.
           REWRITE CUST-MASTER-REC
           IF WS-CUST-MASTER-STATUS NOT = '00'
               MOVE 'REWRITE ERROR: CUST-MASTER   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-TEMP-LIMIT-COUNT

           IF CUST-CREDIT-LIMIT OF WS-CUST-REC
              NOT = CUST-CREDIT-LIMIT OF CUST-MASTER-REC
               MOVE 'CUST-CREDIT-LIMIT'     TO WS-AUDIT-FIELD-NAME
               MOVE CUST-CREDIT-LIMIT OF WS-CUST-REC
                                            TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-AUDIT-OLD-VALUE
               MOVE CUST-CREDIT-LIMIT OF CUST-MASTER-REC
                                            TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF
           PERFORM 2395-AUDIT-TEMP-LIMIT-FIELDS.

      *---------------------------------------------------------------*
      * AUDIT THE BASE LIMIT AND EXPIRY WHERE THEY CHANGED. BOTH SIDES *
      * ARE NORMALIZED, SO A NEVER-TOUCHED RECORD'S SPACES AUDIT AS    *
      * ZERO AND BACKOUT AND RECOVERY CAN MOVE THEM STRAIGHT BACK.     *
      * SHARED BY THE 'T' PATH AND 2550 (AN UPDATE THAT MAKES A        *
      * TEMPORARY LIMIT PERMANENT CLEARS BOTH).                        *
      *---------------------------------------------------------------*
       2395-AUDIT-TEMP-LIMIT-FIELDS.
           MOVE ZERO                        TO WS-TEMP-NEW-BASE
           IF CUST-BASE-LIMIT OF CUST-MASTER-REC NUMERIC
               MOVE CUST-BASE-LIMIT OF CUST-MASTER-REC
                                            TO WS-TEMP-NEW-BASE
           END-IF
           MOVE ZERO                        TO WS-TEMP-NEW-EXPIRY
           IF CUST-TEMP-EXPIRY OF CUST-MASTER-REC NUMERIC
               MOVE CUST-TEMP-EXPIRY OF CUST-MASTER-REC
                                            TO WS-TEMP-NEW-EXPIRY
           END-IF

           IF WS-TEMP-OLD-BASE NOT = WS-TEMP-NEW-BASE
               MOVE 'CUST-BASE-LIMIT'       TO WS-AUDIT-FIELD-NAME
               MOVE WS-TEMP-OLD-BASE        TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-AUDIT-OLD-VALUE
               MOVE WS-TEMP-NEW-BASE        TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT    TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF

           IF WS-TEMP-OLD-EXPIRY NOT = WS-TEMP-NEW-EXPIRY
               MOVE 'CUST-TEMP-EXPIRY'      TO WS-AUDIT-FIELD-NAME
               MOVE WS-TEMP-OLD-EXPIRY      TO WS-AUDIT-OLD-VALUE
               MOVE WS-TEMP-NEW-EXPIRY      TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF.

      *---------------------------------------------------------------*
      * NORMALIZE THE MASTER'S CURRENT BASE LIMIT AND EXPIRY INTO      *
      * WS-TEMP-OLD-BASE/-EXPIRY AND SAY WHETHER A TEMPORARY LIMIT IS  *
      * IN FORCE - A NONZERO EXPIRY IS THE ONLY MARK OF ONE            *
      *---------------------------------------------------------------*
       2398-NORMALIZE-OLD-TEMP-FIELDS.
           MOVE ZERO                        TO WS-TEMP-OLD-BASE
           IF CUST-BASE-LIMIT OF WS-CUST-REC NUMERIC
               MOVE CUST-BASE-LIMIT OF WS-CUST-REC
                                            TO WS-TEMP-OLD-BASE
           END-IF
           MOVE ZERO                        TO WS-TEMP-OLD-EXPIRY
           IF CUST-TEMP-EXPIRY OF WS-CUST-REC NUMERIC
               MOVE CUST-TEMP-EXPIRY OF WS-CUST-REC
                                            TO WS-TEMP-OLD-EXPIRY
           END-IF
           IF WS-TEMP-OLD-EXPIRY > ZERO
               MOVE 'Y'                     TO WS-TEMP-SW
           ELSE
               MOVE 'N'                     TO WS-TEMP-SW
           END-IF.

      *---------------------------------------------------------------*
      * ADD NEW CUSTOMER TO THE INDEXED MASTER                         *
      * VALIDATE FIRST - ONLY WRITE IF ALL VALIDATIONS PASS           *
               IF CUST-DIVISION OF CUST-MASTER-REC = SPACES
                   MOVE '01'   TO CUST-DIVISION OF CUST-MASTER-REC
               END-IF
      *        AN ACCOUNT KEYED WITHOUT AN OWNER IS UNASSIGNED - ZERO,
      *        NOT SPACES, ON EVERY RECORD WRITTEN FROM HERE ON
               IF CUST-OWNER-SLSP-ID OF CUST-MASTER-REC NOT NUMERIC
                   MOVE ZERO   TO CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
               END-IF
      *        A NEW ACCOUNT'S LIMIT IS ALWAYS PERMANENT - A TEMPORARY
      *        ONE IS ONLY EVER GRANTED AFTERWARDS BY A 'T'
               MOVE ZERO       TO CUST-BASE-LIMIT OF CUST-MASTER-REC
               MOVE ZERO       TO CUST-TEMP-EXPIRY OF CUST-MASTER-REC
               WRITE CUST-MASTER-REC
               IF WS-CUST-MASTER-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: CUST-MASTER     FS='
           MOVE SPACES                     TO WS-AUDIT-OLD-VALUE
           MOVE CUST-DIVISION OF CUST-MASTER-REC
                                            TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT

           MOVE 'CUST-OWNER-SLSP-ID'       TO WS-AUDIT-FIELD-NAME
           MOVE SPACES                     TO WS-AUDIT-OLD-VALUE
           MOVE CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                            TO WS-OWNER-EDIT
           MOVE WS-OWNER-EDIT              TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT.

      *---------------------------------------------------------------*
                   MOVE CUST-CREDIT-LIMIT OF TRANS-REC
                                  TO CUST-CREDIT-LIMIT
                                                  OF CUST-MASTER-REC
      *            A LIMIT KEYED ON AN UPDATE IS A PERMANENT ONE - ON
      *            AN ACCOUNT RUNNING A TEMPORARY LIMIT IT REPLACES
      *            BOTH FIGURES AND CANCELS THE EXPIRY, SO LIMEXPR
      *            NEVER LATER "RESTORES" A BASE CREDIT HAS MOVED ON
      *            FROM. AN UPDATE LEAVING THE LIMIT ALONE (AN ADDRESS
      *            CHANGE) LEAVES THE TEMPORARY LIMIT RUNNING.
                   PERFORM 2398-NORMALIZE-OLD-TEMP-FIELDS
                   IF ACCOUNT-ON-TEMP-LIMIT
                  AND CUST-CREDIT-LIMIT OF TRANS-REC
                      NOT = CUST-CREDIT-LIMIT OF WS-CUST-REC
                       MOVE ZERO  TO CUST-BASE-LIMIT
                                                  OF CUST-MASTER-REC
                       MOVE ZERO  TO CUST-TEMP-EXPIRY
                                                  OF CUST-MASTER-REC
                   END-IF
                   MOVE CUST-CURRENCY-CODE OF TRANS-REC
                                  TO CUST-CURRENCY-CODE
                                                  OF CUST-MASTER-REC
                       MOVE 'P'   TO CUST-DELIVERY-PREF
                                                  OF CUST-MASTER-REC
                   END-IF
      *            AND THE ACCOUNT OWNER - SPACES OR ZERO LEAVES THE
      *            CURRENT OWNER IN PLACE; CLEARING AN OWNER IS NOT
      *            AN UPDATE'S JOB
                   IF CUST-OWNER-SLSP-ID OF TRANS-REC NUMERIC
                  AND CUST-OWNER-SLSP-ID OF TRANS-REC > ZERO
                       MOVE CUST-OWNER-SLSP-ID OF TRANS-REC
                                  TO CUST-OWNER-SLSP-ID
                                                  OF CUST-MASTER-REC
                   END-IF
                   IF CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                                  NOT NUMERIC
                       MOVE ZERO  TO CUST-OWNER-SLSP-ID
                                                  OF CUST-MASTER-REC
                   END-IF
                   MOVE '2'       TO CUST-RECORD-VERSION
                                                  OF CUST-MASTER-REC
                   REWRITE CUST-MASTER-REC
               MOVE CUST-DELIVERY-PREF OF CUST-MASTER-REC
                                           TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF

      *    AN UNASSIGNED ACCOUNT STILL CARRYING SPACES READS AS ZERO,
      *    SO THE ZERO 2500 STAMPS ON IT IS NOT AUDITED AS A CHANGE
           MOVE ZERO                       TO WS-OWNER-EDIT
           IF CUST-OWNER-SLSP-ID OF WS-CUST-REC NUMERIC
               MOVE CUST-OWNER-SLSP-ID OF WS-CUST-REC
                                           TO WS-OWNER-EDIT
           END-IF
           IF WS-OWNER-EDIT
              NOT = CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
               MOVE 'CUST-OWNER-SLSP-ID'   TO WS-AUDIT-FIELD-NAME
               MOVE WS-OWNER-EDIT          TO WS-AUDIT-OLD-VALUE
               MOVE CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                           TO WS-OWNER-EDIT
               MOVE WS-OWNER-EDIT          TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF

           PERFORM 2395-AUDIT-TEMP-LIMIT-FIELDS.

      *---------------------------------------------------------------*
      * DELETE EXISTING CUSTOMER FROM THE INDEXED MASTER               *
           MOVE CUST-DIVISION OF WS-CUST-REC
                                            TO WS-AUDIT-OLD-VALUE
           MOVE SPACES                     TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT

      *    AND THE OWNER, SO A REINSTATED ACCOUNT KEEPS ITS REP
           MOVE 'CUST-OWNER-SLSP-ID'       TO WS-AUDIT-FIELD-NAME
           MOVE ZERO                       TO WS-OWNER-EDIT
           IF CUST-OWNER-SLSP-ID OF WS-CUST-REC NUMERIC
               MOVE CUST-OWNER-SLSP-ID OF WS-CUST-REC
                                            TO WS-OWNER-EDIT
           END-IF
           MOVE WS-OWNER-EDIT              TO WS-AUDIT-OLD-VALUE
           MOVE SPACES                     TO WS-AUDIT-NEW-VALUE
           PERFORM 8100-LOG-AUDIT

      *    AND A TEMPORARY LIMIT'S BASE AND EXPIRY, SO A REINSTATED
      *    ACCOUNT STILL REVERTS ON THE RIGHT DATE
           PERFORM 2398-NORMALIZE-OLD-TEMP-FIELDS
           IF ACCOUNT-ON-TEMP-LIMIT
               MOVE 'CUST-BASE-LIMIT'      TO WS-AUDIT-FIELD-NAME
               MOVE WS-TEMP-OLD-BASE       TO WS-AUDIT-AMOUNT-EDIT
               MOVE WS-AUDIT-AMOUNT-EDIT   TO WS-AUDIT-OLD-VALUE
               MOVE SPACES                 TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT

               MOVE 'CUST-TEMP-EXPIRY'     TO WS-AUDIT-FIELD-NAME
               MOVE WS-TEMP-OLD-EXPIRY     TO WS-AUDIT-OLD-VALUE
               MOVE SPACES                 TO WS-AUDIT-NEW-VALUE
               PERFORM 8100-LOG-AUDIT
           END-IF.

      *---------------------------------------------------------------*
      * VALIDATE TRANSACTION DATA PRIOR TO ADD OR UPDATE              *
      *    EDIT ONLY RUNS WHEN THE POSTAL MASTER IS INSTALLED.
           IF WS-ZIP-TABLE-COUNT > ZERO
               PERFORM 2750-VALIDATE-ZIP-STATE
           END-IF

      *    CHECK 11: AN ACCOUNT OWNER, WHEN KEYED, MUST BE DIGITS, AND
      *    A NEWLY ASSIGNED ONE MUST BE AN ACTIVE SALESPERSON ON
      *    SLSPMAST. AN UPDATE CARRYING THE CURRENT OWNER IS NOT
      *    RE-EDITED, SO AN ADDRESS CHANGE ON AN ACCOUNT WHOSE REP HAS
      *    SINCE LEFT IS NOT REJECTED. THE MASTER EDIT ONLY RUNS WHEN
      *    SLSPMAST IS INSTALLED.
           IF CUST-OWNER-SLSP-ID OF TRANS-REC NOT = SPACES
          AND CUST-OWNER-SLSP-ID OF TRANS-REC NOT NUMERIC
               MOVE 'E-OWNER'              TO WS-ERROR-CODE
               MOVE 'ACCOUNT OWNER MUST BE A SALESPERSON NUMBER'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           ELSE
               IF CUST-OWNER-SLSP-ID OF TRANS-REC NUMERIC
              AND CUST-OWNER-SLSP-ID OF TRANS-REC > ZERO
              AND WS-SLSP-TABLE-COUNT > ZERO
                   IF TRANS-ADD
                   OR CUST-OWNER-SLSP-ID OF WS-CUST-REC NOT NUMERIC
                   OR CUST-OWNER-SLSP-ID OF WS-CUST-REC
                          NOT = CUST-OWNER-SLSP-ID OF TRANS-REC
                       PERFORM 2770-VALIDATE-OWNER
                   END-IF
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ACCOUNT-OWNER CROSS-CHECK AGAINST THE SALESPERSON MASTER - THE *
      * OWNER MUST BE ON FILE AND NOT TERMINATED.                      *
      *---------------------------------------------------------------*
       2770-VALIDATE-OWNER.
           MOVE 'N'                        TO WS-SLSP-FOUND-SW
           SET WS-SLSP-IDX                 TO 1
           PERFORM 2780-SEARCH-SLSP-TABLE
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
                  OR SLSP-FOUND

           IF NOT SLSP-FOUND
               MOVE 'E-OWNER'              TO WS-ERROR-CODE
               MOVE 'ACCOUNT OWNER IS NOT ON THE SALESPERSON MASTER'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               MOVE 'Y'                    TO WS-TRANS-ERROR-SW
           ELSE
               IF WS-SLSP-STATUS-TBL (WS-SLSP-IDX) NOT = 'A'
                   MOVE 'E-OWNER'          TO WS-ERROR-CODE
                   MOVE 'ACCOUNT OWNER IS NOT AN ACTIVE SALESPERSON'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
                   MOVE 'Y'                TO WS-TRANS-ERROR-SW
               END-IF
           END-IF.

       2780-SEARCH-SLSP-TABLE.
           IF WS-SLSP-ID-TBL (WS-SLSP-IDX)
                  = CUST-OWNER-SLSP-ID OF TRANS-REC
               MOVE 'Y'                    TO WS-SLSP-FOUND-SW
           ELSE
               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *---------------------------------------------------------------*
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE PENDING-FILE
           CLOSE OPENITEM-FILE
           CLOSE COMMPEND-FILE
           CLOSE APPLHIST-FILE.

      *---------------------------------------------------------------*
      * REBUILD CUSTMOUT AS A SEQUENTIAL SNAPSHOT OF THE INDEXED       *
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '    OPEN ITEMS RELIEVED: '
                  WS-WO-ITEMS-RELIEVED
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '    COMMISSIONS FORFEITED: '
                  WS-CPN-FORFEIT-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '  OWNER REASSIGNMENTS:  '
                  WS-OWNER-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '  TEMP LIMIT CHANGES:   '
                  WS-TEMP-LIMIT-COUNT
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           STRING '  PENDING APPROVALS:    '
                  WS-PENDING-COUNT
           DISPLAY '  DELETES:              ' WS-DELETE-COUNT
           DISPLAY '  REACTIVATIONS:        ' WS-REACTIVATE-COUNT
           DISPLAY '  WRITE-OFFS APPLIED:   ' WS-WRITEOFF-COUNT
           DISPLAY '    OPEN ITEMS RELIEVED: ' WS-WO-ITEMS-RELIEVED
           DISPLAY '    COMMISSIONS FORFEITED: ' WS-CPN-FORFEIT-COUNT
                   ' ' WS-CPN-FORFEIT-TOTAL
           DISPLAY '  DISPUTE CHANGES:      ' WS-DISPUTE-COUNT
           DISPLAY '  OWNER REASSIGNMENTS:  ' WS-OWNER-COUNT
           DISPLAY '  TEMP LIMIT CHANGES:   ' WS-TEMP-LIMIT-COUNT
           DISPLAY '  PENDING APPROVALS:    ' WS-PENDING-COUNT
           DISPLAY 'ERRORS DETECTED:        ' WS-ERROR-COUNT
           DISPLAY 'DUPLICATE NAME/ZIP WARNINGS: ' WS-WARNING-COUNT
