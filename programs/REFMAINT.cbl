      *               REPORTS EVERY CHANGE BEFORE/AFTER, AND REFUSES  *
      *               TO DEACTIVATE A REGION THAT APPEARED IN SALES   *
      *               (ARCHOUT HISTORY) WITHIN THE LAST N DAYS.       *
      *               THE PRODUCT CATEGORY MASTER (PRODCAT) IS KEPT   *
      *               HERE TOO, UNDER THE SAME RULES AND THE SAME     *
      *               CHANGE REPORT.                                  *
      *                                                                *
      * TRANSACTION LAYOUT (REFTRANS):                                *
      *   RTRN-FILE-ID  'P' = PRODMAST, 'R' = REGNMAST,               *
      *                 'C' = PRODCAT                                 *
      *   RTRN-ACTION   'A' = ADD, 'U' = UPDATE, 'X' = DEACTIVATE     *
      *                 (ON PRODCAT, 'X' REMOVES THE ASSIGNMENT)      *
      *   RTRN-CODE     THE PRODUCT OR REGION CODE                    *
      *   RTRN-DESC     DESCRIPTION (ADD/UPDATE) - ON PRODCAT, THE    *
      *                 CATEGORY IN BYTES 1-10 AND FAMILY IN 11-20    *
      *   RTRN-FLAG     ACTIVE FLAG FOR UPDATE (Y/N, SPACE = KEEP)    *
      *                                                                *
      * INPUTS:       MAINTENANCE TRANSACTIONS (REFTRANS)             *
      *               PRODUCT MASTER           (PRODMAST)             *
      *               REGION MASTER            (REGNMAST)             *
      *               PRODUCT CATEGORY MASTER  (PRODCAT) - OPTIONAL,  *
      *               CREATED BY THE FIRST RUN THAT ADDS TO IT        *
      *               SALES HISTORY            (ARCHOUT) - READ FOR   *
      *               EACH REGION'S LATEST SALE DATE                  *
      *               COMMAND-LINE PARM: THE DEACTIVATION QUIET       *
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REGION-STATUS.

           SELECT CATEGORY-FILE   ASSIGN TO PRODCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-CAT-STATUS.

           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05  RTRN-FILE-ID             PIC X(1).
               88  RTRN-FILE-PRODUCT            VALUE 'P'.
               88  RTRN-FILE-REGION             VALUE 'R'.
               88  RTRN-FILE-CATEGORY           VALUE 'C'.
           05  RTRN-ACTION              PIC X(1).
               88  RTRN-ACTION-ADD              VALUE 'A'.
               88  RTRN-ACTION-UPDATE           VALUE 'U'.
               88  RTRN-ACTION-DEACT            VALUE 'X'.
           05  RTRN-CODE                PIC X(10).
           05  RTRN-DESC                PIC X(30).
      *    CATEGORY TRANSACTIONS CARRY THE TWO GROUPING CODES IN THE
      *    DESCRIPTION BYTES. SPACES IN EITHER ON AN UPDATE MEANS
      *    "LEAVE AS IS"; BOTH ARE REQUIRED ON AN ADD.
           05  RTRN-CAT-FIELDS REDEFINES RTRN-DESC.
               10  RTRN-CATEGORY        PIC X(10).
               10  RTRN-FAMILY          PIC X(10).
               10  FILLER               PIC X(10).
           05  RTRN-FLAG                PIC X(1).
      *    UNIT LIST PRICE - PRODUCT TRANSACTIONS ONLY. SPACES MEANS
      *    "LEAVE AS IS" ON AN UPDATE AND "NO LIST PRICE" ON AN ADD.
           BLOCK CONTAINS 0 RECORDS.
       COPY REGNMAST.

       FD  CATEGORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY PRODCAT.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           05  WS-TRANS-STATUS          PIC XX VALUE SPACES.
           05  WS-PROD-STATUS           PIC XX VALUE SPACES.
           05  WS-REGION-STATUS         PIC XX VALUE SPACES.
           05  WS-CAT-STATUS            PIC XX VALUE SPACES.
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-ERROR-STATUS          PIC XX VALUE SPACES.
               88  PROD-EOF                     VALUE 'Y'.
           05  WS-REGION-EOF-SW         PIC X VALUE 'N'.
               88  REGION-EOF                   VALUE 'Y'.
           05  WS-CAT-EOF-SW            PIC X VALUE 'N'.
               88  CAT-EOF                      VALUE 'Y'.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-ENTRY-FOUND-SW        PIC X VALUE 'N'.
           05  WS-REGION-TABLE-MAX      PIC 9(05) VALUE 100.
           05  WS-REGION-TABLE-COUNT    PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * PRODUCT CATEGORY TABLE - SAME FULL-IMAGE APPROACH. A REMOVED   *
      * ASSIGNMENT IS BLANKED IN PLACE AND SKIPPED ON THE REWRITE.     *
      *---------------------------------------------------------------*
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-CAT-IDX
                                       WS-CAT-WRITE-SUB.
               10  WS-CAT-REC-TBL       PIC X(60) VALUE SPACES.

       01  WS-CAT-TABLE-FIELDS.
           05  WS-CAT-TABLE-MAX         PIC 9(05) VALUE 5000.
           05  WS-CAT-TABLE-COUNT       PIC 9(05) VALUE ZERO.

      *---------------------------------------------------------------*
      * WORKING COPIES OF ONE MASTER RECORD EACH, OVERLAID FROM THE    *
      * TABLE IMAGE SO FIELDS CAN BE REFERENCED BY NAME                *
      *---------------------------------------------------------------*
       COPY PRODMAST REPLACING PRODUCT-RECORD BY WS-PROD-REC.
       COPY REGNMAST REPLACING REGION-RECORD BY WS-REGION-REC.
       COPY PRODCAT REPLACING PRODUCT-CATEGORY-RECORD BY WS-CAT-REC.

      *---------------------------------------------------------------*
      * LATEST SALE DATE SEEN PER REGION IN THE ARCHOUT HISTORY -      *
           05  WS-CUTOFF-DATE           PIC X(10) VALUE SPACES.

       01  WS-RUN-DATE-NUM              PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                  PIC X(10) VALUE SPACES.

       01  WS-ERROR-FIELDS.
           05  WS-ERROR-CODE            PIC X(10) VALUE SPACES.
           PERFORM 1300-LOAD-REGION-TABLE
           CLOSE REGION-FILE

      *    NO CATEGORY MASTER YET (STATUS 35) IS NOT AN ERROR - THE
      *    TABLE STARTS EMPTY AND 3000 CREATES THE FILE
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM 1600-LOAD-CATEGORY-TABLE
               CLOSE CATEGORY-FILE
           ELSE
               IF WS-CAT-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CAT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           PERFORM 1400-LOAD-ACTIVITY-TABLE
           PERFORM 1500-SET-CUTOFF-DATE

           MOVE '-'                        TO WS-CUTOFF-DATE(8:1)
           MOVE WS-CUTOFF-YYYYMMDD(7:2)    TO WS-CUTOFF-DATE(9:2).

           MOVE WS-RUN-DATE-NUM(1:4)       TO WS-RUN-DATE(1:4)
           MOVE '-'                        TO WS-RUN-DATE(5:1)
           MOVE WS-RUN-DATE-NUM(5:2)       TO WS-RUN-DATE(6:2)
           MOVE '-'                        TO WS-RUN-DATE(8:1)
           MOVE WS-RUN-DATE-NUM(7:2)       TO WS-RUN-DATE(9:2).

       1600-LOAD-CATEGORY-TABLE.
           PERFORM 1610-READ-CATEGORY-RECORD
           PERFORM 1620-ADD-CATEGORY-TO-TABLE UNTIL CAT-EOF.

       1610-READ-CATEGORY-RECORD.
           READ CATEGORY-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SW
           END-READ

           IF NOT CAT-EOF AND WS-CAT-STATUS NOT = '00'
               MOVE 'READ FAILED: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CAT-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1620-ADD-CATEGORY-TO-TABLE.
           IF WS-CAT-TABLE-COUNT >= WS-CAT-TABLE-MAX
               MOVE 'CATEGORY TABLE FULL'  TO WS-ABEND-MSG(1:19)
               PERFORM 9900-FATAL-ERROR
           END-IF
           ADD 1                            TO WS-CAT-TABLE-COUNT
           SET WS-CAT-IDX                   TO WS-CAT-TABLE-COUNT
           MOVE PRODUCT-CATEGORY-RECORD TO WS-CAT-REC-TBL (WS-CAT-IDX)

           PERFORM 1610-READ-CATEGORY-RECORD.

      *---------------------------------------------------------------*
      * APPLY ONE MAINTENANCE TRANSACTION                              *
      *---------------------------------------------------------------*
                   PERFORM 2100-APPLY-PRODUCT-TRANS
               WHEN RTRN-FILE-REGION
                   PERFORM 2200-APPLY-REGION-TRANS
               WHEN RTRN-FILE-CATEGORY
                   PERFORM 2300-APPLY-CATEGORY-TRANS
               WHEN OTHER
                   MOVE 'R-FILEID'         TO WS-ERROR-CODE
                   MOVE 'FILE ID MUST BE P R OR C'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
           END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
      * APPLY ONE PRODUCT CATEGORY TRANSACTION. AN ASSIGNMENT MAY      *
      * ONLY BE ADDED FOR A PRODUCT THAT IS ON PRODMAST; AN UPDATE     *
      * REGROUPS IT; 'X' REMOVES IT SO THE PRODUCT REPORTS UNDER       *
      * UNASSIGNED UNTIL IT IS GIVEN A NEW ONE.                        *
      *---------------------------------------------------------------*
       2300-APPLY-CATEGORY-TRANS.
           PERFORM 2310-FIND-CATEGORY-ENTRY

           EVALUATE TRUE
               WHEN RTRN-ACTION-ADD
                   IF ENTRY-FOUND
                       MOVE 'R-CATDUP'     TO WS-ERROR-CODE
                       MOVE 'PRODUCT ALREADY HAS A CATEGORY ASSIGNED'
                                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                   ELSE
                       PERFORM 2320-ADD-CATEGORY
                   END-IF
               WHEN RTRN-ACTION-UPDATE
                   IF ENTRY-FOUND
                       PERFORM 2330-UPDATE-CATEGORY
                   ELSE
                       MOVE 'R-CATNF'      TO WS-ERROR-CODE
                       MOVE 'UPDATE FOR PRODUCT WITH NO CATEGORY'
                                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                   END-IF
               WHEN RTRN-ACTION-DEACT
                   IF ENTRY-FOUND
                       PERFORM 2340-REMOVE-CATEGORY
                   ELSE
                       MOVE 'R-CATNF'      TO WS-ERROR-CODE
                       MOVE 'REMOVE FOR PRODUCT WITH NO CATEGORY'
                                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-LOG-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'R-ACTION'         TO WS-ERROR-CODE
                   MOVE 'ACTION MUST BE A U OR X'
                                           TO WS-ERROR-MESSAGE
                   PERFORM 8000-LOG-ERROR
           END-EVALUATE.

       2310-FIND-CATEGORY-ENTRY.
           MOVE 'N'                        TO WS-ENTRY-FOUND-SW
           SET WS-CAT-IDX                  TO 1
           PERFORM 2315-SEARCH-CATEGORY-TABLE
               UNTIL WS-CAT-IDX > WS-CAT-TABLE-COUNT
                  OR ENTRY-FOUND.

       2315-SEARCH-CATEGORY-TABLE.
           MOVE WS-CAT-REC-TBL (WS-CAT-IDX) TO WS-CAT-REC
           IF PCAT-PROD-CODE OF WS-CAT-REC = RTRN-CODE
               MOVE 'Y'                    TO WS-ENTRY-FOUND-SW
           ELSE
               SET WS-CAT-IDX UP BY 1
           END-IF.

       2320-ADD-CATEGORY.
           IF RTRN-CATEGORY = SPACES OR RTRN-FAMILY = SPACES
               MOVE 'R-CATREQ'             TO WS-ERROR-CODE
               MOVE 'CATEGORY AND FAMILY ARE REQUIRED ON AN ADD'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM 2110-FIND-PRODUCT-ENTRY
           IF NOT ENTRY-FOUND
               MOVE 'R-CATPROD'            TO WS-ERROR-CODE
               MOVE 'PRODUCT CODE NOT ON PRODUCT MASTER'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-CAT-TABLE-COUNT >= WS-CAT-TABLE-MAX
               MOVE 'CATEGORY TABLE FULL'  TO WS-ABEND-MSG(1:19)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-CAT-REC
           MOVE RTRN-CODE                   TO PCAT-PROD-CODE
                                               OF WS-CAT-REC
           MOVE RTRN-CATEGORY               TO PCAT-CATEGORY
                                               OF WS-CAT-REC
           MOVE RTRN-FAMILY                 TO PCAT-FAMILY
                                               OF WS-CAT-REC
           MOVE WS-RUN-DATE                 TO PCAT-LAST-MAINT-DATE
                                               OF WS-CAT-REC
           ADD 1                            TO WS-CAT-TABLE-COUNT
           SET WS-CAT-IDX                   TO WS-CAT-TABLE-COUNT
           MOVE WS-CAT-REC TO WS-CAT-REC-TBL (WS-CAT-IDX)
           ADD 1                            TO WS-ADD-COUNT
           PERFORM 7700-REPORT-ADDED-CATEGORY.

       2330-UPDATE-CATEGORY.
           IF RTRN-CATEGORY = SPACES AND RTRN-FAMILY = SPACES
               MOVE 'R-CATREQ'             TO WS-ERROR-CODE
               MOVE 'UPDATE CARRIES NEITHER CATEGORY NOR FAMILY'
                                           TO WS-ERROR-MESSAGE
               PERFORM 8000-LOG-ERROR
           ELSE
               PERFORM 7800-REPORT-BEFORE-CATEGORY
               IF RTRN-CATEGORY NOT = SPACES
                   MOVE RTRN-CATEGORY       TO PCAT-CATEGORY
                                               OF WS-CAT-REC
               END-IF
               IF RTRN-FAMILY NOT = SPACES
                   MOVE RTRN-FAMILY         TO PCAT-FAMILY
                                               OF WS-CAT-REC
               END-IF
               MOVE WS-RUN-DATE             TO PCAT-LAST-MAINT-DATE
                                               OF WS-CAT-REC
               MOVE WS-CAT-REC TO WS-CAT-REC-TBL (WS-CAT-IDX)
               ADD 1                        TO WS-UPDATE-COUNT
               PERFORM 7900-REPORT-AFTER-CATEGORY
           END-IF.

       2340-REMOVE-CATEGORY.
           PERFORM 7800-REPORT-BEFORE-CATEGORY
           MOVE SPACES                      TO WS-CAT-REC-TBL
                                               (WS-CAT-IDX)
           ADD 1                            TO WS-DEACT-COUNT
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'REMOVED PRODCAT ' PCAT-PROD-CODE OF WS-CAT-REC
                  ' - NOW UNASSIGNED'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * FINALIZATION - REWRITE ALL THREE MASTERS WHOLE FROM THEIR      *
      * TABLES AND PRINT THE RUN SUMMARY                               *
      *---------------------------------------------------------------*
       3000-FINALIZE.
           OPEN OUTPUT PRODUCT-FILE
               UNTIL WS-REGION-WRITE-SUB > WS-REGION-TABLE-COUNT
           CLOSE REGION-FILE

           OPEN OUTPUT CATEGORY-FILE
           IF WS-CAT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: CATEGORY (OUT)  FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CAT-STATUS           TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           SET WS-CAT-WRITE-SUB             TO 1
           PERFORM 3300-WRITE-ONE-CATEGORY
               UNTIL WS-CAT-WRITE-SUB > WS-CAT-TABLE-COUNT
           CLOSE CATEGORY-FILE

           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           CLOSE ERROR-FILE
           END-IF
           SET WS-REGION-WRITE-SUB UP BY 1.

       3300-WRITE-ONE-CATEGORY.
           IF WS-CAT-REC-TBL (WS-CAT-WRITE-SUB) NOT = SPACES
               MOVE WS-CAT-REC-TBL (WS-CAT-WRITE-SUB)
                                            TO PRODUCT-CATEGORY-RECORD
               WRITE PRODUCT-CATEGORY-RECORD
               IF WS-CAT-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: CATEGORY-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CAT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF
           SET WS-CAT-WRITE-SUB UP BY 1.

      *---------------------------------------------------------------*
      * CHANGE REPORT LINES - ONE BEFORE AND ONE AFTER IMAGE PER       *
      * CHANGE, ONE ADDED LINE PER ADD                                 *
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       7700-REPORT-ADDED-CATEGORY.
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'ADDED   PRODCAT ' PCAT-PROD-CODE OF WS-CAT-REC
                  ' CATEGORY=' PCAT-CATEGORY OF WS-CAT-REC
                  ' FAMILY=' PCAT-FAMILY OF WS-CAT-REC
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       7800-REPORT-BEFORE-CATEGORY.
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'BEFORE  PRODCAT ' PCAT-PROD-CODE OF WS-CAT-REC
                  ' CATEGORY=' PCAT-CATEGORY OF WS-CAT-REC
                  ' FAMILY=' PCAT-FAMILY OF WS-CAT-REC
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       7900-REPORT-AFTER-CATEGORY.
           MOVE SPACES                      TO WS-REPORT-LINE
           STRING 'AFTER   PRODCAT ' PCAT-PROD-CODE OF WS-CAT-REC
                  ' CATEGORY=' PCAT-CATEGORY OF WS-CAT-REC
                  ' FAMILY=' PCAT-FAMILY OF WS-CAT-REC
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

      *---------------------------------------------------------------*
      * LOG ONE ERROR RECORD TO THE SHARED ERROR FILE                  *
      *---------------------------------------------------------------*
