      * DESCRIPTION:  ONE-TIME SALES RECORD REFORMAT UTILITY           *
      *               CONVERTS SALES FILES AND ARCHOUT HISTORY FILES   *
      *               WRITTEN IN OLDER SALESREC LAYOUTS TO THE         *
      *               CURRENT 120-BYTE LAYOUT, FILLING THE FIELDS THE  *
      *               OLD LAYOUT NEVER CARRIED: SR-CUST-ID ZERO        *
      *               (HISTORY PREDATES THE CUSTOMER TIE-IN),          *
      *               SR-DIVISION '01' (EVERYTHING BEFORE THE          *
      *               ACQUISITION BELONGS TO THE HOME BOOK),           *
      *               SR-INVOICE-NO SPACES (HISTORY PREDATES           *
      *               INVOICING), AND THE VERSION BYTE STAMPED '3'.    *
      *               ARCHIVE HISTORY                                  *
      *               MODES ALSO SUPPLY THE CYCLE NUMBER ('01')        *
      *               WHERE THE OLD PREFIX LACKED ONE.                 *
      * INPUTS:       FILE TO CONVERT (REFMIN)                         *
      *                 ARCH3  - REFMIN IS A 100-BYTE ARCHOUT          *
      *                          HISTORY (DATE + CYCLE PREFIX,         *
      *                          88-BYTE SALES DATA)                   *
      *                 SALES3 - REFMIN IS A 90-BYTE SALES FILE        *
      *                          (PRE-INVOICE-NUMBER LAYOUT)           *
      *                 ARCH4  - REFMIN IS A 102-BYTE ARCHOUT          *
      *                          HISTORY (DATE + CYCLE PREFIX,         *
      *                          90-BYTE SALES DATA)                   *
      * OUTPUT:       CONVERTED FILE (REFMOUT) IN THE CURRENT LAYOUT   *
      *               - THE OPERATOR RENAMES IT OVER THE ORIGINAL      *
      *               AFTER THE RECORD COUNTS BELOW ARE VERIFIED.      *
      *               A CONVERTED ARCHOUT HISTORY IS FOLLOWED BY       *
      *               ARCHRETN REBUILD SO THE KEYED HISTORY INDEX      *
      *               (ARCHIDX) MATCHES THE RENAMED FILE.              *
      *               ONLY THE PAIR OF FILES FOR THE REQUESTED MODE    *
      *               IS EVER OPENED, SO THE TWO SELECTS SHARING EACH  *
      *               ASSIGN NAME NEVER COLLIDE.                       *
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OLD-STATUS.

           SELECT OLD-SALES3-FILE ASSIGN TO REFMIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OLD-STATUS.

           SELECT OLD-ARCH4-FILE ASSIGN TO REFMIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-SALES-FILE ASSIGN TO REFMOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
           05  OLD-ARCH3-CYCLE          PIC X(2).
           05  OLD-ARCH3-SALES-DATA     PIC X(88).

       FD  OLD-SALES3-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OLD-SALES3-RECORD            PIC X(90).

       FD  OLD-ARCH4-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OLD-ARCH4-RECORD.
           05  OLD-ARCH4-DATE           PIC X(10).
           05  OLD-ARCH4-CYCLE          PIC X(2).
           05  OLD-ARCH4-SALES-DATA     PIC X(90).

       FD  NEW-SALES-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
               88  ACTION-IS-ARCH               VALUE 'ARCH'.
               88  ACTION-IS-ARCH2              VALUE 'ARCH2'.
               88  ACTION-IS-ARCH3              VALUE 'ARCH3'.
               88  ACTION-IS-SALES3             VALUE 'SALES3'.
               88  ACTION-IS-ARCH4              VALUE 'ARCH4'.
               88  ACTION-KNOWN                 VALUES 'SALES'
                                                       'SALES2'
                                                       'SALES3'
                                                       'ARCH'
                                                       'ARCH2'
                                                       'ARCH3'
                                                       'ARCH4'.
               88  ACTION-IS-ARCHIVE-KIND       VALUES 'ARCH'
                                                       'ARCH2'
                                                       'ARCH3'
                                                       'ARCH4'.

      *----------------------------------------------------------------*
      * OLD SALES DATA STAGING AREA - THE ARCH MODE UNPACKS ITS        *
           IF NOT ACTION-KNOWN
               DISPLAY 'USAGE: SALESRFM SALES'
               DISPLAY '       SALESRFM SALES2'
               DISPLAY '       SALESRFM SALES3'
               DISPLAY '       SALESRFM ARCH'
               DISPLAY '       SALESRFM ARCH2'
               DISPLAY '       SALESRFM ARCH3'
               DISPLAY '       SALESRFM ARCH4'
               MOVE 16                      TO RETURN-CODE
               STOP RUN
           END-IF
                   OPEN INPUT OLD-ARCH2-FILE
               WHEN ACTION-IS-ARCH3
                   OPEN INPUT OLD-ARCH3-FILE
               WHEN ACTION-IS-SALES3
                   OPEN INPUT OLD-SALES3-FILE
               WHEN ACTION-IS-ARCH4
                   OPEN INPUT OLD-ARCH4-FILE
           END-EVALUATE
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REFMIN           FS='
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                   END-READ
               WHEN ACTION-IS-SALES3
                   READ OLD-SALES3-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                   END-READ
               WHEN ACTION-IS-ARCH4
                   READ OLD-ARCH4-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                   END-READ
           END-EVALUATE

           IF NOT END-OF-FILE AND WS-OLD-STATUS NOT = '00'
               WHEN ACTION-IS-SALES2
                   MOVE OLD-SALES2-RECORD   TO NEW-SALES-RECORD
                   MOVE '01'    TO SR-DIVISION OF NEW-SALES-RECORD
                   MOVE '3'
                         TO SR-RECORD-VERSION OF NEW-SALES-RECORD
                   WRITE NEW-SALES-RECORD
      *        A 90-BYTE RECORD IS THE CURRENT LAYOUT SHORT OF THE
      *        INVOICE NUMBER - THE WHOLE-RECORD MOVE SPACE-FILLS IT,
      *        AND ONLY THE VERSION STAMP CHANGES
               WHEN ACTION-IS-SALES3
                   MOVE OLD-SALES3-RECORD   TO NEW-SALES-RECORD
                   MOVE '3'
                         TO SR-RECORD-VERSION OF NEW-SALES-RECORD
                   WRITE NEW-SALES-RECORD
               WHEN ACTION-IS-ARCH
                                               OF NEW-ARCHIVE-RECORD
                   MOVE '01'
                          TO SR-DIVISION OF NEW-ARCHIVE-RECORD
                   MOVE '3'
                          TO SR-RECORD-VERSION OF NEW-ARCHIVE-RECORD
                   WRITE NEW-ARCHIVE-RECORD
               WHEN ACTION-IS-ARCH3
                                               OF NEW-ARCHIVE-RECORD
                   MOVE '01'
                          TO SR-DIVISION OF NEW-ARCHIVE-RECORD
                   MOVE '3'
                          TO SR-RECORD-VERSION OF NEW-ARCHIVE-RECORD
                   WRITE NEW-ARCHIVE-RECORD
               WHEN ACTION-IS-ARCH4
                   MOVE OLD-ARCH4-DATE      TO ARCH-DATE
                                               OF NEW-ARCHIVE-RECORD
                   MOVE OLD-ARCH4-CYCLE     TO ARCH-CYCLE
                                               OF NEW-ARCHIVE-RECORD
                   MOVE OLD-ARCH4-SALES-DATA
                                            TO ARCH-SALES-DATA
                                               OF NEW-ARCHIVE-RECORD
                   MOVE '3'
                          TO SR-RECORD-VERSION OF NEW-ARCHIVE-RECORD
                   WRITE NEW-ARCHIVE-RECORD
           END-EVALUATE
      * ACCOUNT EDIT TREATS AS "NOT SUPPLIED".                         *
      *----------------------------------------------------------------*
       2100-BUILD-NEW-SALES-DATA.
           MOVE SPACES   TO WS-NEW-SALES-DATA
           MOVE WS-OLD-SALESPERSON-ID
                         TO SR-SALESPERSON-ID OF WS-NEW-SALES-DATA
           MOVE WS-OLD-SALESPERSON-NAME
                         TO SR-TRANSACTION-TYPE OF WS-NEW-SALES-DATA
           MOVE ZERO     TO SR-CUST-ID OF WS-NEW-SALES-DATA
           MOVE '01'     TO SR-DIVISION OF WS-NEW-SALES-DATA
           MOVE '3'      TO SR-RECORD-VERSION OF WS-NEW-SALES-DATA.

      *----------------------------------------------------------------*
      * FINALIZATION                                                   *
                   CLOSE OLD-ARCH2-FILE
               WHEN ACTION-IS-ARCH3
                   CLOSE OLD-ARCH3-FILE
               WHEN ACTION-IS-SALES3
                   CLOSE OLD-SALES3-FILE
               WHEN ACTION-IS-ARCH4
                   CLOSE OLD-ARCH4-FILE
           END-EVALUATE
           IF ACTION-IS-ARCHIVE-KIND
               CLOSE NEW-ARCH-FILE
