      *               HAND - AND ONCE RAN THE SAME REGIONAL FILE TWO  *
      *               NIGHTS RUNNING, DOUBLING THAT REGION'S SALES,   *
      *               COMMISSIONS, AND HISTORY. THIS STEP MERGES UP   *
      *               TO FOUR REGIONAL FEEDS, AND THE RECURRING-      *
      *               BILLING FEED RECBILL WRITES, INTO THE ONE       *
      *               DATAIN FILE DATAVAL READS, VERIFYING EACH       *
      *               FEED'S HDR/TRL CONTROL RECORDS (RECORD COUNT    *
      *               AND AMOUNT HASH TOTAL) AGAINST ITS CONTENTS,    *
      *               AND REFUSING ANY FEED WHOSE ID/DATE IS ALREADY  *
      *               ON THE PERSISTENT BATCH REGISTRY - A DUPLICATE  *
      *               FILE STOPS AT THE FRONT DOOR.                   *
      *                                                                *
      *               THE RUN IS TWO PASSES. PASS ONE READS EVERY     *
      *               DUPLICATE THEREFORE LEAVES LAST NIGHT'S DATAIN  *
      *               AND THE REGISTRY EXACTLY AS THEY WERE, SO THE   *
      *               OPERATOR CAN PULL THE BAD FILE AND RERUN.       *
      *               EVERY FEED RECORD IS THE FULL 120-BYTE SALESREC *
      *               LAYOUT AND EACH DETAIL RECORD IS COPIED WHOLE,  *
      *               FREIGHT AND PROMOTION CODE INCLUDED.            *
      *                                                                *
      * INPUTS:       REGIONAL FEEDS (FEEDIN1 - FEEDIN4; AN ABSENT    *
      *               FEED IS SKIPPED)                                *
      *               RECURRING-BILLING FEED (FEEDIN5 - OPTIONAL)     *
      *               BATCH REGISTRY (FEEDREG, INDEXED -              *
      *               BOOTSTRAPPED EMPTY ON THE FIRST RUN)            *
      * OUTPUTS:      CONSOLIDATED RAW FEED (DATAIN) - DETAIL         *
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FEED-STATUS.

      *    THE CONTRACT CHARGES RECBILL BILLED TONIGHT - THE SAME
      *    HDR/DETAIL/TRL FEED AS A REGION'S, CHECKED THE SAME WAY
           SELECT FEED-FILE-5     ASSIGN TO FEEDIN5
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FEED-STATUS.

           SELECT CONSOL-FILE     ASSIGN TO DATAIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
       FD  FEED-FILE-1
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEED-RECORD-1                PIC X(120).

       FD  FEED-FILE-2
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEED-RECORD-2                PIC X(120).

       FD  FEED-FILE-3
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEED-RECORD-3                PIC X(120).

       FD  FEED-FILE-4
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEED-RECORD-4                PIC X(120).

       FD  FEED-FILE-5
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FEED-RECORD-5                PIC X(120).

       FD  CONSOL-FILE
           RECORDING MODE IS F
      * AND REGISTERS ONLY THE SLOTS MARKED VERIFIED                   *
      *---------------------------------------------------------------*
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 5 TIMES.
               10  WS-FT-VERIFIED-SW    PIC X.
               10  WS-FT-FEED-ID        PIC X(8).
               10  WS-FT-CREATE-DATE    PIC X(10).
      *        THE DIVISION THE FEED'S HEADER NAMED - STAMPED INTO
      *        EVERY DETAIL RECORD THE MERGE COPIES, SO THE ACQUIRED
      *        BOOK'S FEED CARRIES ITS '02' ALL THE WAY DOWNSTREAM.
      *        A HEADER WITHOUT ONE MEANS THE HOME BOOK, '01'; '**'
      *        (THE RECURRING-BILLING FEED, WHOSE CUSTOMERS SPAN THE
      *        BOOKS) LEAVES EACH DETAIL RECORD'S OWN DIVISION.
               10  WS-FT-DIVISION       PIC X(2).

      *---------------------------------------------------------------*
      * THE CURRENT FEED RECORD, OVERLAID AS CONTROL OR SALES DATA BY  *
      * ITS LEADING TYPE BYTES                                         *
      *---------------------------------------------------------------*
       01  WS-FEED-RECORD               PIC X(120) VALUE SPACES.
       COPY FEEDCTL REPLACING FEED-CONTROL-RECORD BY WS-FEED-CTL.
       COPY SALESREC REPLACING SALES-RECORD BY WS-FEED-SALES.

           PERFORM 1000-INITIALIZE

           MOVE 1                           TO WS-FEED-NUMBER
           PERFORM 2000-VERIFY-ONE-FEED 5 TIMES

           PERFORM 2700-CHECK-EXPECTED-FEEDS

           END-IF

           MOVE 1                           TO WS-FEED-NUMBER
           PERFORM 1100-CLEAR-FEED-ENTRY 5 TIMES

           MOVE 'SALES FEED CONSOLIDATION REPORT'
                                            TO WS-REPORT-LINE
               WHEN 2 OPEN INPUT FEED-FILE-2
               WHEN 3 OPEN INPUT FEED-FILE-3
               WHEN 4 OPEN INPUT FEED-FILE-4
               WHEN 5 OPEN INPUT FEED-FILE-5
           END-EVALUATE
           EVALUATE WS-FEED-STATUS
               WHEN '00'
               WHEN 2 CLOSE FEED-FILE-2
               WHEN 3 CLOSE FEED-FILE-3
               WHEN 4 CLOSE FEED-FILE-4
               WHEN 5 CLOSE FEED-FILE-5
           END-EVALUATE.

       2200-READ-FEED-RECORD.
                       NOT AT END
                           MOVE FEED-RECORD-4 TO WS-FEED-RECORD
                   END-READ
               WHEN 5
                   READ FEED-FILE-5
                       AT END MOVE 'Y'      TO WS-FEED-EOF-SW
                       NOT AT END
                           MOVE FEED-RECORD-5 TO WS-FEED-RECORD
                   END-READ
           END-EVALUATE
           IF NOT FEED-EOF
          AND WS-FEED-STATUS NOT = '00'
               AND WS-SCH-DOW-TBL (WS-SCH-CHK-SUB) = WS-RUN-DOW)
               MOVE 'N'                     TO WS-EXPECTED-FOUND-SW
               MOVE 1                       TO WS-FEED-NUMBER
               PERFORM 2760-MATCH-VERIFIED-FEED 5 TIMES
               IF NOT EXPECTED-FEED-FOUND
                   ADD 1                    TO WS-MISSING-FEEDS
                   MOVE SPACES              TO WS-REPORT-LINE
           END-IF

           MOVE 1                           TO WS-FEED-NUMBER
           PERFORM 3100-COPY-ONE-FEED 5 TIMES

           CLOSE CONSOL-FILE.

           ELSE
               MOVE WS-FEED-SALES           TO CONSOL-RECORD
      *        THE FEED SOURCE, NOT THE DETAIL RECORD, SAYS WHICH
      *        BOOK THE SALE BELONGS TO - UNLESS THE HEADER SAID '**',
      *        WHEN THE DETAIL'S OWN DIVISION STANDS (BLANK = '01')
               IF WS-FT-DIVISION (WS-FEED-NUMBER) = '**'
                   IF SR-DIVISION OF CONSOL-RECORD = SPACES
                       MOVE '01'            TO SR-DIVISION
                                               OF CONSOL-RECORD
                   END-IF
               ELSE
                   MOVE WS-FT-DIVISION (WS-FEED-NUMBER)
                                            TO SR-DIVISION
                                               OF CONSOL-RECORD
               END-IF
               WRITE CONSOL-RECORD
               IF WS-CONSOL-STATUS NOT = '00'
                   MOVE 'WRITE ERROR: CONSOL-FILE    FS='
      *---------------------------------------------------------------*
       4000-REGISTER-FEEDS.
           MOVE 1                           TO WS-FEED-NUMBER
           PERFORM 4100-REGISTER-ONE-FEED 5 TIMES.

       4100-REGISTER-ONE-FEED.
           IF WS-FT-VERIFIED-SW (WS-FEED-NUMBER) = 'Y'
