      *               LISTS EVERY CUSTOMER WHOSE CUST-BALANCE EXCEEDS  *
      *               THEIR CUST-CREDIT-LIMIT, SORTED DESCENDING BY    *
      *               THE AMOUNT OVER LIMIT, SO COLLECTIONS CAN WORK   *
      *               THE WORST EXPOSURES FIRST. A LIMIT THAT IS ONLY  *
      *               TEMPORARY SHOWS ITS EXPIRY DATE, SO COLLECTIONS  *
      *               SEES WHICH ACCOUNTS ARE ABOUT TO LOSE HEADROOM.  *
      * INPUT:        CUSTOMER MASTER SEQUENTIAL EXTRACT (CUSTMOUT -   *
      *               THE SAME CUST-MASTER-OUT FILE CUSTUPD PRODUCES   *
      *               EVERY RUN). READ THE EXTRACT THE SAME WAY        *
               10  WS-EXCP-OVER-TBL     PIC S9(8)V99 VALUE ZERO.
               10  WS-EXCP-CURR-TBL     PIC X(3)  VALUE SPACES.
               10  WS-EXCP-USDOVER-TBL  PIC S9(11)V99 VALUE ZERO.
               10  WS-EXCP-TEMP-TBL     PIC X(10) VALUE SPACES.

       01  WS-EXCEPTION-TABLE-FIELDS.
           05  WS-EXCP-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-SORT-TEMP-OVER        PIC S9(8)V99 VALUE ZERO.
           05  WS-SORT-TEMP-CURR        PIC X(3)  VALUE SPACES.
           05  WS-SORT-TEMP-USDOVER     PIC S9(11)V99 VALUE ZERO.
           05  WS-SORT-TEMP-EXPIRY      PIC X(10) VALUE SPACES.

       01  REPORT-BANNER-LINE.
           05  FILLER                   PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'AMOUNT OVER'.
           05  FILLER                   PIC X(4)  VALUE 'CUR'.
           05  FILLER                   PIC X(16) VALUE 'OVER (USD)'.
           05  FILLER                   PIC X(13) VALUE 'TEMP LIMIT TO'.

       01  REPORT-DETAIL-LINE.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-CURR                 PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-USDOVER-ED           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  DTL-TEMP-EXPIRY          PIC X(10).

       PROCEDURE DIVISION.

               PERFORM 1180-FIND-FX-RATE
               COMPUTE WS-EXCP-USDOVER-TBL (WS-EXCP-IDX) ROUNDED =
                       WS-EXCP-OVER-TBL (WS-EXCP-IDX) * WS-FX-RATE
      *        A TEMPORARY LIMIT PRINTS ITS EXPIRY; A PERMANENT ONE
      *        (ZERO OR SPACES) LEAVES THE COLUMN BLANK
               IF CUST-TEMP-EXPIRY OF CUST-IN-REC NUMERIC
              AND CUST-TEMP-EXPIRY OF CUST-IN-REC > ZERO
                   STRING CUST-TEMP-EXPIRY OF CUST-IN-REC (1:4) '-'
                          CUST-TEMP-EXPIRY OF CUST-IN-REC (5:2) '-'
                          CUST-TEMP-EXPIRY OF CUST-IN-REC (7:2)
                          DELIMITED SIZE
                          INTO WS-EXCP-TEMP-TBL (WS-EXCP-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
           MOVE WS-EXCP-OVER-TBL (WS-SORT-I)    TO WS-SORT-TEMP-OVER
           MOVE WS-EXCP-CURR-TBL (WS-SORT-I)    TO WS-SORT-TEMP-CURR
           MOVE WS-EXCP-USDOVER-TBL (WS-SORT-I) TO WS-SORT-TEMP-USDOVER
           MOVE WS-EXCP-TEMP-TBL (WS-SORT-I)    TO WS-SORT-TEMP-EXPIRY

           MOVE WS-EXCP-ID-TBL (WS-SORT-MAX-IDX)
                                     TO WS-EXCP-ID-TBL (WS-SORT-I)
                                     TO WS-EXCP-CURR-TBL (WS-SORT-I)
           MOVE WS-EXCP-USDOVER-TBL (WS-SORT-MAX-IDX)
                                     TO WS-EXCP-USDOVER-TBL (WS-SORT-I)
           MOVE WS-EXCP-TEMP-TBL (WS-SORT-MAX-IDX)
                                     TO WS-EXCP-TEMP-TBL (WS-SORT-I)

           MOVE WS-SORT-TEMP-ID     TO WS-EXCP-ID-TBL (WS-SORT-MAX-IDX)
           MOVE WS-SORT-TEMP-NAME
                                TO WS-EXCP-CURR-TBL (WS-SORT-MAX-IDX)
           MOVE WS-SORT-TEMP-USDOVER
                                TO WS-EXCP-USDOVER-TBL
                                                    (WS-SORT-MAX-IDX)
           MOVE WS-SORT-TEMP-EXPIRY
                                TO WS-EXCP-TEMP-TBL (WS-SORT-MAX-IDX).

      *----------------------------------------------------------------*
      * FINALIZE - PRINT THE SORTED EXCEPTION LIST, CLOSE FILES        *
           MOVE WS-EXCP-CURR-TBL (WS-EXCP-PRINT-SUB)    TO DTL-CURR
           MOVE WS-EXCP-USDOVER-TBL (WS-EXCP-PRINT-SUB)
                                                     TO DTL-USDOVER-ED
           MOVE WS-EXCP-TEMP-TBL (WS-EXCP-PRINT-SUB)
                                                     TO DTL-TEMP-EXPIRY

           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE

