      *****************************************************************
      * PROGRAM NAME: FRTRCVRY                                        *
      * DESCRIPTION:  FREIGHT RECOVERY REPORT                         *
      *               SETS THE FREIGHT AND HANDLING WE BILLED OUR     *
      *               CUSTOMERS (SR-FREIGHT-AMOUNT ON THE ARCHIVED    *
      *               SALES) AGAINST WHAT THE CARRIERS BILLED US FOR  *
      *               THE SAME SHIPMENTS (FRTCOST), INVOICE BY        *
      *               INVOICE, FOR ONE MONTH. AN INVOICE IS REPORTED  *
      *               WHEN ITS SALE OR ITS CARRIER BILL IS DATED IN   *
      *               THE MONTH, AND EVERYTHING ON FILE FOR IT IS     *
      *               TAKEN IN. EACH LINE SHOWS WHAT WAS BILLED, WHAT *
      *               IT COST, THE DIFFERENCE AND THE PERCENT         *
      *               RECOVERED, FLAGGED:                             *
      *                 NOT BILLED       CARRIER COST, NO FREIGHT     *
      *                                  BILLED TO THE CUSTOMER       *
      *                 NO CARRIER BILL  FREIGHT BILLED, NO COST ON   *
      *                                  FILE YET                     *
      *                 UNDER-RECOVERED  BILLED LESS THAN IT COST     *
      *               CARRIER BILLS WITH NO INVOICE NUMBER ARE        *
      *               UNALLOCATED SPEND, AND FREIGHT REFUNDED ON      *
      *               RETURNS IS SHOWN SEPARATELY; BOTH COUNT IN THE  *
      *               MONTH'S TOTALS. RUN ON DEMAND. THE COMMAND-LINE *
      *               PARM (THE GNUCOBOL STAND-IN FOR A JCL PARM) IS  *
      *               THE MONTH AS YYYY-MM; LEFT BLANK, THE MONTH OF  *
      *               THE BUSINESS DATE IS REPORTED.                  *
      *                                                               *
      * INPUTS:       SALES ARCHIVE         (ARCHOUT)                 *
      *               CARRIER FREIGHT BILLS (FRTCOST  - OPTIONAL)     *
      *               BUSINESS DATE CONTROL (BUSDATE  - OPTIONAL)     *
      * OUTPUTS:      FREIGHT RECOVERY REPORT (FRTRPT)                *
      *               SORTED FREIGHT WORK FILE (FRTSRT)               *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                               *
      * RETURN CODES: 0  REPORT PRINTED                               *
      *               16 FATAL ERROR (INCLUDING A BAD MONTH PARM)     *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   ARCHREC  - SALES ARCHIVE RECORD                             *
      *   FRTCOST  - CARRIER FREIGHT BILL RECORD (80 BYTES)           *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTRCVRY.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE    ASSIGN TO ARCHOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-ARCHIVE-STATUS.

      *    CARRIER FREIGHT BILLS - A MISSING FILE REPORTS EVERY
      *    INVOICE AS HAVING NO CARRIER BILL
           SELECT FRTCOST-FILE    ASSIGN TO FRTCOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-FRTCOST-STATUS.

      *    SORT WORK FILE AND ITS SORTED OUTPUT - THE BILLED FREIGHT
      *    AND THE CARRIER COSTS COME BACK TOGETHER BY INVOICE, THE
      *    BILLED SIDE FIRST
           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT SORTED-FILE     ASSIGN TO FRTSRT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SORTED-STATUS.

           SELECT REPORT-FILE     ASSIGN TO FRTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-REPORT-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - THE DEFAULT MONTH AND THE AS-OF
      *    DATE ON THE REPORT. A MISSING FILE FALLS BACK TO THE
      *    SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ARCHREC.

       FD  FRTCOST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY FRTCOST.

      *----------------------------------------------------------------*
      * ONE SIDE OF AN INVOICE'S FREIGHT - 'B' WHAT WE BILLED ON A     *
      * SALE, 'C' WHAT A CARRIER BILLED US - AND WHETHER IT IS DATED   *
      * IN THE MONTH BEING REPORTED                                    *
      *----------------------------------------------------------------*
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-INVOICE-NO          PIC X(10).
           05  SORT-SIDE                PIC X(1).
           05  SORT-CUST-ID             PIC 9(6).
           05  SORT-DATE                PIC X(10).
           05  SORT-CARRIER-CODE        PIC X(10).
           05  SORT-AMOUNT              PIC 9(6)V99.
           05  SORT-IN-PERIOD           PIC X(1).

       FD  SORTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SORTED-RECORD.
           05  SORTED-INVOICE-NO        PIC X(10).
           05  SORTED-SIDE              PIC X(1).
               88  SORTED-BILLED                VALUE 'B'.
               88  SORTED-CARRIER-COST          VALUE 'C'.
           05  SORTED-CUST-ID           PIC 9(6).
           05  SORTED-DATE              PIC X(10).
           05  SORTED-CARRIER-CODE      PIC X(10).
           05  SORTED-AMOUNT            PIC 9(6)V99.
           05  SORTED-IN-PERIOD         PIC X(1).
               88  SORTED-IS-IN-PERIOD          VALUE 'Y'.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                  PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RUNLOGRC.

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

      *----------------------------------------------------------------*
      * RUN-LOG STAGING - THE START TIMESTAMP IS CAPTURED AT THE TOP   *
      * OF THE RUN SO THE LOGGED DURATION COVERS THE WHOLE STEP        *
      *----------------------------------------------------------------*
       01  WS-RUNLOG-FIELDS.
           05  WS-RUNLOG-STATUS         PIC XX VALUE SPACES.
           05  WS-RL-START-TS           PIC X(26) VALUE SPACES.

       01  WS-FILE-STATUS.
           05  WS-ARCHIVE-STATUS        PIC XX VALUE SPACES.
           05  WS-FRTCOST-STATUS        PIC XX VALUE SPACES.
           05  WS-SORTED-STATUS         PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-SCAN-EOF-SW           PIC X VALUE 'N'.
               88  SCAN-EOF                     VALUE 'Y'.
           05  WS-SORTED-EOF-SW         PIC X VALUE 'N'.
               88  SORTED-EOF                   VALUE 'Y'.
           05  WS-FRTCOST-PRESENT-SW    PIC X VALUE 'N'.
               88  FRTCOST-PRESENT              VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE MONTH REPORTED, FROM THE PARM OR THE BUSINESS DATE         *
      *----------------------------------------------------------------*
       01  WS-PERIOD-FIELDS.
           05  WS-RUN-PARM              PIC X(40) VALUE SPACES.
           05  WS-PERIOD                PIC X(07) VALUE SPACES.
           05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10  WS-PERIOD-YEAR       PIC X(04).
               10  WS-PERIOD-DASH       PIC X(01).
               10  WS-PERIOD-MONTH      PIC X(02).

      *----------------------------------------------------------------*
      * THE INVOICE BEING ACCUMULATED FROM THE SORTED FILE             *
      *----------------------------------------------------------------*
       01  WS-INVOICE-FIELDS.
           05  WS-CURR-INVOICE-NO       PIC X(10) VALUE SPACES.
           05  WS-INV-CUST-ID           PIC 9(6)  VALUE ZERO.
           05  WS-INV-DATE              PIC X(10) VALUE SPACES.
           05  WS-INV-CARRIER-CODE      PIC X(10) VALUE SPACES.
           05  WS-INV-BILLED            PIC 9(9)V99 VALUE ZERO.
           05  WS-INV-COST              PIC 9(9)V99 VALUE ZERO.
           05  WS-INV-RECOVERED         PIC S9(9)V99 VALUE ZERO.
           05  WS-INV-PCT               PIC 9(5)V9 VALUE ZERO.
           05  WS-INV-IN-PERIOD-SW      PIC X VALUE 'N'.
               88  INV-IN-PERIOD                VALUE 'Y'.
           05  WS-INV-FLAG              PIC X(16) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-TOTAL-BILLED          PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-COST            PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-UNALLOCATED     PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-REFUNDED        PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-SPENT           PIC 9(11)V99 VALUE ZERO.
           05  WS-TOTAL-NET-BILLED      PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-RECOVERED       PIC S9(11)V99 VALUE ZERO.
           05  WS-TOTAL-PCT             PIC 9(5)V9 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ARCHIVE-READ          PIC 9(9) VALUE ZERO.
           05  WS-FRTCOST-READ          PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-RELEASED      PIC 9(9) VALUE ZERO.
           05  WS-INVOICES-PRINTED      PIC 9(7) VALUE ZERO.
           05  WS-NOT-BILLED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-NO-BILL-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-UNDER-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-UNALLOCATED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-REFUND-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-REPORT-OUT            PIC X(132) VALUE SPACES.
           05  WS-AMOUNT-EDIT           PIC $$$,$$$,$$9.99-.
           05  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
           05  WS-PCT-EDIT              PIC ZZZZ9.9.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(12) VALUE 'INVOICE'.
           05  FILLER                   PIC X(08) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(12) VALUE 'DATE'.
           05  FILLER                   PIC X(11) VALUE 'CARRIER'.
           05  FILLER                   PIC X(16) VALUE
               '          BILLED'.
           05  FILLER                   PIC X(16) VALUE
               '            COST'.
           05  FILLER                   PIC X(16) VALUE
               '       RECOVERED'.
           05  FILLER                   PIC X(08) VALUE
               '     PCT'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE 'FLAG'.
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-INVOICE-NO           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CUST-ID              PIC 9(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-DATE                 PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  DTL-CARRIER-CODE         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-BILLED               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-COST                 PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-RECOVERED            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  DTL-PCT                  PIC X(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  DTL-FLAG                 PIC X(16).
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC - BRING BOTH SIDES OF EVERY INVOICE'S    *
      * FREIGHT TOGETHER IN THE SORT, THEN PRINT INVOICE BY INVOICE    *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE

           SORT SORT-FILE
                ON ASCENDING KEY SORT-INVOICE-NO SORT-SIDE
                INPUT PROCEDURE 2000-GATHER-FREIGHT
                GIVING SORTED-FILE
           IF SORT-RETURN NOT = ZERO
               MOVE 'SORT OF FREIGHT RECORDS FAILED'
                                            TO WS-ABEND-MSG(1:30)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 5000-PRINT-REPORT
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE, THE MONTH TO REPORT AND    *
      * THE REPORT FILE                                                *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
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

           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-RUN-PARM)  TO WS-PERIOD
           IF WS-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE(1:7)   TO WS-PERIOD
           END-IF
           IF WS-PERIOD-YEAR NOT NUMERIC
              OR WS-PERIOD-DASH NOT = '-'
              OR WS-PERIOD-MONTH NOT NUMERIC
              OR WS-PERIOD-MONTH < '01'
              OR WS-PERIOD-MONTH > '12'
               MOVE 'MONTH PARM IS NOT YYYY-MM:'
                                            TO WS-ABEND-MSG(1:27)
               MOVE WS-RUN-PARM             TO WS-ABEND-MSG(28:40)
               PERFORM 9900-FATAL-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * THE SORT'S INPUT PROCEDURE - THE FREIGHT BILLED ON THE SALES   *
      * ARCHIVE, THEN THE CARRIERS' BILLS                              *
      *----------------------------------------------------------------*
       2000-GATHER-FREIGHT.
           PERFORM 2100-GATHER-BILLED-FREIGHT
           PERFORM 2200-GATHER-CARRIER-COSTS.

      *----------------------------------------------------------------*
      * EVERY ARCHIVED SALE THAT BILLED FREIGHT IS RELEASED, WHATEVER  *
      * ITS DATE, SO AN INVOICE WHOSE CARRIER BILL ARRIVED A MONTH     *
      * LATE STILL FINDS ITS BILLED SIDE. FREIGHT REFUNDED ON A RETURN *
      * DATED IN THE MONTH IS TOTALLED ON ITS OWN.                     *
      *----------------------------------------------------------------*
       2100-GATHER-BILLED-FREIGHT.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCHIVE-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2110-READ-ARCHIVE
           PERFORM 2120-CHECK-ONE-SALE UNTIL SCAN-EOF
           CLOSE ARCHIVE-FILE.

       2110-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-ARCHIVE-READ
           END-READ
           IF NOT SCAN-EOF AND WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCHIVE-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIVE-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2120-CHECK-ONE-SALE.
           IF SR-FREIGHT-AMOUNT OF ARCH-SALES-DATA NOT NUMERIC
               PERFORM 2110-READ-ARCHIVE
               EXIT PARAGRAPH
           END-IF
           IF SR-FREIGHT-AMOUNT OF ARCH-SALES-DATA = ZERO
               PERFORM 2110-READ-ARCHIVE
               EXIT PARAGRAPH
           END-IF

           IF SR-TRANS-RETURN OF ARCH-SALES-DATA
               IF SR-SALE-DATE OF ARCH-SALES-DATA(1:7) = WS-PERIOD
                   ADD SR-FREIGHT-AMOUNT OF ARCH-SALES-DATA
                                            TO WS-TOTAL-REFUNDED
                   ADD 1                    TO WS-REFUND-COUNT
               END-IF
           ELSE
               MOVE SR-INVOICE-NO OF ARCH-SALES-DATA
                                            TO SORT-INVOICE-NO
               MOVE 'B'                     TO SORT-SIDE
               MOVE SR-CUST-ID OF ARCH-SALES-DATA
                                            TO SORT-CUST-ID
               MOVE SR-SALE-DATE OF ARCH-SALES-DATA
                                            TO SORT-DATE
               MOVE SPACES                  TO SORT-CARRIER-CODE
               MOVE SR-FREIGHT-AMOUNT OF ARCH-SALES-DATA
                                            TO SORT-AMOUNT
               MOVE 'N'                     TO SORT-IN-PERIOD
               IF SR-SALE-DATE OF ARCH-SALES-DATA(1:7) = WS-PERIOD
                   MOVE 'Y'                 TO SORT-IN-PERIOD
               END-IF
               RELEASE SORT-RECORD
               ADD 1                        TO WS-RECORDS-RELEASED
           END-IF

           PERFORM 2110-READ-ARCHIVE.

      *----------------------------------------------------------------*
      * EVERY CARRIER BILL IS RELEASED AGAINST ITS INVOICE. ONE WITH   *
      * NO INVOICE NUMBER IS UNALLOCATED SPEND FOR ITS SHIP MONTH.     *
      *----------------------------------------------------------------*
       2200-GATHER-CARRIER-COSTS.
           OPEN INPUT FRTCOST-FILE
           IF WS-FRTCOST-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-FRTCOST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: FRTCOST-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FRTCOST-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE 'Y'                         TO WS-FRTCOST-PRESENT-SW

           MOVE 'N'                         TO WS-SCAN-EOF-SW
           PERFORM 2210-READ-FRTCOST
           PERFORM 2220-CHECK-ONE-COST UNTIL SCAN-EOF
           CLOSE FRTCOST-FILE.

       2210-READ-FRTCOST.
           READ FRTCOST-FILE
               AT END
                   MOVE 'Y'                 TO WS-SCAN-EOF-SW
               NOT AT END
                   ADD 1                    TO WS-FRTCOST-READ
           END-READ
           IF NOT SCAN-EOF AND WS-FRTCOST-STATUS NOT = '00'
               MOVE 'READ FAILED: FRTCOST-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-FRTCOST-STATUS       TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       2220-CHECK-ONE-COST.
           IF FRT-COST-AMOUNT NOT NUMERIC
               PERFORM 2210-READ-FRTCOST
               EXIT PARAGRAPH
           END-IF

           IF FRT-INVOICE-NO = SPACES
               IF FRT-SHIP-DATE(1:7) = WS-PERIOD
                   ADD FRT-COST-AMOUNT      TO WS-TOTAL-UNALLOCATED
                   ADD 1                    TO WS-UNALLOCATED-COUNT
               END-IF
           ELSE
               MOVE FRT-INVOICE-NO          TO SORT-INVOICE-NO
               MOVE 'C'                     TO SORT-SIDE
               MOVE ZERO                    TO SORT-CUST-ID
               IF FRT-CUST-ID NUMERIC
                   MOVE FRT-CUST-ID         TO SORT-CUST-ID
               END-IF
               MOVE FRT-SHIP-DATE           TO SORT-DATE
               MOVE FRT-CARRIER-CODE        TO SORT-CARRIER-CODE
               MOVE FRT-COST-AMOUNT         TO SORT-AMOUNT
               MOVE 'N'                     TO SORT-IN-PERIOD
               IF FRT-SHIP-DATE(1:7) = WS-PERIOD
                   MOVE 'Y'                 TO SORT-IN-PERIOD
               END-IF
               RELEASE SORT-RECORD
               ADD 1                        TO WS-RECORDS-RELEASED
           END-IF

           PERFORM 2210-READ-FRTCOST.

      *----------------------------------------------------------------*
      * PRINT THE REPORT - ONE LINE PER INVOICE TOUCHING THE MONTH,    *
      * THEN THE MONTH'S TOTALS                                        *
      *----------------------------------------------------------------*
       5000-PRINT-REPORT.
           STRING 'FREIGHT RECOVERY REPORT - MONTH ' WS-PERIOD
                  '                                  BUSINESS DATE: '
                  WS-BUSINESS-DATE
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           IF NOT FRTCOST-PRESENT
               MOVE
               'CARRIER FREIGHT BILLS NOT PRESENT - NO COSTS TAKEN IN'
                                            TO WS-REPORT-OUT
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-COLUMN-HEADING           TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE

           OPEN INPUT SORTED-FILE
           IF WS-SORTED-STATUS NOT = '00'
               MOVE 'OPEN FAILED: SORTED-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           PERFORM 5210-READ-SORTED
           IF NOT SORTED-EOF
               PERFORM 5100-START-INVOICE
               PERFORM 5200-ACCUMULATE-ONE UNTIL SORTED-EOF
               PERFORM 5300-PRINT-INVOICE
           END-IF
           CLOSE SORTED-FILE

           PERFORM 5500-PRINT-TOTALS.

      *----------------------------------------------------------------*
      * A NEW INVOICE - THE CUSTOMER AND DATE COME FROM ITS FIRST      *
      * RECORD, THE BILLED SIDE WHEN THERE IS ONE                      *
      *----------------------------------------------------------------*
       5100-START-INVOICE.
           MOVE SORTED-INVOICE-NO           TO WS-CURR-INVOICE-NO
           MOVE SORTED-CUST-ID              TO WS-INV-CUST-ID
           MOVE SORTED-DATE                 TO WS-INV-DATE
           MOVE SPACES                      TO WS-INV-CARRIER-CODE
           MOVE ZERO                        TO WS-INV-BILLED
           MOVE ZERO                        TO WS-INV-COST
           MOVE 'N'                         TO WS-INV-IN-PERIOD-SW.

       5200-ACCUMULATE-ONE.
           IF SORTED-INVOICE-NO NOT = WS-CURR-INVOICE-NO
               PERFORM 5300-PRINT-INVOICE
               PERFORM 5100-START-INVOICE
           END-IF

           IF SORTED-IS-IN-PERIOD
               MOVE 'Y'                     TO WS-INV-IN-PERIOD-SW
           END-IF
           IF SORTED-BILLED
               ADD SORTED-AMOUNT            TO WS-INV-BILLED
           ELSE
               ADD SORTED-AMOUNT            TO WS-INV-COST
               IF WS-INV-CARRIER-CODE = SPACES
                   MOVE SORTED-CARRIER-CODE TO WS-INV-CARRIER-CODE
               END-IF
               IF WS-INV-CUST-ID = ZERO
                   MOVE SORTED-CUST-ID      TO WS-INV-CUST-ID
               END-IF
           END-IF

           PERFORM 5210-READ-SORTED.

       5210-READ-SORTED.
           READ SORTED-FILE
               AT END
                   MOVE 'Y'                 TO WS-SORTED-EOF-SW
           END-READ
           IF NOT SORTED-EOF AND WS-SORTED-STATUS NOT = '00'
               MOVE 'READ FAILED: SORTED-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SORTED-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * ONE INVOICE'S LINE, IF ANY OF IT IS DATED IN THE MONTH         *
      *----------------------------------------------------------------*
       5300-PRINT-INVOICE.
           IF NOT INV-IN-PERIOD
               EXIT PARAGRAPH
           END-IF

           ADD 1                            TO WS-INVOICES-PRINTED
           ADD WS-INV-BILLED                TO WS-TOTAL-BILLED
           ADD WS-INV-COST                  TO WS-TOTAL-COST
           COMPUTE WS-INV-RECOVERED = WS-INV-BILLED - WS-INV-COST

           MOVE SPACES                      TO WS-INV-FLAG
           EVALUATE TRUE
               WHEN WS-INV-BILLED = ZERO
                   MOVE 'NOT BILLED'        TO WS-INV-FLAG
                   ADD 1                    TO WS-NOT-BILLED-COUNT
               WHEN WS-INV-COST = ZERO
                   MOVE 'NO CARRIER BILL'   TO WS-INV-FLAG
                   ADD 1                    TO WS-NO-BILL-COUNT
               WHEN WS-INV-BILLED < WS-INV-COST
                   MOVE 'UNDER-RECOVERED'   TO WS-INV-FLAG
                   ADD 1                    TO WS-UNDER-COUNT
           END-EVALUATE
           IF WS-INV-FLAG NOT = SPACES
               ADD 1                        TO WS-EXCEPTION-COUNT
           END-IF

           MOVE WS-CURR-INVOICE-NO          TO DTL-INVOICE-NO
           IF WS-CURR-INVOICE-NO = SPACES
               MOVE '(NO INV)'              TO DTL-INVOICE-NO
           END-IF
           MOVE WS-INV-CUST-ID              TO DTL-CUST-ID
           MOVE WS-INV-DATE                 TO DTL-DATE
           MOVE WS-INV-CARRIER-CODE         TO DTL-CARRIER-CODE
           MOVE WS-INV-BILLED               TO DTL-BILLED
           MOVE WS-INV-COST                 TO DTL-COST
           MOVE WS-INV-RECOVERED            TO DTL-RECOVERED
           MOVE SPACES                      TO DTL-PCT
           IF WS-INV-COST > ZERO
               COMPUTE WS-INV-PCT ROUNDED =
                   WS-INV-BILLED * 100 / WS-INV-COST
                   ON SIZE ERROR
                       MOVE 99999.9         TO WS-INV-PCT
               END-COMPUTE
               MOVE WS-INV-PCT              TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT             TO DTL-PCT
           END-IF
           MOVE WS-INV-FLAG                 TO DTL-FLAG
           MOVE WS-DETAIL-LINE              TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

      *----------------------------------------------------------------*
      * THE MONTH'S TOTALS. WHAT WE SPENT TAKES IN THE UNALLOCATED     *
      * CARRIER BILLS; WHAT WE BILLED IS NET OF THE FREIGHT REFUNDED   *
      * ON RETURNS.                                                    *
      *----------------------------------------------------------------*
       5500-PRINT-TOTALS.
           COMPUTE WS-TOTAL-SPENT =
               WS-TOTAL-COST + WS-TOTAL-UNALLOCATED
           COMPUTE WS-TOTAL-NET-BILLED =
               WS-TOTAL-BILLED - WS-TOTAL-REFUNDED
           COMPUTE WS-TOTAL-RECOVERED =
               WS-TOTAL-NET-BILLED - WS-TOTAL-SPENT

           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '='                     TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'MONTH TOTALS'              TO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-INVOICES-PRINTED         TO WS-COUNT-EDIT
           STRING '  INVOICES REPORTED            ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-BILLED             TO WS-AMOUNT-EDIT
           STRING '  FREIGHT BILLED ON INVOICES   ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-REFUNDED           TO WS-AMOUNT-EDIT
           MOVE WS-REFUND-COUNT             TO WS-COUNT-EDIT
           STRING '  LESS REFUNDED ON RETURNS     ' WS-AMOUNT-EDIT
                  '  (' WS-COUNT-EDIT ' RETURNS)'
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-NET-BILLED         TO WS-AMOUNT-EDIT
           STRING '  NET FREIGHT BILLED           ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-COST               TO WS-AMOUNT-EDIT
           STRING '  CARRIER COST ON INVOICES     ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNALLOCATED        TO WS-AMOUNT-EDIT
           MOVE WS-UNALLOCATED-COUNT        TO WS-COUNT-EDIT
           STRING '  UNALLOCATED CARRIER COST     ' WS-AMOUNT-EDIT
                  '  (' WS-COUNT-EDIT ' BILLS)'
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-SPENT              TO WS-AMOUNT-EDIT
           STRING '  TOTAL FREIGHT SPENT          ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-TOTAL-RECOVERED          TO WS-AMOUNT-EDIT
           STRING '  NET RECOVERED (SHORTFALL)    ' WS-AMOUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-TOTAL-SPENT > ZERO
          AND WS-TOTAL-NET-BILLED > ZERO
               COMPUTE WS-TOTAL-PCT ROUNDED =
                   WS-TOTAL-NET-BILLED * 100 / WS-TOTAL-SPENT
                   ON SIZE ERROR
                       MOVE 99999.9         TO WS-TOTAL-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TOTAL-PCT                TO WS-PCT-EDIT
           STRING '  PERCENT RECOVERED                   ' WS-PCT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE WS-NOT-BILLED-COUNT         TO WS-COUNT-EDIT
           STRING '  INVOICES NOT BILLED          ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-NO-BILL-COUNT            TO WS-COUNT-EDIT
           STRING '  INVOICES WITH NO CARRIER BILL' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-UNDER-COUNT              TO WS-COUNT-EDIT
           STRING '  INVOICES UNDER-RECOVERED     ' WS-COUNT-EDIT
                  DELIMITED SIZE            INTO WS-REPORT-OUT
           PERFORM 9100-WRITE-REPORT-LINE.

       8000-FINALIZE.
           CLOSE REPORT-FILE
           MOVE ZERO                        TO RETURN-CODE

           DISPLAY '============================================='
           DISPLAY 'FRTRCVRY - FREIGHT RECOVERY SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'MONTH REPORTED:         ' WS-PERIOD
           DISPLAY 'ARCHIVE RECORDS READ:   ' WS-ARCHIVE-READ
           DISPLAY 'CARRIER BILLS READ:     ' WS-FRTCOST-READ
           DISPLAY 'INVOICES REPORTED:      ' WS-INVOICES-PRINTED
           DISPLAY 'INVOICES FLAGGED:       ' WS-EXCEPTION-COUNT
           DISPLAY '============================================='.

      *----------------------------------------------------------------*
      * APPEND THIS RUN'S COMPLETION RECORD TO THE COMMON RUN LOG.     *
      * OPENED EXTEND SO EVERY STEP'S RECORDS ACCUMULATE IN ONE FILE;  *
      * A LOG PROBLEM IS REPORTED BUT NEVER FAILS A RUN THAT           *
      * OTHERWISE ENDED CLEAN.                                         *
      *----------------------------------------------------------------*
       8900-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
          AND WS-RUNLOG-STATUS NOT = '05'
               DISPLAY 'FRTRCVRY: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'FRTRCVRY' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               COMPUTE RL-RECORDS-IN =
                   WS-ARCHIVE-READ + WS-FRTCOST-READ
               MOVE WS-INVOICES-PRINTED TO RL-RECORDS-OUT
               MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'FRTRCVRY: RUN LOG WRITE FAILED, FS='
                           WS-RUNLOG-STATUS
               END-IF
               CLOSE RUN-LOG-FILE
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
      * WRITE ONE REPORT LINE                                          *
      *---------------------------------------------------------------*
       9100-WRITE-REPORT-LINE.
           MOVE WS-REPORT-OUT               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: REPORT-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-REPORT-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-REPORT-OUT.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** FRTRCVRY FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
