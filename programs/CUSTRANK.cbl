      *               THE CUSTOMER NAME OFF THE CUSTMOUT EXTRACT, AND  *
      *               SHOWS THE YEAR-OVER-YEAR CHANGE THE WAY YOYRPT   *
      *               DOES FOR REGIONS.                                *
      *               THE HISTORY IS READ THROUGH THE KEYED SALES      *
      *               HISTORY INDEX'S CUSTOMER PATH: ONE KEYED START   *
      *               PER CUSTOMER AT JANUARY OF LAST YEAR, READING    *
      *               ONLY UNTIL THE REPORT MONTH, SO OLDER AND NEWER  *
      *               HISTORY IS NEVER READ.                           *
      * INPUTS:       SALES HISTORY INDEX (ARCHIDX, ARCHREC DETAIL BY  *
      *               CUSTOMER)                                        *
      *               CUSTOMER MASTER EXTRACT (CUSTMOUT)               *
      *               COMMAND-LINE PARMS: PERIOD AS YYYYMM (DEFAULT    *
      *               CURRENT) AND TOP-N (DEFAULT 50)                  *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-IX-FILE ASSIGN TO ARCHIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARCHIX-KEY
                  FILE STATUS IS WS-ARCHIX-STATUS.

           SELECT CUST-FILE ASSIGN TO CUSTMOUT
                  ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD  ARCH-IX-FILE
           RECORDING MODE IS F.
       COPY ARCHIDX.

       FD  CUST-FILE
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-ARCHIX-STATUS         PIC XX.
           05  WS-CUST-STATUS           PIC XX.
           05  WS-REPORT-STATUS         PIC XX.

           05  WS-PRIOR-YEAR            PIC 9(4)  VALUE ZERO.
           05  WS-TOP-N                 PIC 9(5)  VALUE 50.

      *----------------------------------------------------------------*
      * INDEX POSITIONING - THE CUSTOMER BEING READ AND THE SALE-DATE  *
      * WINDOW (JANUARY 1 OF LAST YEAR THROUGH THE END OF THE REPORT   *
      * MONTH) EACH CUSTOMER'S HISTORY IS READ OVER                    *
      *----------------------------------------------------------------*
       01  WS-INDEX-FIELDS.
           05  WS-POS-CUST-ID           PIC 9(6)  VALUE ZERO.
           05  WS-WINDOW-FROM           PIC X(10) VALUE SPACES.
           05  WS-WINDOW-TO             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * ONE SALES-HISTORY RECORD AS CARRIED IN ITS INDEX ENTRY         *
      *----------------------------------------------------------------*
       COPY ARCHREC REPLACING ARCHIVE-RECORD BY WS-HIST-RECORD.

      *----------------------------------------------------------------*
      * SELECTION-OF-THE-LARGEST WORK FIELDS FOR THE RANKING PASS      *
      *----------------------------------------------------------------*
               MOVE 50                     TO WS-TOP-N
           END-IF

           STRING WS-PRIOR-YEAR '-01-01'
                  DELIMITED SIZE            INTO WS-WINDOW-FROM
           STRING WS-REPORT-YEAR '-' WS-REPORT-MONTH '-31'
                  DELIMITED SIZE            INTO WS-WINDOW-TO

           OPEN INPUT ARCH-IX-FILE
           IF WS-ARCHIX-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCH-IX-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIX-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

               PERFORM 9900-FATAL-ERROR
           END-IF

      *    HISTORY WITHOUT A CUSTOMER (ID ZERO) CANNOT BE RANKED, SO
      *    THE FIRST POSITIONING STARTS AT CUSTOMER 000001
           MOVE 1                           TO WS-POS-CUST-ID
           PERFORM 1100-POSITION-INDEX.

       1200-LOAD-NAME-TABLE.
           PERFORM 1250-READ-CUST-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POSITION THE INDEX AT WS-POS-CUST-ID'S FIRST ENTRY DATED ON OR *
      * AFTER THE WINDOW START - OR, IF THAT CUSTOMER HAS NONE, AT THE *
      * NEXT CUSTOMER ON THE PATH - AND READ IT                        *
      *----------------------------------------------------------------*
       1100-POSITION-INDEX.
           MOVE LOW-VALUES                  TO ARCHIX-KEY
           SET ARCHIX-BY-CUST               TO TRUE
           MOVE SPACES                      TO ARCHIX-LOOKUP-VALUE
                                               ARCHIX-SUB-VALUE
           MOVE WS-POS-CUST-ID              TO ARCHIX-LOOKUP-ID
           MOVE WS-WINDOW-FROM              TO ARCHIX-SALE-DATE
           START ARCH-IX-FILE KEY NOT < ARCHIX-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
           END-START
           IF NOT ARCH-EOF
               PERFORM 1150-READ-INDEX-NEXT
           END-IF.

       1150-READ-INDEX-NEXT.
           READ ARCH-IX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
               NOT AT END
                   IF NOT ARCHIX-BY-CUST
                       MOVE 'Y' TO WS-ARCH-EOF-SW
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIX-STATUS NOT = '00'
               MOVE 'READ FAILED: ARCH-IX-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIX-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * TAKE ONE ENTRY OFF THE CUSTOMER PATH. THE FIRST ENTRY OF A NEW *
      * CUSTOMER THAT IS OLDER THAN THE WINDOW JUMPS STRAIGHT TO THE   *
      * WINDOW START FOR THAT CUSTOMER; AN ENTRY PAST THE WINDOW ENDS  *
      * THE CUSTOMER AND JUMPS TO THE NEXT ONE. EVERYTHING ELSE IS     *
      * INSIDE THE WINDOW AND IS FOLDED IN.                            *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-HISTORY.
           EVALUATE TRUE
               WHEN ARCHIX-LOOKUP-ID NOT = WS-POS-CUST-ID
                AND ARCHIX-SALE-DATE < WS-WINDOW-FROM
                   MOVE ARCHIX-LOOKUP-ID    TO WS-POS-CUST-ID
                   PERFORM 1100-POSITION-INDEX
               WHEN ARCHIX-SALE-DATE > WS-WINDOW-TO
                   IF ARCHIX-LOOKUP-ID = 999999
                       MOVE 'Y'             TO WS-ARCH-EOF-SW
                   ELSE
                       COMPUTE WS-POS-CUST-ID = ARCHIX-LOOKUP-ID + 1
                       PERFORM 1100-POSITION-INDEX
                   END-IF
               WHEN OTHER
                   MOVE ARCHIX-LOOKUP-ID    TO WS-POS-CUST-ID
                   MOVE ARCHIX-ARCHIVE-IMAGE
                                            TO WS-HIST-RECORD
                   PERFORM 2050-FOLD-HISTORY-RECORD
                   PERFORM 1150-READ-INDEX-NEXT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * FOLD ONE ARCHIVED RECORD INTO ITS CUSTOMER'S CURRENT OR        *
      * PRIOR-YEAR NET. ONLY MONTHS UP THROUGH THE REPORT MONTH        *
      * HISTORY WITHOUT A CUSTOMER (SR-CUST-ID ZERO) CANNOT BE         *
      * RANKED AND IS PASSED OVER.                                     *
      *----------------------------------------------------------------*
       2050-FOLD-HISTORY-RECORD.
           IF SR-CUST-ID OF ARCH-SALES-DATA > ZERO
          AND SR-SALE-DATE OF ARCH-SALES-DATA (1:4) NUMERIC
          AND SR-SALE-DATE OF ARCH-SALES-DATA (6:2) NUMERIC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-FIND-OR-ADD-CUST.
           MOVE 'N'                        TO WS-CUST-FOUND-SW
      * FINALIZE - CLOSE FILES AND REPORT RUN STATISTICS               *
      *----------------------------------------------------------------*
       4000-FINALIZE.
           CLOSE ARCH-IX-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'CUSTRANK - TOP CUSTOMER ANALYSIS SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'INDEX ENTRIES READ:    ' WS-RECORDS-READ
           DISPLAY 'CUSTOMERS TOTALED:     ' WS-CT-TABLE-COUNT
           DISPLAY 'CUSTOMERS RANKED:      ' WS-RANK-NO
           DISPLAY '============================================='.
