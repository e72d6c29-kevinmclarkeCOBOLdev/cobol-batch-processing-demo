      *               WITHOUT A CUSTOMER (PRE-CONVERSION HISTORY)      *
      *               STILL REPORTS, UNDER ITS SELLING REGION, SO THE  *
      *               REGISTER TOTAL NEVER DROPS COLLECTED TAX.        *
      *               THE PERIOD'S DETAIL IS READ THROUGH THE KEYED    *
      *               SALES HISTORY INDEX'S CUSTOMER PATH - ONE KEYED  *
      *               START PER CUSTOMER AT THE FIRST OF THE MONTH -   *
      *               SO OTHER MONTHS' HISTORY IS NEVER READ.          *
      * INPUTS:       SALES HISTORY INDEX (ARCHIDX, ARCHREC DETAIL BY  *
      *               CUSTOMER)                                        *
      *               CUSTOMER MASTER EXTRACT (CUSTMOUT)               *
      *               COMMAND-LINE PARM: THE PERIOD AS YYYYMM.         *
      *               OMITTED, THE CURRENT YEAR/MONTH IS REPORTED.     *
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

           05  WS-REPORT-YEAR           PIC 9(4)  VALUE ZERO.
           05  WS-REPORT-MONTH          PIC 9(2)  VALUE ZERO.

      *----------------------------------------------------------------*
      * INDEX POSITIONING - THE CUSTOMER BEING READ AND THE SALE-DATE  *
      * WINDOW OF THE REPORT MONTH                                     *
      *----------------------------------------------------------------*
       01  WS-INDEX-FIELDS.
           05  WS-POS-CUST-ID           PIC 9(6)  VALUE ZERO.
           05  WS-WINDOW-FROM           PIC X(10) VALUE SPACES.
           05  WS-WINDOW-TO             PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * ONE SALES-HISTORY RECORD AS CARRIED IN ITS INDEX ENTRY         *
      *----------------------------------------------------------------*
       COPY ARCHREC REPLACING ARCHIVE-RECORD BY WS-HIST-RECORD.

       01  WS-REGISTER-TOTALS.
           05  WS-TOTAL-TAX             PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-SALES           PIC S9(13)V99 VALUE ZERO.
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-MONTH
           END-IF

           STRING WS-REPORT-YEAR '-' WS-REPORT-MONTH '-01'
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

      *    HISTORY WITHOUT A CUSTOMER (ID ZERO) STILL REPORTS, SO THE
      *    FIRST POSITIONING STARTS AT CUSTOMER 000000
           MOVE ZERO                        TO WS-POS-CUST-ID
           PERFORM 1100-POSITION-INDEX.

       1200-LOAD-CUST-STATES.
           PERFORM 1250-READ-CUST-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POSITION THE INDEX AT WS-POS-CUST-ID'S FIRST ENTRY DATED IN OR *
      * AFTER THE REPORT MONTH - OR, IF THAT CUSTOMER HAS NONE, AT THE *
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
      * CUSTOMER THAT IS OLDER THAN THE REPORT MONTH JUMPS STRAIGHT TO *
      * THE MONTH FOR THAT CUSTOMER; AN ENTRY PAST THE MONTH ENDS THE  *
      * CUSTOMER AND JUMPS TO THE NEXT ONE. EVERYTHING ELSE IS IN THE  *
      * MONTH AND IS FOLDED IN.                                        *
      *----------------------------------------------------------------*
       2000-ACCUMULATE-PERIOD.
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
                   PERFORM 2010-FOLD-PERIOD-RECORD
                   PERFORM 1150-READ-INDEX-NEXT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * FOLD ONE ARCHIVED SALE FOR THE REQUESTED PERIOD INTO ITS       *
      * DESTINATION JURISDICTION'S TOTALS. RETURNS NET OUT. A SALE     *
      * REPORTS UNDER ITS SELLING REGION SO NOTHING COLLECTED IS       *
      * DROPPED FROM THE FILING.                                       *
      *----------------------------------------------------------------*
       2010-FOLD-PERIOD-RECORD.
           IF SR-SALE-DATE OF ARCH-SALES-DATA (1:4) NUMERIC
          AND SR-SALE-DATE OF ARCH-SALES-DATA (6:2) NUMERIC
          AND SR-SALE-DATE OF ARCH-SALES-DATA (1:4) = WS-REPORT-YEAR
                             TO WS-JURIS-EXEMPT-TBL (WS-JURIS-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * THE DESTINATION JURISDICTION IS THE CUSTOMER'S STATE; HISTORY  *
      * FINALIZE - CLOSE FILES AND REPORT RUN STATISTICS               *
      *----------------------------------------------------------------*
       4000-FINALIZE.
           CLOSE ARCH-IX-FILE
           CLOSE REPORT-FILE

           DISPLAY '============================================='
           DISPLAY 'TAXREG - TAX REMITTANCE REGISTER SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'INDEX ENTRIES READ:    ' WS-RECORDS-READ
           DISPLAY 'PERIOD RECORDS USED:   ' WS-PERIOD-RECORDS
           DISPLAY 'JURISDICTIONS:         ' WS-JURIS-TABLE-COUNT
           DISPLAY 'REGION FALLBACKS:      ' WS-REGION-FALLBACKS
