      *               TRANSACTION TYPE, WRITES THE HITS AS A          *
      *               SALESREC-LAYOUT EXTRACT REUSABLE AS INPUT TO    *
      *               SALESRPT, AND PRINTS A SELECTION SUMMARY.       *
      *               THE HISTORY IS READ THROUGH THE KEYED SALES     *
      *               HISTORY INDEX: SP= GOES STRAIGHT TO THAT        *
      *               SALESPERSON'S ENTRIES (AND WITH PROD= TO THAT   *
      *               SALESPERSON'S ENTRIES FOR THE ONE PRODUCT),     *
      *               PROD= ALONE TO THAT PRODUCT'S ENTRIES; ONLY A   *
      *               QUERY WITH NEITHER READS THE WHOLE HISTORY,     *
      *               DOWN THE CUSTOMER PATH.                         *
      *                                                                *
      * INPUTS:       SALES HISTORY INDEX (ARCHIDX)                   *
      *               COMMAND-LINE PARMS (THE GNUCOBOL STAND-IN FOR   *
      *               A JCL PARM), ANY COMBINATION, ANY ORDER:        *
      *                 FROM=YYYY-MM-DD   EARLIEST ARCH-DATE KEPT     *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-IX-FILE    ASSIGN TO ARCHIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ARCHIX-KEY
                  FILE STATUS  IS WS-ARCHIX-STATUS.

           SELECT EXTRACT-FILE    ASSIGN TO ARCHEXT
                  ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD  ARCH-IX-FILE
           RECORDING MODE IS F.
       COPY ARCHIDX.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-ARCHIX-STATUS         PIC XX VALUE SPACES.
           05  WS-EXTRACT-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.

               88  ARCH-EOF                     VALUE 'Y'.
           05  WS-SELECT-SW             PIC X VALUE 'Y'.
               88  RECORD-SELECTED              VALUE 'Y'.
           05  WS-ACCESS-PATH-SW        PIC X VALUE 'C'.
               88  READ-BY-SLSP                 VALUE 'S'.
               88  READ-BY-PRODUCT              VALUE 'P'.
               88  READ-WHOLE-HISTORY           VALUE 'C'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05  WS-SEL-REGION            PIC X(10) VALUE SPACES.
           05  WS-SEL-PRODUCT           PIC X(10) VALUE SPACES.
           05  WS-SEL-TYPE              PIC X(01) VALUE SPACES.
           05  WS-SEL-SLSP-ID           PIC 9(06) VALUE ZERO.

      *---------------------------------------------------------------*
      * ONE SALES-HISTORY RECORD AS CARRIED IN ITS INDEX ENTRY         *
      *---------------------------------------------------------------*
       COPY ARCHREC REPLACING ARCHIVE-RECORD BY WS-HIST-RECORD.

      *---------------------------------------------------------------*
      * COMMAND-LINE PARSING WORK FIELDS - THE WHOLE LINE IS SPLIT ON  *
           SET WS-TOKEN-IDX                 TO 1
           PERFORM 1100-PARSE-ONE-TOKEN 6 TIMES

           EVALUATE TRUE
               WHEN WS-SEL-SALESPERSON NOT = SPACES
                   MOVE 'S'                 TO WS-ACCESS-PATH-SW
                   COMPUTE WS-SEL-SLSP-ID =
                           FUNCTION NUMVAL(WS-SEL-SALESPERSON)
               WHEN WS-SEL-PRODUCT NOT = SPACES
                   MOVE 'P'                 TO WS-ACCESS-PATH-SW
               WHEN OTHER
                   MOVE 'C'                 TO WS-ACCESS-PATH-SW
           END-EVALUATE

           OPEN INPUT ARCH-IX-FILE
           IF WS-ARCHIX-STATUS NOT = '00'
               MOVE 'OPEN FAILED: ARCH-IX-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIX-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF


           PERFORM 7000-REPORT-CRITERIA

           PERFORM 1150-POSITION-INDEX.

      *---------------------------------------------------------------*
      * SPLIT ONE KEYWORD=VALUE TOKEN AND FILE ITS VALUE UNDER THE     *
           END-IF
           SET WS-TOKEN-IDX UP BY 1.

      *---------------------------------------------------------------*
      * START THE INDEX AT THE FIRST ENTRY OF THE CHOSEN PATH - THE    *
      * SALESPERSON (AND PRODUCT), THE PRODUCT, OR THE WHOLE CUSTOMER  *
      * PATH - AND READ IT                                             *
      *---------------------------------------------------------------*
       1150-POSITION-INDEX.
           MOVE LOW-VALUES                  TO ARCHIX-KEY
           EVALUATE TRUE
               WHEN READ-BY-SLSP
                   SET ARCHIX-BY-SLSP       TO TRUE
                   MOVE SPACES              TO ARCHIX-LOOKUP-VALUE
                   MOVE WS-SEL-SLSP-ID      TO ARCHIX-LOOKUP-ID
                   IF WS-SEL-PRODUCT NOT = SPACES
                       MOVE WS-SEL-PRODUCT  TO ARCHIX-SUB-VALUE
                   END-IF
               WHEN READ-BY-PRODUCT
                   SET ARCHIX-BY-PRODUCT    TO TRUE
                   MOVE WS-SEL-PRODUCT      TO ARCHIX-LOOKUP-VALUE
               WHEN OTHER
                   SET ARCHIX-BY-CUST       TO TRUE
           END-EVALUATE
           START ARCH-IX-FILE KEY NOT < ARCHIX-KEY
               INVALID KEY
                   MOVE 'Y'                 TO WS-ARCH-EOF-SW
           END-START
           IF NOT ARCH-EOF
               PERFORM 1200-READ-INDEX-NEXT
           END-IF.

      *---------------------------------------------------------------*
      * READ THE NEXT INDEX ENTRY. RUNNING OFF THE END OF THE CHOSEN   *
      * SALESPERSON, PRODUCT OR PATH ENDS THE QUERY.                   *
      *---------------------------------------------------------------*
       1200-READ-INDEX-NEXT.
           READ ARCH-IX-FILE NEXT RECORD
               AT END
                   MOVE 'Y'               TO WS-ARCH-EOF-SW
           END-READ
           IF NOT ARCH-EOF AND WS-ARCHIX-STATUS NOT = '00'
               MOVE 'READ ERROR: ARCH-IX-FILE     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-ARCHIX-STATUS        TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT ARCH-EOF
               EVALUATE TRUE
                   WHEN ARCHIX-PATH NOT = WS-ACCESS-PATH-SW
                       MOVE 'Y'           TO WS-ARCH-EOF-SW
                   WHEN READ-BY-SLSP
                    AND ARCHIX-LOOKUP-ID NOT = WS-SEL-SLSP-ID
                       MOVE 'Y'           TO WS-ARCH-EOF-SW
                   WHEN READ-BY-SLSP
                    AND WS-SEL-PRODUCT NOT = SPACES
                    AND ARCHIX-SUB-VALUE NOT = WS-SEL-PRODUCT
                       MOVE 'Y'           TO WS-ARCH-EOF-SW
                   WHEN READ-BY-PRODUCT
                    AND ARCHIX-LOOKUP-VALUE NOT = WS-SEL-PRODUCT
                       MOVE 'Y'           TO WS-ARCH-EOF-SW
                   WHEN OTHER
                       ADD 1              TO WS-RECORDS-READ
                       MOVE ARCHIX-ARCHIVE-IMAGE
                                          TO WS-HIST-RECORD
               END-EVALUATE
           END-IF.

      *---------------------------------------------------------------*
                                            TO WS-SELECTED-TAX
           END-IF

           PERFORM 1200-READ-INDEX-NEXT.

      *---------------------------------------------------------------*
      * ECHO THE SELECTION CRITERIA AT THE TOP OF THE SUMMARY SO THE   *
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           CLOSE ARCH-IX-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE

