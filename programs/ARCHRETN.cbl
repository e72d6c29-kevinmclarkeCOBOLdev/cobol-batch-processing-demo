      *               EXACTLY WHAT MOVED WHERE. THE LIVE ARCHOUT IS   *
      *               NEVER TOUCHED - THE OPERATOR RENAMES ARCHKEEP   *
      *               OVER IT ONLY AFTER THE RUN ENDS RETURN-CODE 0.  *
      *               RUN WITH THE PARM REBUILD, THE UTILITY INSTEAD  *
      *               RECREATES THE KEYED SALES HISTORY INDEX         *
      *               (ARCHIDX) FROM THE LIVE ARCHOUT, FILING EVERY   *
      *               RECORD BY CUSTOMER, SALESPERSON AND PRODUCT     *
      *               EXACTLY AS ARCHIVE DOES NIGHTLY, AND CERTIFIES  *
      *               THE ENTRY COUNTS. IT IS RUN AFTER ARCHKEEP IS   *
      *               RENAMED IN, AND AFTER ANY OTHER RENAME OVER THE *
      *               HISTORY FILE (BACKOUT, SALECORR, SALESRFM).     *
      *                                                                *
      * INPUTS:       SALES HISTORY (ARCHOUT)                         *
      *               COMMAND-LINE PARM: THE CUTOFF YEAR (YYYY).      *
      *               RECORDS DATED BEFORE JANUARY 1 OF THAT YEAR     *
      *               ARE OFFLOADED. OR REBUILD, TO RECREATE THE      *
      *               HISTORY INDEX ONLY.                             *
      * OUTPUTS:      RETAINED HISTORY         (ARCHKEEP)             *
      *               PER-YEAR OFFLOAD FILES   (ARCHOFF1 - ARCHOFF5,  *
      *               ASSIGNED ONE DISTINCT OFFLOAD YEAR EACH IN THE  *
      *               OFFLOAD YEARS IN ONE RUN IS A LOUD ABORT - RUN  *
      *               AGAIN WITH AN EARLIER CUTOFF FIRST.             *
      *               RETENTION CERTIFICATE    (ARCHCERT)             *
      *               REBUILD MODE: SALES HISTORY INDEX (ARCHIDX) AND *
      *               THE REBUILD CERTIFICATE (ARCHCERT) ONLY         *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHRETN.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-OFFLOAD-STATUS.

           SELECT ARCH-IX-FILE    ASSIGN TO ARCHIDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ARCHIX-KEY
                  FILE STATUS  IS WS-ARCHIX-STATUS.

           SELECT REPORT-FILE     ASSIGN TO ARCHCERT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
       FD  OFFLOAD-FILE-1
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OFFLOAD-RECORD-1             PIC X(132).

       FD  OFFLOAD-FILE-2
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OFFLOAD-RECORD-2             PIC X(132).

       FD  OFFLOAD-FILE-3
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OFFLOAD-RECORD-3             PIC X(132).

       FD  OFFLOAD-FILE-4
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OFFLOAD-RECORD-4             PIC X(132).

       FD  OFFLOAD-FILE-5
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OFFLOAD-RECORD-5             PIC X(132).

       FD  ARCH-IX-FILE
           RECORDING MODE IS F.
       COPY ARCHIDX.

       FD  REPORT-FILE
           RECORDING MODE IS F
           05  WS-KEEP-STATUS           PIC XX VALUE SPACES.
           05  WS-OFFLOAD-STATUS        PIC XX VALUE SPACES.
           05  WS-REPORT-STATUS         PIC XX VALUE SPACES.
           05  WS-ARCHIX-STATUS         PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-ARCH-EOF-SW           PIC X VALUE 'N'.
               88  YEAR-SLOT-FOUND              VALUE 'Y'.
           05  WS-VERIFY-SW             PIC X VALUE 'N'.
               88  VERIFY-FAILED                VALUE 'Y'.
           05  WS-RUN-MODE-SW           PIC X VALUE 'O'.
               88  OFFLOAD-MODE                 VALUE 'O'.
               88  REBUILD-MODE                 VALUE 'R'.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ          PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-KEPT          PIC 9(8) VALUE ZERO.
           05  WS-RECORDS-OFFLOADED     PIC 9(8) VALUE ZERO.
           05  WS-INDEX-WRITTEN         PIC 9(9) VALUE ZERO.
           05  WS-INDEX-ALREADY         PIC 9(9) VALUE ZERO.
           05  WS-INDEX-EXPECTED        PIC 9(9) VALUE ZERO.

      *---------------------------------------------------------------*
      * REBUILD KEY TAIL - THE RUN DATE AND CYCLE OF THE GROUP BEING   *
      * INDEXED AND EACH RECORD'S SEQUENCE WITHIN IT, NUMBERED THE     *
      * SAME WAY ARCHIVE NUMBERS THEM AS IT APPENDS                    *
      *---------------------------------------------------------------*
       01  WS-REBUILD-FIELDS.
           05  WS-PREV-ARCH-DATE        PIC X(10) VALUE SPACES.
           05  WS-PREV-ARCH-CYCLE       PIC X(02) VALUE SPACES.
           05  WS-RUN-SEQ               PIC 9(06) VALUE ZERO.

       01  WS-HASH-TOTALS.
           05  WS-READ-HASH             PIC S9(13)V99 VALUE ZERO.
           05  WS-SLOT-PRINT-NO         PIC 9(01) VALUE ZERO.

       01  WS-PARM-FIELDS.
           05  WS-COMMAND-PARM          PIC X(10) VALUE SPACES.
           05  WS-CUTOFF-PARM           PIC X(04) VALUE SPACES.
           05  WS-CUTOFF-YEAR           PIC 9(04) VALUE ZERO.
           05  WS-RECORD-YEAR           PIC 9(04) VALUE ZERO.
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF REBUILD-MODE
               PERFORM 5000-INDEX-RECORDS UNTIL ARCH-EOF
               PERFORM 5900-FINALIZE-REBUILD
           ELSE
               PERFORM 2000-SPLIT-RECORDS UNTIL ARCH-EOF
               PERFORM 3000-FINALIZE
           END-IF
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION                                                 *
      *---------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-COMMAND-PARM           FROM COMMAND-LINE
           IF WS-COMMAND-PARM = 'REBUILD'
               MOVE 'R'                     TO WS-RUN-MODE-SW
           ELSE
               MOVE WS-COMMAND-PARM(1:4)    TO WS-CUTOFF-PARM
               IF FUNCTION TRIM(WS-CUTOFF-PARM) IS NUMERIC
                   MOVE WS-CUTOFF-PARM      TO WS-CUTOFF-YEAR
               END-IF
               IF WS-CUTOFF-YEAR < 2000 OR WS-CUTOFF-YEAR > 2099
                   DISPLAY 'ARCHRETN: CUTOFF YEAR PARM IS REQUIRED'
                   DISPLAY 'USAGE: ARCHRETN YYYY'
                   DISPLAY '       ARCHRETN REBUILD'
                   MOVE 16                  TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ARCHIVE-FILE
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF REBUILD-MODE
               OPEN OUTPUT ARCH-IX-FILE
               IF WS-ARCHIX-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: ARCH-IX-FILE    FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-ARCHIX-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           ELSE
               OPEN OUTPUT KEEP-FILE
               IF WS-KEEP-STATUS NOT = '00'
                   MOVE 'OPEN FAILED: KEEP-FILE       FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-KEEP-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           ELSE
               DISPLAY 'ARCHRETN: SPLIT VERIFIED - ARCHKEEP MAY'
                       ' REPLACE THE LIVE HISTORY FILE'
               DISPLAY 'ARCHRETN: AFTER THE RENAME, RUN ARCHRETN'
                       ' REBUILD FOR THE HISTORY INDEX'
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

           IF WS-SLOT-OPEN-TBL (4) = 'Y' CLOSE OFFLOAD-FILE-4 END-IF
           IF WS-SLOT-OPEN-TBL (5) = 'Y' CLOSE OFFLOAD-FILE-5 END-IF.

      *---------------------------------------------------------------*
      * REBUILD MODE - FILE ONE HISTORY RECORD IN THE INDEX UNDER ALL  *
      * THREE LOOKUP PATHS, KEYED EXACTLY AS ARCHIVE KEYS IT. A RUN    *
      * DATE AND CYCLE THAT TURNS UP A SECOND TIME (THE COPY A RERUN   *
      * OF AN INTERRUPTED ARCHIVE APPENDED) RENUMBERS FROM ONE, FINDS  *
      * ITS KEYS ALREADY FILED AND IS COUNTED, NOT FILED TWICE - THE   *
      * SAME OUTCOME THE NIGHTLY RERUN HAD.                            *
      *---------------------------------------------------------------*
       5000-INDEX-RECORDS.
           IF ARCH-DATE OF ARCHIVE-RECORD NOT = WS-PREV-ARCH-DATE
           OR ARCH-CYCLE OF ARCHIVE-RECORD NOT = WS-PREV-ARCH-CYCLE
               MOVE ARCH-DATE OF ARCHIVE-RECORD
                                            TO WS-PREV-ARCH-DATE
               MOVE ARCH-CYCLE OF ARCHIVE-RECORD
                                            TO WS-PREV-ARCH-CYCLE
               MOVE ZERO                    TO WS-RUN-SEQ
           END-IF
           ADD 1                            TO WS-RUN-SEQ

           MOVE SPACES                      TO ARCH-IX-RECORD
           MOVE ARCHIVE-RECORD              TO ARCHIX-ARCHIVE-IMAGE
           MOVE SR-SALE-DATE OF ARCHIVE-RECORD
                                            TO ARCHIX-SALE-DATE
           MOVE ARCH-DATE OF ARCHIVE-RECORD TO ARCHIX-ARCH-DATE
           MOVE ARCH-CYCLE OF ARCHIVE-RECORD
                                            TO ARCHIX-ARCH-CYCLE
           MOVE WS-RUN-SEQ                  TO ARCHIX-RUN-SEQ

           SET ARCHIX-BY-CUST               TO TRUE
           MOVE SR-CUST-ID OF ARCHIVE-RECORD
                                            TO ARCHIX-LOOKUP-ID
           PERFORM 5100-WRITE-INDEX-ENTRY

           SET ARCHIX-BY-SLSP               TO TRUE
           MOVE SR-SALESPERSON-ID OF ARCHIVE-RECORD
                                            TO ARCHIX-LOOKUP-ID
           MOVE SR-PRODUCT-CODE OF ARCHIVE-RECORD
                                            TO ARCHIX-SUB-VALUE
           PERFORM 5100-WRITE-INDEX-ENTRY

           SET ARCHIX-BY-PRODUCT            TO TRUE
           MOVE SR-PRODUCT-CODE OF ARCHIVE-RECORD
                                            TO ARCHIX-LOOKUP-VALUE
           MOVE SPACES                      TO ARCHIX-SUB-VALUE
           PERFORM 5100-WRITE-INDEX-ENTRY

           PERFORM 1100-READ-ARCHIVE.

       5100-WRITE-INDEX-ENTRY.
           WRITE ARCH-IX-RECORD
           EVALUATE WS-ARCHIX-STATUS
               WHEN '00'
                   ADD 1                    TO WS-INDEX-WRITTEN
               WHEN '22'
                   ADD 1                    TO WS-INDEX-ALREADY
               WHEN OTHER
                   MOVE 'WRITE ERROR: ARCH-IX-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-ARCHIX-STATUS    TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
           END-EVALUATE.

      *---------------------------------------------------------------*
      * REBUILD FINALIZATION - EVERY RECORD READ MUST ACCOUNT FOR      *
      * EXACTLY THREE INDEX ENTRIES, FILED OR ALREADY ON FILE          *
      *---------------------------------------------------------------*
       5900-FINALIZE-REBUILD.
           COMPUTE WS-INDEX-EXPECTED = WS-RECORDS-READ * 3
           IF WS-INDEX-WRITTEN + WS-INDEX-ALREADY
                  NOT = WS-INDEX-EXPECTED
               MOVE 'Y'                     TO WS-VERIFY-SW
           END-IF

           MOVE 'SALES HISTORY INDEX REBUILD CERTIFICATE'
                                            TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-RECORDS-READ             TO WS-CNT-DISPLAY
           MOVE WS-READ-HASH                TO WS-AMT-DISPLAY
           STRING 'HISTORY RECORDS READ:   ' WS-CNT-DISPLAY
                  '  HASH ' WS-AMT-DISPLAY
                  '  FILE ARCHOUT'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-INDEX-WRITTEN            TO WS-CNT-DISPLAY
           STRING 'INDEX ENTRIES FILED:    ' WS-CNT-DISPLAY
                  '  (CUSTOMER, SALESPERSON, PRODUCT)'
                  '  FILE ARCHIDX'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE SPACES                      TO WS-REPORT-LINE
           MOVE WS-INDEX-ALREADY            TO WS-CNT-DISPLAY
           STRING 'RERUN COPIES NOT FILED: ' WS-CNT-DISPLAY
                  '  (RUN DATE/CYCLE/SEQUENCE ALREADY ON FILE)'
                  DELIMITED SIZE            INTO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE

           MOVE ALL '-'                     TO WS-REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF VERIFY-FAILED
               MOVE '*** INDEX ENTRY COUNTS DO NOT VERIFY ***'
                                            TO WS-REPORT-LINE
           ELSE
               MOVE 'INDEX ENTRY COUNTS VERIFY - FILED + NOT FILED ='
                                            TO WS-REPORT-LINE(1:47)
               MOVE ' 3 X RECORDS READ'     TO WS-REPORT-LINE(48:17)
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE

           CLOSE ARCHIVE-FILE
           CLOSE ARCH-IX-FILE
           CLOSE REPORT-FILE

           IF VERIFY-FAILED
               DISPLAY '*** ARCHRETN: INDEX REBUILD DID NOT VERIFY'
                       ' - HISTORY LOOKUPS ARE NOT SAFE ***'
               MOVE 12                      TO RETURN-CODE
           ELSE
               DISPLAY 'ARCHRETN: HISTORY INDEX REBUILT AND VERIFIED'
               MOVE ZERO                    TO RETURN-CODE
           END-IF.

      *---------------------------------------------------------------*
      * RETENTION CERTIFICATE - THE PAPER TRAIL PROVING NO DETAIL      *
      * RECORD WAS LOST IN THE SPLIT                                   *
