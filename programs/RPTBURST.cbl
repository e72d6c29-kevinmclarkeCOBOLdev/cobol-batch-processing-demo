      *****************************************************************
      * PROGRAM NAME: RPTBURST                                        *
      * DESCRIPTION:  REPORT BURSTING AND DISTRIBUTION                *
      *               SALESRPT, ARAGING, EXCPRPT, THE DUNNING CONTROL *
      *               REPORT AND SEGRPT EACH PRINT ONE FILE FOR THE   *
      *               WHOLE COMPANY. THIS STEP CUTS THEM UP FOR ONE   *
      *               RECIPIENT ON THE DISTRIBUTION MASTER, WRITING A *
      *               FILE THAT OPENS WITH A COVER SHEET AND THEN     *
      *               CARRIES, REPORT BY REPORT, ONLY THE LINES THE   *
      *               RECIPIENT'S ENTITLEMENTS COVER - A REGION, A    *
      *               DIVISION, A SALES TEAM (A SALESPERSON AND       *
      *               EVERY REP WHOSE SLSP-MANAGER-ID NAMES THEM), OR *
      *               THE WHOLE COMPANY. THE CONTROL STREAM RUNS IT   *
      *               ONCE PER ACTIVE RECIPIENT.                      *
      *               EACH PRINT LINE IS PLACED FROM ITS OWN TEXT:    *
      *               - A SALESPERSON BLOCK BY THE REP'S ID ON ITS    *
      *                 HEADING AND THE REGION LINE UNDER IT; A       *
      *                 REGIONAL TOTAL BY ITS REGION                  *
      *               - A CUSTOMER LINE BY THE ACCOUNT'S DIVISION,    *
      *                 ITS OWNING SALESPERSON AND THAT REP'S HOME    *
      *                 REGION, READ FROM THE MASTER                  *
      *               - GRAND TOTALS, THE COMPANY-WIDE REPORTS, AND   *
      *                 ANY LINE THAT CANNOT BE PLACED GO ONLY TO     *
      *                 WHOLE-COMPANY RECIPIENTS                      *
      *               PAGE AND SECTION HEADINGS ARE HELD BACK AND     *
      *               PRINTED AHEAD OF THE FIRST LINE THE RECIPIENT   *
      *               RECEIVES UNDER THEM, SO A PAGE WITH NOTHING FOR *
      *               THEM IS NEVER SENT. EVERY REPORT'S OUTCOME IS   *
      *               APPENDED TO THE DISTRIBUTION LOG.               *
      *                                                               *
      * INPUTS:       COMMAND-LINE PARM (THE GNUCOBOL STAND-IN FOR A  *
      *               JCL PARM): THE DIST-RECIPIENT-ID TO BURST FOR   *
      *               DISTRIBUTION MASTER   (DISTMAST)                *
      *               SALESPERSON MASTER    (SLSPMAST - OPTIONAL)     *
      *               CUSTOMER MASTER       (CUSTMIN, INDEXED, READ - *
      *                                      OPTIONAL)                *
      *               SALES REPORT          (RPTOUT   - OPTIONAL)     *
      *               AGING REPORT          (ARAGEOUT - OPTIONAL)     *
      *               EXCEPTION REPORT      (EXCPOUT  - OPTIONAL)     *
      *               DUNNING CONTROL RPT   (DUNRPT   - OPTIONAL)     *
      *               SEGMENTATION REPORT   (SEGROUT  - OPTIONAL)     *
      *               BUSINESS DATE CONTROL (BUSDATE  - OPTIONAL)     *
      * OUTPUTS:      RECIPIENT'S REPORT FILE (DISTOUT)               *
      *               DISTRIBUTION LOG      (DISTLOG, EXTENDED)       *
      *               RUN LOG               (RUNLOG, EXTENDED)        *
      *                                                               *
      * RETURN CODES: 0  RECIPIENT'S FILE WRITTEN                     *
      *               16 FATAL ERROR - NO PARM, RECIPIENT NOT ACTIVE  *
      *                  ON THE MASTER, OR AN I/O FAILURE             *
      *                                                               *
      * COPYBOOKS:                                                    *
      *   DISTMAST - REPORT DISTRIBUTION MASTER RECORD                *
      *   DISTLOG  - REPORT DISTRIBUTION LOG RECORD                   *
      *   SLSPMAST - SALESPERSON MASTER RECORD                        *
      *   CUSTREC  - CUSTOMER MASTER RECORD (250 BYTES)               *
      *   RUNLOGRC - RUN LOG RECORD                                   *
      *   BUSDATE  - BUSINESS DATE CONTROL RECORD                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
       AUTHOR. PORTFOLIO DEMO.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-MASTER     ASSIGN TO DISTMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DIST-STATUS.

           SELECT SALESPERSON-FILE ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SLSP-STATUS.

           SELECT CUST-MASTER     ASSIGN TO CUSTMIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CUST-ID OF CUST-MASTER-REC
                  FILE STATUS  IS WS-CUST-MASTER-STATUS.

      *    THE FIVE PRINT FILES, UNDER THE SAME NAMES THEIR PRODUCING
      *    PROGRAMS WRITE THEM. ANY ONE MAY BE MISSING ON A GIVEN
      *    NIGHT - THAT REPORT IS LOGGED AS NOT PRODUCED.
           SELECT SALES-REPORT    ASSIGN TO RPTOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SALES-RPT-STATUS.

           SELECT AGING-REPORT    ASSIGN TO ARAGEOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-AGING-RPT-STATUS.

           SELECT EXCP-REPORT     ASSIGN TO EXCPOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-EXCP-RPT-STATUS.

           SELECT DUNNING-REPORT  ASSIGN TO DUNRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DUN-RPT-STATUS.

           SELECT SEGMENT-REPORT  ASSIGN TO SEGROUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-SEG-RPT-STATUS.

           SELECT DIST-OUT-FILE   ASSIGN TO DISTOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DIST-OUT-STATUS.

           SELECT DIST-LOG-FILE   ASSIGN TO DISTLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-DIST-LOG-STATUS.

      *    COMMON RUN LOG - EVERY NIGHTLY STEP APPENDS ONE COMPLETION
      *    RECORD HERE SO THE CONTROL STREAM'S RESTART MODE AND THE
      *    RUN-HISTORY REPORT CAN SEE WHAT FINISHED AND HOW IT RAN.
           SELECT RUN-LOG-FILE    ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-RUNLOG-STATUS.

      *    BUSINESS DATE CONTROL - THE DATE THE DISTRIBUTION IS LOGGED
      *    UNDER. A MISSING FILE FALLS BACK TO THE SYSTEM CLOCK.
           SELECT BUSDATE-FILE    ASSIGN TO BUSDATE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WS-BUSDATE-STATUS.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  DIST-MASTER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DIST-MASTER-REC              PIC X(250).

       FD  SALESPERSON-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY SLSPMAST.

       FD  CUST-MASTER.
       COPY CUSTREC REPLACING CUSTOMER-RECORD BY CUST-MASTER-REC.

       FD  SALES-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SALES-REPORT-LINE            PIC X(132).

       FD  AGING-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AGING-REPORT-LINE            PIC X(132).

       FD  EXCP-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EXCP-REPORT-LINE             PIC X(132).

       FD  DUNNING-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DUNNING-REPORT-LINE          PIC X(132).

       FD  SEGMENT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SEGMENT-REPORT-LINE          PIC X(132).

       FD  DIST-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DIST-OUT-LINE                PIC X(132).

       FD  DIST-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DISTLOG.

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
           05  WS-DIST-STATUS           PIC XX VALUE SPACES.
           05  WS-SLSP-STATUS           PIC XX VALUE SPACES.
           05  WS-CUST-MASTER-STATUS    PIC XX VALUE SPACES.
           05  WS-SALES-RPT-STATUS      PIC XX VALUE SPACES.
           05  WS-AGING-RPT-STATUS      PIC XX VALUE SPACES.
           05  WS-EXCP-RPT-STATUS       PIC XX VALUE SPACES.
           05  WS-DUN-RPT-STATUS        PIC XX VALUE SPACES.
           05  WS-SEG-RPT-STATUS        PIC XX VALUE SPACES.
           05  WS-DIST-OUT-STATUS       PIC XX VALUE SPACES.
           05  WS-DIST-LOG-STATUS       PIC XX VALUE SPACES.

       01  WS-FLAGS.
           05  WS-DIST-EOF-SW           PIC X VALUE 'N'.
               88  DIST-EOF                     VALUE 'Y'.
           05  WS-RECIPIENT-FOUND-SW    PIC X VALUE 'N'.
               88  RECIPIENT-FOUND              VALUE 'Y'.
           05  WS-WHOLE-COMPANY-SW      PIC X VALUE 'N'.
               88  WHOLE-COMPANY                VALUE 'Y'.
           05  WS-SLSP-EOF-SW           PIC X VALUE 'N'.
               88  SLSP-EOF                     VALUE 'Y'.
           05  WS-MASTER-OPEN-SW        PIC X VALUE 'N'.
               88  MASTER-AVAILABLE             VALUE 'Y'.
           05  WS-MASTER-FOUND-SW       PIC X VALUE 'N'.
               88  MASTER-FOUND                 VALUE 'Y'.
           05  WS-RPT-OPEN-SW           PIC X VALUE 'N'.
               88  REPORT-PRODUCED              VALUE 'Y'.
           05  WS-RPT-EOF-SW            PIC X VALUE 'N'.
               88  RPT-EOF                      VALUE 'Y'.
           05  WS-ENTITLED-SW           PIC X VALUE 'N'.
               88  LINE-ENTITLED                VALUE 'Y'.
           05  WS-LAST-SENT-SW          PIC X VALUE 'N'.
               88  LAST-LINE-SENT               VALUE 'Y'.
           05  WS-HELD-SW               PIC X VALUE 'N'.
               88  LINE-HELD                    VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE RECIPIENT TO BURST FOR, FROM THE COMMAND LINE, AND THEIR   *
      * DISTRIBUTION MASTER RECORD ONCE FOUND                          *
      *----------------------------------------------------------------*
       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND-LINE          PIC X(80) VALUE SPACES.
           05  WS-RECIPIENT-PARM        PIC X(8)  VALUE SPACES.

       COPY DISTMAST.

      *----------------------------------------------------------------*
      * THE FIVE REPORTS, IN THE ORDER THEY ARE BURST. THE ORDER       *
      * MATCHES DIST-REPORT-FLAG ON THE DISTRIBUTION MASTER.           *
      *----------------------------------------------------------------*
       01  WS-REPORT-NAMES.
           05  FILLER                   PIC X(8)  VALUE 'SALESRPT'.
           05  FILLER                   PIC X(40) VALUE
               'SALES REPORT - BY SALESPERSON'.
           05  FILLER                   PIC X(8)  VALUE 'ARAGING'.
           05  FILLER                   PIC X(40) VALUE
               'A/R OPEN-ITEM AGING REPORT'.
           05  FILLER                   PIC X(8)  VALUE 'EXCPRPT'.
           05  FILLER                   PIC X(40) VALUE
               'OVER-LIMIT / NEGATIVE EXPOSURE REPORT'.
           05  FILLER                   PIC X(8)  VALUE 'DUNNING'.
           05  FILLER                   PIC X(40) VALUE
               'DUNNING CYCLE CONTROL REPORT'.
           05  FILLER                   PIC X(8)  VALUE 'SEGRPT'.
           05  FILLER                   PIC X(40) VALUE
               'CUSTOMER SEGMENTATION REPORT'.
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-NAMES.
           05  WS-REPORT-ENTRY OCCURS 5 TIMES.
               10  WS-REPORT-ID-TBL     PIC X(8).
               10  WS-REPORT-TITLE-TBL  PIC X(40).

      *----------------------------------------------------------------*
      * SALESPERSON MASTER TABLE - LOADED ONCE AT STARTUP THE WAY      *
      * SALESRPT LOADS IT. THE HOME REGION PLACES A CUSTOMER LINE OR A *
      * RANKING LINE; THE MANAGER ID PLACES A REP IN A SALES TEAM. A   *
      * MISSING SLSPMAST IS TOLERATED - ONLY THE REP'S OWN ID THEN     *
      * MATCHES A TEAM ENTITLEMENT.                                    *
      *----------------------------------------------------------------*
       01  WS-SLSP-TABLE.
           05  WS-SLSP-ENTRY OCCURS 2000 TIMES
                             INDEXED BY WS-SLSP-IDX.
               10  WS-SLSP-ID-TBL       PIC 9(06) VALUE ZERO.
               10  WS-SLSP-NAME-TBL     PIC X(20) VALUE SPACES.
               10  WS-SLSP-REGION-TBL   PIC X(10) VALUE SPACES.
               10  WS-SLSP-MANAGER-TBL  PIC 9(06) VALUE ZERO.

       01  WS-SLSP-TABLE-FIELDS.
           05  WS-SLSP-TABLE-MAX        PIC 9(05) VALUE 2000.
           05  WS-SLSP-TABLE-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-SLSP-FOUND-SW         PIC X VALUE 'N'.
               88  SLSP-ID-FOUND               VALUE 'Y'.
           05  WS-SLSP-LOOKUP-ID        PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------*
      * THE REPORT IN HAND AND ITS COUNTS                              *
      *----------------------------------------------------------------*
       01  WS-REPORT-FIELDS.
           05  WS-RPT-NO                PIC 9(1)  VALUE ZERO.
           05  WS-RPT-STATUS            PIC XX    VALUE SPACES.
           05  WS-RPT-LINES-READ        PIC 9(7)  VALUE ZERO.
           05  WS-RPT-DELIVERED         PIC 9(7)  VALUE ZERO.
           05  WS-RPT-WITHHELD          PIC 9(7)  VALUE ZERO.
           05  WS-RPT-OUTCOME           PIC X(1)  VALUE SPACE.
      *        'B' SALESPERSON BLOCKS, 'G' GRAND TOTALS, 'P' SPLIT
      *        CREDIT TO REPS WITH NO BOOKED SALES, 'R' RANKINGS
           05  WS-RPT-SECTION           PIC X(1)  VALUE 'B'.

       01  WS-COUNTERS.
           05  WS-TOTAL-LINES-READ      PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-DELIVERED       PIC 9(8) VALUE ZERO.
           05  WS-TOTAL-WITHHELD        PIC 9(8) VALUE ZERO.
           05  WS-REPORTS-DELIVERED     PIC 9(1) VALUE ZERO.

      *----------------------------------------------------------------*
      * LINE CLASSIFICATION. EACH PRINT LINE IS ONE OF:                *
      *   'P' PAGE HEADING     - HELD UNTIL THE PAGE HAS A LINE TO SEND*
      *   'S' SECTION HEADING  - HELD THE SAME WAY FOR ITS SECTION     *
      *   'K' KEYED LINE       - SENT IF THE CONTEXT IS ENTITLED       *
      *   'G' COMPANY LINE     - SENT ONLY TO WHOLE-COMPANY RECIPIENTS *
      *   'H' SALESPERSON HEAD - HELD UNTIL ITS REGION LINE ARRIVES    *
      *   'F' SPACING LINE     - FOLLOWS THE LINE BEFORE IT            *
      *----------------------------------------------------------------*
       01  WS-LINE-FIELDS.
           05  WS-IN-LINE               PIC X(132) VALUE SPACES.
           05  WS-ROUTE-LINE            PIC X(132) VALUE SPACES.
           05  WS-HELD-LINE             PIC X(132) VALUE SPACES.
           05  WS-LINE-CLASS            PIC X(1)   VALUE SPACE.
               88  LINE-PAGE-HEAD               VALUE 'P'.
               88  LINE-SECTION-HEAD            VALUE 'S'.
               88  LINE-KEYED                   VALUE 'K'.
               88  LINE-COMPANY                 VALUE 'G'.
               88  LINE-HOLD                    VALUE 'H'.
               88  LINE-SPACING                 VALUE 'F'.
           05  WS-PREV-CLASS            PIC X(1)   VALUE SPACE.
           05  WS-ROUTE-CLASS           PIC X(1)   VALUE SPACE.
           05  WS-NEW-BLOCK-SW          PIC X(1)   VALUE 'N'.
               88  NEW-BLOCK                    VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE PLACE THE CURRENT LINES BELONG TO. A ZERO SALESPERSON OR A *
      * BLANK REGION OR DIVISION IS UNKNOWN AND MATCHES NOTHING.       *
      *----------------------------------------------------------------*
       01  WS-CONTEXT-FIELDS.
           05  WS-CTX-DIVISION          PIC X(2)  VALUE SPACES.
           05  WS-CTX-REGION            PIC X(10) VALUE SPACES.
           05  WS-CTX-SLSP              PIC 9(6)  VALUE ZERO.
           05  WS-CTX-MANAGER           PIC 9(6)  VALUE ZERO.
           05  WS-CTX-CUST-ID           PIC 9(6)  VALUE ZERO.
           05  WS-LINE-CUST-ID          PIC 9(6)  VALUE ZERO.
           05  WS-TEAM-ID               PIC 9(6)  VALUE ZERO.
           05  WS-ENT-SUB               PIC 9(2)  VALUE ZERO.

      *----------------------------------------------------------------*
      * HELD PAGE AND SECTION HEADINGS                                 *
      *----------------------------------------------------------------*
       01  WS-HEADING-FIELDS.
           05  WS-PAGE-HEAD-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-PAGE-HEAD-SENT-SW     PIC X    VALUE 'N'.
               88  PAGE-HEAD-SENT               VALUE 'Y'.
           05  WS-SECT-HEAD-COUNT       PIC 9(2) VALUE ZERO.
           05  WS-SECT-HEAD-SENT-SW     PIC X    VALUE 'N'.
               88  SECT-HEAD-SENT               VALUE 'Y'.
           05  WS-HEAD-MAX              PIC 9(2) VALUE 10.
           05  WS-HEAD-SUB              PIC 9(2) VALUE ZERO.
       01  WS-PAGE-HEAD-TABLE.
           05  WS-PAGE-HEAD-LINE OCCURS 10 TIMES
                                        PIC X(132).
       01  WS-SECT-HEAD-TABLE.
           05  WS-SECT-HEAD-LINE OCCURS 10 TIMES
                                        PIC X(132).

       01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.

       01  WS-DISPLAY-FIELDS.
           05  WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
           05  WS-COUNT-EDIT-2          PIC Z,ZZZ,ZZ9.
           05  WS-STATUS-TEXT           PIC X(30) VALUE SPACES.

       01  WS-ABEND-MSG                 PIC X(80)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
      * MAIN PROCESSING LOGIC                                          *
      *---------------------------------------------------------------*
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-RL-START-TS
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WRITE-COVER-SHEET
           PERFORM 3000-BURST-REPORT
               VARYING WS-RPT-NO FROM 1 BY 1
               UNTIL WS-RPT-NO > 5
           PERFORM 8000-FINALIZE
           PERFORM 8900-WRITE-RUN-LOG
           STOP RUN.

      *---------------------------------------------------------------*
      * INITIALIZATION - THE BUSINESS DATE, THE RECIPIENT, THE         *
      * SALESPERSON TABLE, AND THE FILES                               *
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

           ACCEPT WS-COMMAND-LINE           FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                    INTO WS-RECIPIENT-PARM
           IF WS-RECIPIENT-PARM = SPACES
               DISPLAY 'RPTBURST: USAGE - RPTBURST <RECIPIENT-ID>'
               MOVE 'NO RECIPIENT ID ON THE COMMAND LINE'
                                            TO WS-ABEND-MSG
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1100-FIND-RECIPIENT

           OPEN INPUT SALESPERSON-FILE
           IF WS-SLSP-STATUS NOT = '00'
               IF WS-SLSP-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-SLSP-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           ELSE
               PERFORM 1700-LOAD-SLSP-TABLE
               CLOSE SALESPERSON-FILE
           END-IF

      *    WITHOUT THE CUSTOMER MASTER NO CUSTOMER LINE CAN BE PLACED,
      *    SO THOSE LINES GO ONLY TO WHOLE-COMPANY RECIPIENTS
           OPEN INPUT CUST-MASTER
           IF WS-CUST-MASTER-STATUS = '00'
               MOVE 'Y'                     TO WS-MASTER-OPEN-SW
           ELSE
               IF WS-CUST-MASTER-STATUS NOT = '35'
                   MOVE 'OPEN FAILED: CUST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-CUST-MASTER-STATUS
                                            TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF

           OPEN OUTPUT DIST-OUT-FILE
           IF WS-DIST-OUT-STATUS NOT = '00'
               MOVE 'OPEN FAILED: DIST-OUT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DIST-OUT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    THE DISTRIBUTION LOG ACCUMULATES - THE FIRST RUN CREATES IT
           OPEN EXTEND DIST-LOG-FILE
           IF WS-DIST-LOG-STATUS = '35'
               OPEN OUTPUT DIST-LOG-FILE
           END-IF
           IF WS-DIST-LOG-STATUS NOT = '00'
          AND WS-DIST-LOG-STATUS NOT = '05'
               MOVE 'OPEN FAILED: DIST-LOG-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DIST-LOG-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *----------------------------------------------------------------*
      * FIND THE RECIPIENT ON THE DISTRIBUTION MASTER. ONE WHO IS NOT  *
      * THERE, OR NO LONGER ACTIVE, IS AN OPERATOR ERROR - NOTHING IS  *
      * WRITTEN FOR THEM.                                              *
      *----------------------------------------------------------------*
       1100-FIND-RECIPIENT.
           OPEN INPUT DIST-MASTER
           IF WS-DIST-STATUS NOT = '00'
               MOVE 'OPEN FAILED: DIST-MASTER     FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DIST-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           PERFORM 1110-READ-DIST-MASTER
               UNTIL DIST-EOF OR RECIPIENT-FOUND
           CLOSE DIST-MASTER

           IF NOT RECIPIENT-FOUND
               STRING 'RECIPIENT ' WS-RECIPIENT-PARM
                      ' IS NOT ON THE DISTRIBUTION MASTER'
                      DELIMITED SIZE        INTO WS-ABEND-MSG
               PERFORM 9900-FATAL-ERROR
           END-IF
           IF NOT DIST-ACTIVE
               STRING 'RECIPIENT ' WS-RECIPIENT-PARM
                      ' IS NOT ACTIVE ON THE DISTRIBUTION MASTER'
                      DELIMITED SIZE        INTO WS-ABEND-MSG
               PERFORM 9900-FATAL-ERROR
           END-IF

           MOVE 1                           TO WS-ENT-SUB
           PERFORM 1120-CHECK-WHOLE-COMPANY
               UNTIL WS-ENT-SUB > 10 OR WHOLE-COMPANY.

       1110-READ-DIST-MASTER.
           READ DIST-MASTER INTO DISTRIBUTION-RECORD
               AT END
                   MOVE 'Y'                 TO WS-DIST-EOF-SW
           END-READ
           IF NOT DIST-EOF
               IF WS-DIST-STATUS NOT = '00'
                   MOVE 'READ ERROR: DIST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
                   MOVE WS-DIST-STATUS      TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               IF DIST-RECIPIENT-ID = WS-RECIPIENT-PARM
                   MOVE 'Y'                 TO WS-RECIPIENT-FOUND-SW
               END-IF
           END-IF.

       1120-CHECK-WHOLE-COMPANY.
           IF DIST-ENT-ALL (WS-ENT-SUB)
               MOVE 'Y'                     TO WS-WHOLE-COMPANY-SW
           END-IF
           ADD 1                            TO WS-ENT-SUB.

      *----------------------------------------------------------------*
      * LOAD THE SALESPERSON MASTER TABLE ONCE AT STARTUP              *
      *----------------------------------------------------------------*
       1700-LOAD-SLSP-TABLE.
           PERFORM 1710-READ-SLSP-RECORD
           PERFORM 1720-ADD-SLSP-TO-TABLE UNTIL SLSP-EOF.

       1710-READ-SLSP-RECORD.
           READ SALESPERSON-FILE
               AT END
                   MOVE 'Y' TO WS-SLSP-EOF-SW
           END-READ

           IF NOT SLSP-EOF AND WS-SLSP-STATUS NOT = '00'
               MOVE 'READ FAILED: SALESPERSON-FILE FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-SLSP-STATUS          TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

       1720-ADD-SLSP-TO-TABLE.
           IF WS-SLSP-TABLE-COUNT < WS-SLSP-TABLE-MAX
               ADD 1                        TO WS-SLSP-TABLE-COUNT
               SET WS-SLSP-IDX              TO WS-SLSP-TABLE-COUNT
               MOVE SLSP-ID     TO WS-SLSP-ID-TBL (WS-SLSP-IDX)
               MOVE SLSP-NAME   TO WS-SLSP-NAME-TBL (WS-SLSP-IDX)
               MOVE SLSP-HOME-REGION
                                TO WS-SLSP-REGION-TBL (WS-SLSP-IDX)
               IF SLSP-MANAGER-ID NUMERIC
                   MOVE SLSP-MANAGER-ID
                                TO WS-SLSP-MANAGER-TBL (WS-SLSP-IDX)
               END-IF
           END-IF

           PERFORM 1710-READ-SLSP-RECORD.

      *----------------------------------------------------------------*
      * FIND WS-SLSP-LOOKUP-ID IN THE SALESPERSON TABLE. ON RETURN     *
      * SLSP-ID-FOUND IS SET AND WS-SLSP-IDX POINTS AT ITS ENTRY.      *
      *----------------------------------------------------------------*
       1750-FIND-SLSP.
           MOVE 'N'                        TO WS-SLSP-FOUND-SW
           SET WS-SLSP-IDX                 TO 1
           PERFORM 1760-SEARCH-SLSP-TABLE
               UNTIL WS-SLSP-IDX > WS-SLSP-TABLE-COUNT
                  OR SLSP-ID-FOUND.

       1760-SEARCH-SLSP-TABLE.
           IF WS-SLSP-ID-TBL (WS-SLSP-IDX) = WS-SLSP-LOOKUP-ID
               MOVE 'Y'                    TO WS-SLSP-FOUND-SW
           ELSE
               SET WS-SLSP-IDX UP BY 1
           END-IF.

      *----------------------------------------------------------------*
      * THE COVER SHEET - WHO THE FILE IS FOR, WHAT THEY ARE ENTITLED  *
      * TO, AND WHICH REPORTS THE PACKAGE HOLDS TONIGHT                *
      *----------------------------------------------------------------*
       2000-WRITE-COVER-SHEET.
           STRING 'REPORT DISTRIBUTION - COVER SHEET'
                  '                    BUSINESS DATE: '
                  WS-BUSINESS-DATE '  CYCLE: ' WS-BUSDATE-CYCLE
                  DELIMITED SIZE            INTO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           MOVE ALL '-'                     TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           STRING 'RECIPIENT: ' DIST-RECIPIENT-ID '  ' DIST-NAME
                  DELIMITED SIZE            INTO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           STRING 'EMAIL:     ' DIST-EMAIL
                  DELIMITED SIZE            INTO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           MOVE 'ENTITLED TO:'              TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           IF WHOLE-COMPANY
               MOVE '    THE WHOLE COMPANY'  TO WS-OUT-LINE
               PERFORM 9100-WRITE-OUT-LINE
           ELSE
               MOVE 1                       TO WS-ENT-SUB
               PERFORM 2100-DESCRIBE-ENTITLEMENT
                   UNTIL WS-ENT-SUB > 10
           END-IF
           PERFORM 9100-WRITE-OUT-LINE
           MOVE 'REPORTS IN THIS PACKAGE:'  TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           PERFORM 2200-DESCRIBE-REPORT
               VARYING WS-RPT-NO FROM 1 BY 1
               UNTIL WS-RPT-NO > 5
           MOVE ALL '-'                     TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE.

       2100-DESCRIBE-ENTITLEMENT.
           EVALUATE TRUE
               WHEN DIST-ENT-REGION (WS-ENT-SUB)
                   STRING '    REGION      '
                          DIST-ENT-VALUE (WS-ENT-SUB)
                          DELIMITED SIZE    INTO WS-OUT-LINE
               WHEN DIST-ENT-DIVISION (WS-ENT-SUB)
                   STRING '    DIVISION    '
                          DIST-ENT-VALUE (WS-ENT-SUB) (1:2)
                          DELIMITED SIZE    INTO WS-OUT-LINE
               WHEN DIST-ENT-TEAM (WS-ENT-SUB)
                   MOVE SPACES              TO WS-STATUS-TEXT
                   IF DIST-ENT-VALUE (WS-ENT-SUB) (1:6) NUMERIC
                       MOVE DIST-ENT-VALUE (WS-ENT-SUB) (1:6)
                                            TO WS-SLSP-LOOKUP-ID
                       PERFORM 1750-FIND-SLSP
                       IF SLSP-ID-FOUND
                           MOVE WS-SLSP-NAME-TBL (WS-SLSP-IDX)
                                            TO WS-STATUS-TEXT
                       END-IF
                   END-IF
                   STRING '    SALES TEAM  '
                          DIST-ENT-VALUE (WS-ENT-SUB) (1:6) '  '
                          WS-STATUS-TEXT
                          DELIMITED SIZE    INTO WS-OUT-LINE
           END-EVALUATE
           IF WS-OUT-LINE NOT = SPACES
               PERFORM 9100-WRITE-OUT-LINE
           END-IF
           ADD 1                            TO WS-ENT-SUB.

      *    A REPORT IS LISTED AS DECLINED, NOT PRODUCED, OR ENCLOSED
       2200-DESCRIBE-REPORT.
           IF DIST-REPORT-FLAG (WS-RPT-NO) = 'N'
               MOVE 'DECLINED - NOT SENT'   TO WS-STATUS-TEXT
           ELSE
               PERFORM 3100-OPEN-REPORT
               IF REPORT-PRODUCED
                   MOVE 'ENCLOSED'          TO WS-STATUS-TEXT
                   PERFORM 3900-CLOSE-REPORT
               ELSE
                   MOVE 'NOT PRODUCED FOR THIS RUN'
                                            TO WS-STATUS-TEXT
               END-IF
           END-IF
           STRING '    ' WS-REPORT-ID-TBL (WS-RPT-NO) '  '
                  WS-REPORT-TITLE-TBL (WS-RPT-NO) '  '
                  WS-STATUS-TEXT
                  DELIMITED SIZE            INTO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE.

      *----------------------------------------------------------------*
      * BURST ONE REPORT FOR THE RECIPIENT AND LOG THE OUTCOME         *
      *----------------------------------------------------------------*
       3000-BURST-REPORT.
           MOVE ZERO                        TO WS-RPT-LINES-READ
                                               WS-RPT-DELIVERED
                                               WS-RPT-WITHHELD
           MOVE 'B'                         TO WS-RPT-SECTION
           MOVE SPACE                       TO WS-PREV-CLASS
           MOVE 'N'                         TO WS-LAST-SENT-SW
                                               WS-HELD-SW
           MOVE ZERO                        TO WS-PAGE-HEAD-COUNT
                                               WS-SECT-HEAD-COUNT
           MOVE SPACES                      TO WS-CTX-DIVISION
                                               WS-CTX-REGION
           MOVE ZERO                        TO WS-CTX-SLSP
                                               WS-CTX-MANAGER
                                               WS-CTX-CUST-ID

           IF DIST-REPORT-FLAG (WS-RPT-NO) = 'N'
               MOVE 'X'                     TO WS-RPT-OUTCOME
               PERFORM 3800-WRITE-DIST-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-OPEN-REPORT
           IF NOT REPORT-PRODUCED
               MOVE 'M'                     TO WS-RPT-OUTCOME
               PERFORM 3800-WRITE-DIST-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM 9100-WRITE-OUT-LINE
           MOVE ALL '='                     TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           STRING '*** ' WS-REPORT-ID-TBL (WS-RPT-NO) ' - '
                  WS-REPORT-TITLE-TBL (WS-RPT-NO)
                  DELIMITED SIZE            INTO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           MOVE ALL '='                     TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE

           MOVE 'N'                         TO WS-RPT-EOF-SW
           PERFORM 3200-READ-REPORT-LINE
           PERFORM 3300-PROCESS-LINE UNTIL RPT-EOF
           IF LINE-HELD
               PERFORM 3550-RELEASE-HELD-LINE
           END-IF
           PERFORM 3900-CLOSE-REPORT

           IF WS-RPT-DELIVERED = ZERO
               MOVE 'NOTHING ON THIS REPORT FALLS WITHIN YOUR ENTITLEMEN
      -             'TS FOR THIS RUN'       TO WS-OUT-LINE
               PERFORM 9100-WRITE-OUT-LINE
               MOVE 'E'                     TO WS-RPT-OUTCOME
           ELSE
               ADD 1                        TO WS-REPORTS-DELIVERED
               MOVE 'D'                     TO WS-RPT-OUTCOME
           END-IF
           PERFORM 3800-WRITE-DIST-LOG

           ADD WS-RPT-LINES-READ            TO WS-TOTAL-LINES-READ
           ADD WS-RPT-DELIVERED             TO WS-TOTAL-DELIVERED
           ADD WS-RPT-WITHHELD              TO WS-TOTAL-WITHHELD.

      *----------------------------------------------------------------*
      * OPEN, READ AND CLOSE WHICHEVER PRINT FILE WS-RPT-NO NAMES. A   *
      * MISSING FILE (STATUS 35) IS A REPORT NOT PRODUCED FOR THE RUN. *
      *----------------------------------------------------------------*
       3100-OPEN-REPORT.
           EVALUATE WS-RPT-NO
               WHEN 1
                   OPEN INPUT SALES-REPORT
                   MOVE WS-SALES-RPT-STATUS TO WS-RPT-STATUS
               WHEN 2
                   OPEN INPUT AGING-REPORT
                   MOVE WS-AGING-RPT-STATUS TO WS-RPT-STATUS
               WHEN 3
                   OPEN INPUT EXCP-REPORT
                   MOVE WS-EXCP-RPT-STATUS  TO WS-RPT-STATUS
               WHEN 4
                   OPEN INPUT DUNNING-REPORT
                   MOVE WS-DUN-RPT-STATUS   TO WS-RPT-STATUS
               WHEN 5
                   OPEN INPUT SEGMENT-REPORT
                   MOVE WS-SEG-RPT-STATUS   TO WS-RPT-STATUS
           END-EVALUATE
           IF WS-RPT-STATUS = '00'
               MOVE 'Y'                     TO WS-RPT-OPEN-SW
           ELSE
               MOVE 'N'                     TO WS-RPT-OPEN-SW
               IF WS-RPT-STATUS NOT = '35'
                   STRING 'OPEN FAILED: ' WS-REPORT-ID-TBL (WS-RPT-NO)
                          DELIMITED SIZE    INTO WS-ABEND-MSG
                   MOVE 'FS='               TO WS-ABEND-MSG(34:3)
                   MOVE WS-RPT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
           END-IF.

       3200-READ-REPORT-LINE.
           EVALUATE WS-RPT-NO
               WHEN 1
                   READ SALES-REPORT INTO WS-IN-LINE
                       AT END MOVE 'Y'      TO WS-RPT-EOF-SW
                   END-READ
                   MOVE WS-SALES-RPT-STATUS TO WS-RPT-STATUS
               WHEN 2
                   READ AGING-REPORT INTO WS-IN-LINE
                       AT END MOVE 'Y'      TO WS-RPT-EOF-SW
                   END-READ
                   MOVE WS-AGING-RPT-STATUS TO WS-RPT-STATUS
               WHEN 3
                   READ EXCP-REPORT INTO WS-IN-LINE
                       AT END MOVE 'Y'      TO WS-RPT-EOF-SW
                   END-READ
                   MOVE WS-EXCP-RPT-STATUS  TO WS-RPT-STATUS
               WHEN 4
                   READ DUNNING-REPORT INTO WS-IN-LINE
                       AT END MOVE 'Y'      TO WS-RPT-EOF-SW
                   END-READ
                   MOVE WS-DUN-RPT-STATUS   TO WS-RPT-STATUS
               WHEN 5
                   READ SEGMENT-REPORT INTO WS-IN-LINE
                       AT END MOVE 'Y'      TO WS-RPT-EOF-SW
                   END-READ
                   MOVE WS-SEG-RPT-STATUS   TO WS-RPT-STATUS
           END-EVALUATE
           IF NOT RPT-EOF
               IF WS-RPT-STATUS NOT = '00'
                   STRING 'READ ERROR: ' WS-REPORT-ID-TBL (WS-RPT-NO)
                          DELIMITED SIZE    INTO WS-ABEND-MSG
                   MOVE 'FS='               TO WS-ABEND-MSG(34:3)
                   MOVE WS-RPT-STATUS       TO WS-ABEND-MSG(37:2)
                   PERFORM 9900-FATAL-ERROR
               END-IF
               ADD 1                        TO WS-RPT-LINES-READ
           END-IF.

       3900-CLOSE-REPORT.
           EVALUATE WS-RPT-NO
               WHEN 1
                   CLOSE SALES-REPORT
               WHEN 2
                   CLOSE AGING-REPORT
               WHEN 3
                   CLOSE EXCP-REPORT
               WHEN 4
                   CLOSE DUNNING-REPORT
               WHEN 5
                   CLOSE SEGMENT-REPORT
           END-EVALUATE.

      *---------------------------------------------------------------*
      * ONE PRINT LINE - CLASSIFY IT, THEN SEND, HOLD OR WITHHOLD IT   *
      *---------------------------------------------------------------*
       3300-PROCESS-LINE.
           MOVE 'N'                         TO WS-NEW-BLOCK-SW
           EVALUATE WS-RPT-NO
               WHEN 1
                   PERFORM 3410-CLASSIFY-SALES-LINE
               WHEN 2
                   PERFORM 3420-CLASSIFY-AGING-LINE
               WHEN 3
                   PERFORM 3430-CLASSIFY-EXCP-LINE
               WHEN OTHER
                   PERFORM 3440-CLASSIFY-COMPANY-LINE
           END-EVALUATE
           PERFORM 3500-ROUTE-LINE
           MOVE WS-LINE-CLASS               TO WS-PREV-CLASS
           PERFORM 3200-READ-REPORT-LINE.

      *----------------------------------------------------------------*
      * SALESRPT. A SALESPERSON BLOCK OPENS WITH THE REP'S HEADING     *
      * (HELD UNTIL THE REGION LINE UNDER IT ARRIVES) AND RUNS TO THE  *
      * NEXT; THE '=' RULES AND REGIONAL TOTAL BELONG TO THE REGION.   *
      * AFTER THE FIRST '*' RULE COME THE GRAND TOTALS, THEN THE SPLIT *
      * CREDIT AND RANKING SECTIONS, WHOSE LINES EACH NAME THEIR REP.  *
      *----------------------------------------------------------------*
       3410-CLASSIFY-SALES-LINE.
           MOVE 'K'                         TO WS-LINE-CLASS
           EVALUATE TRUE
               WHEN WS-IN-LINE = SPACES
                   MOVE 'F'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE(1:29) = 'SALES REPORT - BY SALESPERSON'
                   MOVE 'P'                 TO WS-LINE-CLASS
                   MOVE 'Y'                 TO WS-NEW-BLOCK-SW
               WHEN WS-IN-LINE(1:10) = 'RUN DATE: '
               WHEN WS-IN-LINE = ALL '-'
                   MOVE 'P'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE = ALL '*'
                   MOVE 'G'                 TO WS-LINE-CLASS
                   MOVE 'G'                 TO WS-RPT-SECTION
               WHEN WS-IN-LINE(5:44) =
                    'SPLIT CREDIT - NO BOOKED SALES IN THE REGION'
                   MOVE 'S'                 TO WS-LINE-CLASS
                   MOVE 'Y'                 TO WS-NEW-BLOCK-SW
                   MOVE 'P'                 TO WS-RPT-SECTION
               WHEN WS-IN-LINE(41:18) = 'TOP 10 SALESPEOPLE'
               WHEN WS-IN-LINE(41:21) = 'BOTTOM 10 SALESPEOPLE'
                   MOVE 'S'                 TO WS-LINE-CLASS
                   MOVE 'Y'                 TO WS-NEW-BLOCK-SW
                   MOVE 'R'                 TO WS-RPT-SECTION
               WHEN WS-IN-LINE(5:4) = 'RANK'
                AND WS-IN-LINE(15:8) = 'SALES ID'
                   MOVE 'S'                 TO WS-LINE-CLASS
               WHEN WS-RPT-SECTION = 'R'
                   PERFORM 3412-PLACE-RANK-LINE
               WHEN WS-RPT-SECTION = 'G'
                   MOVE 'G'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE(1:13) = 'SALESPERSON: '
                   MOVE 'H'                 TO WS-LINE-CLASS
                   MOVE SPACES              TO WS-CTX-REGION
                   MOVE ZERO                TO WS-CTX-SLSP
                   IF WS-IN-LINE(40:6) NUMERIC
                       MOVE WS-IN-LINE(40:6) TO WS-CTX-SLSP
                   END-IF
                   PERFORM 3650-FIND-MANAGER
               WHEN WS-IN-LINE(1:10) = '  REGION: '
                   MOVE WS-IN-LINE(11:10)   TO WS-CTX-REGION
               WHEN WS-IN-LINE = ALL '='
                   MOVE ZERO                TO WS-CTX-SLSP
                                               WS-CTX-MANAGER
               WHEN WS-IN-LINE(11:17) = ' REGIONAL TOTAL: '
                   MOVE WS-IN-LINE(1:10)    TO WS-CTX-REGION
                   MOVE ZERO                TO WS-CTX-SLSP
                                               WS-CTX-MANAGER
               WHEN WS-RPT-SECTION = 'P'
                AND WS-IN-LINE(47:11) = ' CREDITED: '
                AND WS-IN-LINE(5:6) NUMERIC
                   MOVE WS-IN-LINE(5:6)     TO WS-CTX-SLSP
                   MOVE WS-IN-LINE(35:10)   TO WS-CTX-REGION
                   PERFORM 3650-FIND-MANAGER
           END-EVALUATE.

      *    A RANKING LINE NAMES ITS REP; THE REP'S HOME REGION PLACES IT
       3412-PLACE-RANK-LINE.
           IF WS-IN-LINE(20:1) NUMERIC
               MOVE FUNCTION NUMVAL (WS-IN-LINE(15:6))
                                            TO WS-CTX-SLSP
               PERFORM 3650-FIND-MANAGER
               MOVE SPACES                  TO WS-CTX-REGION
               IF SLSP-ID-FOUND
                   MOVE WS-SLSP-REGION-TBL (WS-SLSP-IDX)
                                            TO WS-CTX-REGION
               END-IF
           ELSE
               MOVE 'F'                     TO WS-LINE-CLASS
           END-IF.

      *----------------------------------------------------------------*
      * ARAGING - ONE LINE PER CUSTOMER, ID IN COLUMNS 1-6, PLACED     *
      * FROM THE MASTER. THE TOTALS ARE THE WHOLE COMPANY'S.           *
      *----------------------------------------------------------------*
       3420-CLASSIFY-AGING-LINE.
           EVALUATE TRUE
               WHEN WS-IN-LINE = SPACES
                   MOVE 'F'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE(1:26) = 'A/R OPEN-ITEM AGING REPORT'
                   MOVE 'P'                 TO WS-LINE-CLASS
                   MOVE 'Y'                 TO WS-NEW-BLOCK-SW
               WHEN WS-IN-LINE(1:12) = 'AS-OF DATE: '
               WHEN WS-IN-LINE = ALL '-'
               WHEN WS-IN-LINE(1:7) = 'CUST-ID'
                   MOVE 'P'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE(1:6) NUMERIC
                   MOVE 'K'                 TO WS-LINE-CLASS
                   MOVE WS-IN-LINE(1:6)     TO WS-LINE-CUST-ID
                   PERFORM 3600-PLACE-CUSTOMER
               WHEN OTHER
                   MOVE 'G'                 TO WS-LINE-CLASS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EXCPRPT - ONE LINE PER EXCEPTION, ID EDITED INTO COLUMNS 2-7.  *
      * THE NO-EXCEPTIONS LINE SPEAKS FOR THE WHOLE COMPANY.           *
      *----------------------------------------------------------------*
       3430-CLASSIFY-EXCP-LINE.
           EVALUATE TRUE
               WHEN WS-IN-LINE = SPACES
                   MOVE 'F'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE(11:47) =
                    'OVER-LIMIT / NEGATIVE EXPOSURE EXCEPTION REPORT'
                   MOVE 'P'                 TO WS-LINE-CLASS
                   MOVE 'Y'                 TO WS-NEW-BLOCK-SW
               WHEN WS-IN-LINE(2:7) = 'CUST-ID'
                   MOVE 'P'                 TO WS-LINE-CLASS
               WHEN WS-IN-LINE(7:1) NUMERIC
                   MOVE 'K'                 TO WS-LINE-CLASS
                   MOVE FUNCTION NUMVAL (WS-IN-LINE(2:6))
                                            TO WS-LINE-CUST-ID
                   PERFORM 3600-PLACE-CUSTOMER
               WHEN OTHER
                   MOVE 'G'                 TO WS-LINE-CLASS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * THE DUNNING CONTROL REPORT AND SEGRPT ARE COMPANY-WIDE COUNTS  *
      * AND AGGREGATES - NOTHING ON THEM BELONGS TO ONE REGION, TEAM   *
      * OR DIVISION. THE FIRST LINE IS THE TITLE.                      *
      *----------------------------------------------------------------*
       3440-CLASSIFY-COMPANY-LINE.
           EVALUATE TRUE
               WHEN WS-RPT-LINES-READ = 1
                   MOVE 'P'                 TO WS-LINE-CLASS
                   MOVE 'Y'                 TO WS-NEW-BLOCK-SW
               WHEN WS-IN-LINE = SPACES
                   MOVE 'F'                 TO WS-LINE-CLASS
               WHEN OTHER
                   MOVE 'G'                 TO WS-LINE-CLASS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * ROUTE THE CLASSIFIED LINE                                      *
      *----------------------------------------------------------------*
       3500-ROUTE-LINE.
           EVALUATE TRUE
               WHEN LINE-PAGE-HEAD
                   IF NEW-BLOCK
                       MOVE ZERO            TO WS-PAGE-HEAD-COUNT
                       MOVE 'N'             TO WS-PAGE-HEAD-SENT-SW
                   END-IF
                   PERFORM 3510-HOLD-PAGE-HEADING
               WHEN LINE-SECTION-HEAD
                   IF NEW-BLOCK
                       MOVE ZERO            TO WS-SECT-HEAD-COUNT
                       MOVE 'N'             TO WS-SECT-HEAD-SENT-SW
                   END-IF
                   PERFORM 3515-HOLD-SECTION-HEADING
               WHEN LINE-HOLD
                   IF LINE-HELD
                       PERFORM 3550-RELEASE-HELD-LINE
                   END-IF
                   MOVE WS-IN-LINE          TO WS-HELD-LINE
                   MOVE 'Y'                 TO WS-HELD-SW
               WHEN LINE-SPACING
                   PERFORM 3540-ROUTE-SPACING-LINE
               WHEN OTHER
                   IF LINE-HELD
                       PERFORM 3550-RELEASE-HELD-LINE
                   END-IF
                   MOVE WS-IN-LINE          TO WS-ROUTE-LINE
                   MOVE WS-LINE-CLASS       TO WS-ROUTE-CLASS
                   PERFORM 3520-SEND-OR-WITHHOLD
           END-EVALUATE.

       3510-HOLD-PAGE-HEADING.
           IF WS-PAGE-HEAD-COUNT < WS-HEAD-MAX
               ADD 1                        TO WS-PAGE-HEAD-COUNT
               MOVE WS-IN-LINE
                   TO WS-PAGE-HEAD-LINE (WS-PAGE-HEAD-COUNT)
           END-IF.

       3515-HOLD-SECTION-HEADING.
           IF WS-SECT-HEAD-COUNT < WS-HEAD-MAX
               ADD 1                        TO WS-SECT-HEAD-COUNT
               MOVE WS-IN-LINE
                   TO WS-SECT-HEAD-LINE (WS-SECT-HEAD-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * SEND WS-ROUTE-LINE IF THE RECIPIENT IS ENTITLED TO IT, FIRST   *
      * PUTTING OUT ANY HELD PAGE AND SECTION HEADINGS IT FALLS UNDER  *
      *----------------------------------------------------------------*
       3520-SEND-OR-WITHHOLD.
           PERFORM 3700-CHECK-ENTITLEMENT
           IF LINE-ENTITLED
               IF NOT PAGE-HEAD-SENT
                   MOVE 1                   TO WS-HEAD-SUB
                   PERFORM 3530-SEND-PAGE-HEADING
                       UNTIL WS-HEAD-SUB > WS-PAGE-HEAD-COUNT
                   MOVE 'Y'                 TO WS-PAGE-HEAD-SENT-SW
               END-IF
               IF NOT SECT-HEAD-SENT
                   MOVE 1                   TO WS-HEAD-SUB
                   PERFORM 3535-SEND-SECTION-HEADING
                       UNTIL WS-HEAD-SUB > WS-SECT-HEAD-COUNT
                   MOVE 'Y'                 TO WS-SECT-HEAD-SENT-SW
               END-IF
               MOVE WS-ROUTE-LINE           TO WS-OUT-LINE
               PERFORM 9100-WRITE-OUT-LINE
               ADD 1                        TO WS-RPT-DELIVERED
               MOVE 'Y'                     TO WS-LAST-SENT-SW
           ELSE
               ADD 1                        TO WS-RPT-WITHHELD
               MOVE 'N'                     TO WS-LAST-SENT-SW
           END-IF.

       3530-SEND-PAGE-HEADING.
           MOVE WS-PAGE-HEAD-LINE (WS-HEAD-SUB) TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           ADD 1                            TO WS-HEAD-SUB.

       3535-SEND-SECTION-HEADING.
           MOVE WS-SECT-HEAD-LINE (WS-HEAD-SUB) TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           ADD 1                            TO WS-HEAD-SUB.

      *    A BLANK LINE INSIDE A HEADING STAYS WITH THE HEADING;
      *    ELSEWHERE IT GOES WHERE THE LINE ABOVE IT WENT
       3540-ROUTE-SPACING-LINE.
           EVALUATE WS-PREV-CLASS
               WHEN 'P'
                   PERFORM 3510-HOLD-PAGE-HEADING
                   MOVE 'P'                 TO WS-LINE-CLASS
               WHEN 'S'
                   PERFORM 3515-HOLD-SECTION-HEADING
                   MOVE 'S'                 TO WS-LINE-CLASS
               WHEN OTHER
                   IF LAST-LINE-SENT
                       MOVE WS-IN-LINE      TO WS-OUT-LINE
                       PERFORM 9100-WRITE-OUT-LINE
                   END-IF
           END-EVALUATE.

      *    THE HELD SALESPERSON HEADING GOES WHERE ITS BLOCK GOES
       3550-RELEASE-HELD-LINE.
           MOVE WS-HELD-LINE                TO WS-ROUTE-LINE
           MOVE 'K'                         TO WS-ROUTE-CLASS
           MOVE 'N'                         TO WS-HELD-SW
           PERFORM 3520-SEND-OR-WITHHOLD.

      *----------------------------------------------------------------*
      * PLACE A CUSTOMER LINE - THE ACCOUNT'S DIVISION (A BLANK ONE    *
      * READS AS '01'), ITS OWNING SALESPERSON, AND THAT REP'S HOME    *
      * REGION. A CUSTOMER NOT ON THE MASTER CANNOT BE PLACED.         *
      *----------------------------------------------------------------*
       3600-PLACE-CUSTOMER.
           IF WS-LINE-CUST-ID = WS-CTX-CUST-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-CUST-ID             TO WS-CTX-CUST-ID
           MOVE SPACES                      TO WS-CTX-DIVISION
                                               WS-CTX-REGION
           MOVE ZERO                        TO WS-CTX-SLSP
                                               WS-CTX-MANAGER
           IF NOT MASTER-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINE-CUST-ID      TO CUST-ID OF CUST-MASTER-REC
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N'                 TO WS-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-MASTER-FOUND-SW
           END-READ
           IF WS-CUST-MASTER-STATUS NOT = '00'
          AND WS-CUST-MASTER-STATUS NOT = '23'
               MOVE 'READ ERROR: CUST-MASTER      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CUST-MASTER-STATUS   TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF

           IF MASTER-FOUND
               MOVE CUST-DIVISION OF CUST-MASTER-REC
                                            TO WS-CTX-DIVISION
               IF WS-CTX-DIVISION = SPACES
                   MOVE '01'                TO WS-CTX-DIVISION
               END-IF
               IF CUST-OWNER-SLSP-ID OF CUST-MASTER-REC NUMERIC
                   MOVE CUST-OWNER-SLSP-ID OF CUST-MASTER-REC
                                            TO WS-CTX-SLSP
               END-IF
               IF WS-CTX-SLSP > ZERO
                   PERFORM 3650-FIND-MANAGER
                   IF SLSP-ID-FOUND
                       MOVE WS-SLSP-REGION-TBL (WS-SLSP-IDX)
                                            TO WS-CTX-REGION
                   END-IF
               END-IF
           END-IF.

      *    THE MANAGER OF WS-CTX-SLSP, FOR A TEAM ENTITLEMENT
       3650-FIND-MANAGER.
           MOVE ZERO                        TO WS-CTX-MANAGER
           MOVE 'N'                         TO WS-SLSP-FOUND-SW
           IF WS-CTX-SLSP > ZERO
               MOVE WS-CTX-SLSP             TO WS-SLSP-LOOKUP-ID
               PERFORM 1750-FIND-SLSP
               IF SLSP-ID-FOUND
                   MOVE WS-SLSP-MANAGER-TBL (WS-SLSP-IDX)
                                            TO WS-CTX-MANAGER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * IS THE RECIPIENT ENTITLED TO WS-ROUTE-LINE? A WHOLE-COMPANY    *
      * RECIPIENT GETS EVERYTHING; A COMPANY LINE GOES TO NO ONE ELSE. *
      *----------------------------------------------------------------*
       3700-CHECK-ENTITLEMENT.
           MOVE 'N'                         TO WS-ENTITLED-SW
           IF WHOLE-COMPANY
               MOVE 'Y'                     TO WS-ENTITLED-SW
           ELSE
               IF WS-ROUTE-CLASS = 'K'
                   MOVE 1                   TO WS-ENT-SUB
                   PERFORM 3710-TEST-ENTITLEMENT
                       UNTIL WS-ENT-SUB > 10 OR LINE-ENTITLED
               END-IF
           END-IF.

       3710-TEST-ENTITLEMENT.
           EVALUATE TRUE
               WHEN DIST-ENT-REGION (WS-ENT-SUB)
                   IF WS-CTX-REGION NOT = SPACES
                  AND WS-CTX-REGION = DIST-ENT-VALUE (WS-ENT-SUB)
                       MOVE 'Y'             TO WS-ENTITLED-SW
                   END-IF
               WHEN DIST-ENT-DIVISION (WS-ENT-SUB)
                   IF WS-CTX-DIVISION NOT = SPACES
                  AND WS-CTX-DIVISION =
                          DIST-ENT-VALUE (WS-ENT-SUB) (1:2)
                       MOVE 'Y'             TO WS-ENTITLED-SW
                   END-IF
               WHEN DIST-ENT-TEAM (WS-ENT-SUB)
                   IF DIST-ENT-VALUE (WS-ENT-SUB) (1:6) NUMERIC
                  AND WS-CTX-SLSP > ZERO
                       MOVE DIST-ENT-VALUE (WS-ENT-SUB) (1:6)
                                            TO WS-TEAM-ID
                       IF WS-CTX-SLSP = WS-TEAM-ID
                       OR WS-CTX-MANAGER = WS-TEAM-ID
                           MOVE 'Y'         TO WS-ENTITLED-SW
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1                            TO WS-ENT-SUB.

      *----------------------------------------------------------------*
      * ONE DISTRIBUTION LOG RECORD FOR THE REPORT IN HAND             *
      *----------------------------------------------------------------*
       3800-WRITE-DIST-LOG.
           MOVE SPACES                      TO DISTRIBUTION-LOG-RECORD
           MOVE WS-BUSINESS-DATE            TO DLOG-RUN-DATE
           MOVE WS-BUSDATE-CYCLE            TO DLOG-CYCLE-NO
           MOVE FUNCTION CURRENT-DATE       TO DLOG-TIMESTAMP
           MOVE DIST-RECIPIENT-ID           TO DLOG-RECIPIENT-ID
           MOVE DIST-EMAIL                  TO DLOG-EMAIL
           MOVE WS-REPORT-ID-TBL (WS-RPT-NO) TO DLOG-REPORT-ID
           MOVE WS-RPT-OUTCOME              TO DLOG-OUTCOME
           MOVE WS-RPT-DELIVERED            TO DLOG-LINES-DELIVERED
           MOVE WS-RPT-WITHHELD             TO DLOG-LINES-WITHHELD
           WRITE DISTRIBUTION-LOG-RECORD
           IF WS-DIST-LOG-STATUS NOT = '00'
               MOVE 'WRITE ERROR: DIST-LOG-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DIST-LOG-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF.

      *---------------------------------------------------------------*
      * FINALIZATION                                                   *
      *---------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 9100-WRITE-OUT-LINE
           MOVE ALL '-'                     TO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE
           MOVE WS-TOTAL-DELIVERED          TO WS-COUNT-EDIT
           STRING 'END OF DISTRIBUTION FOR ' DIST-RECIPIENT-ID
                  ' - ' WS-COUNT-EDIT ' REPORT LINES ENCLOSED'
                  DELIMITED SIZE            INTO WS-OUT-LINE
           PERFORM 9100-WRITE-OUT-LINE

           CLOSE DIST-OUT-FILE
           CLOSE DIST-LOG-FILE
           IF MASTER-AVAILABLE
               CLOSE CUST-MASTER
           END-IF
           MOVE ZERO                        TO RETURN-CODE

           MOVE WS-TOTAL-DELIVERED          TO WS-COUNT-EDIT
           MOVE WS-TOTAL-WITHHELD           TO WS-COUNT-EDIT-2
           DISPLAY '============================================='
           DISPLAY 'RPTBURST - REPORT DISTRIBUTION SUMMARY'
           DISPLAY '============================================='
           DISPLAY 'RECIPIENT:              ' DIST-RECIPIENT-ID
           DISPLAY 'BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY 'REPORT LINES READ:      ' WS-TOTAL-LINES-READ
           DISPLAY 'LINES DELIVERED:        ' WS-COUNT-EDIT
           DISPLAY 'LINES WITHHELD:         ' WS-COUNT-EDIT-2
           DISPLAY 'REPORTS WITH CONTENT:   ' WS-REPORTS-DELIVERED
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
               DISPLAY 'RPTBURST: RUN LOG UNAVAILABLE, FS='
                       WS-RUNLOG-STATUS
           ELSE
               MOVE 'RPTBURST' TO RL-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO RL-RUN-DATE
               MOVE WS-RL-START-TS TO RL-START-TS
               MOVE FUNCTION CURRENT-DATE TO RL-END-TS
               MOVE WS-TOTAL-LINES-READ TO RL-RECORDS-IN
               MOVE WS-TOTAL-DELIVERED TO RL-RECORDS-OUT
               MOVE ZERO TO RL-RECORDS-ERR
               MOVE WS-BUSDATE-CYCLE TO RL-CYCLE-NO
               MOVE RETURN-CODE TO RL-RETURN-CODE
               WRITE RUN-LOG-RECORD
               IF WS-RUNLOG-STATUS NOT = '00'
                   DISPLAY 'RPTBURST: RUN LOG WRITE FAILED, FS='
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
      * WRITE ONE LINE TO THE RECIPIENT'S FILE                         *
      *---------------------------------------------------------------*
       9100-WRITE-OUT-LINE.
           MOVE WS-OUT-LINE                 TO DIST-OUT-LINE
           WRITE DIST-OUT-LINE
           IF WS-DIST-OUT-STATUS NOT = '00'
               MOVE 'WRITE ERROR: DIST-OUT-FILE   FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-DIST-OUT-STATUS      TO WS-ABEND-MSG(37:2)
               PERFORM 9900-FATAL-ERROR
           END-IF
           MOVE SPACES                      TO WS-OUT-LINE.

      *---------------------------------------------------------------*
      * FATAL ERROR HANDLER                                            *
      *---------------------------------------------------------------*
       9900-FATAL-ERROR.
           DISPLAY '*** RPTBURST FATAL ERROR: ' WS-ABEND-MSG
           MOVE 16                          TO RETURN-CODE
           STOP RUN.
