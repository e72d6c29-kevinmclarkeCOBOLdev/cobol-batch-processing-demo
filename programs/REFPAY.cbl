      *               BALANCE IS RELIEVED THROUGH CUSTUPD'S NORMAL    *
      *               VALIDATION AND FULL AUDIT TRAIL - THE SAME      *
      *               POST-THROUGH-NOT-AROUND ROUTE FINCHG USES.      *
      *               THE CHECK EXTRACT IS EXTENDED, NOT REPLACED, SO *
      *               SEVERAL RELEASES ACCUMULATE FOR ONE CHECK RUN;  *
      *               POSPAY NUMBERS THEM, SENDS THE BANK ITS         *
      *               POSITIVE-PAY ISSUES, AND RESETS THE FILE.       *
      *                                                                *
      * INPUTS:       REFUND-PENDING FILE (REFPEND)                   *
      *               COMMAND-LINE ACTION (THE GNUCOBOL STAND-IN FOR  *
      *                 LIST                 - LIST ALL ENTRIES       *
      *                 RELEASE nnnnnnnn     - RELEASE ONE ENTRY      *
      *                 REJECT  nnnnnnnn     - REJECT ONE ENTRY       *
      * OUTPUTS:      REFUND-CHECK EXTRACT   (REFCHK, EXTENDED)       *
      *               RELIEF TRANSACTIONS    (REFTRN, TRANSIN LAYOUT) *
      *               LISTING/SUMMARY REPORT (REFPAYRPT)              *
      *               UPDATED REFUND-PENDING FILE (REFPEND)           *
       FD  CHECK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY REFCHK.

       FD  TRANS-FILE
           RECORDING MODE IS F
               PERFORM 9900-FATAL-ERROR
           END-IF

      *    EXTENDED SO A LIST, OR A SECOND RELEASE, CANNOT WIPE A
      *    CHECK THE CHECK RUN HAS NOT YET ISSUED
           OPEN EXTEND CHECK-FILE
           IF WS-CHECK-STATUS NOT = '00'
          AND WS-CHECK-STATUS NOT = '05'
               MOVE 'OPEN FAILED: CHECK-FILE      FS='
                                            TO WS-ABEND-MSG(1:36)
               MOVE WS-CHECK-STATUS         TO WS-ABEND-MSG(37:2)
