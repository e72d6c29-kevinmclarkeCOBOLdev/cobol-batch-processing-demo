      ******************************************************************
      * CHKISSUE.CPY - ISSUED-CHECK HISTORY RECORD LAYOUT             *
      * ONE RECORD PER CHECK EVENT POSPAY SENDS TO THE BANK - THE     *
      * ISSUE ITSELF, AND LATER ANY VOID OR STOP AGAINST IT - EXTENDED*
      * ACROSS RUNS THE SAME WAY COMMHIST IS. A CHECK'S CURRENT STATE *
      * IS ITS LAST EVENT. POSPAY READS IT BACK TO REFUSE A CHECK     *
      * NUMBER ALREADY USED AND TO PROVE A VOID OR STOP NAMES A CHECK *
      * WE ACTUALLY ISSUED, FOR THE AMOUNT WE ISSUED IT FOR.          *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  CHECK-ISSUE-RECORD.
           05  CKI-CHECK-NO             PIC 9(10).
           05  CKI-EVENT                PIC X(1).
               88  CKI-ISSUED                   VALUE 'I'.
               88  CKI-VOIDED                   VALUE 'V'.
               88  CKI-STOPPED                  VALUE 'S'.
           05  CKI-SOURCE               PIC X(8).
           05  CKI-PAYEE-ID             PIC 9(6).
           05  CKI-PAYEE-NAME           PIC X(30).
           05  CKI-AMOUNT               PIC 9(8)V99.
           05  CKI-ISSUE-DATE           PIC X(10).
           05  CKI-EVENT-DATE           PIC X(10).
           05  CKI-REASON               PIC X(20).
           05  CKI-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(8).
