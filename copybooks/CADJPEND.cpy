      ******************************************************************
      * CADJPEND.CPY - COMMISSION ADJUSTMENT APPROVAL QUEUE RECORD    *
      * ONE RECORD PER MANUAL COMMISSION ADJUSTMENT COMMADJ ACCEPTED  *
      * FROM CADJIN, HELD FOR A SECOND APPROVAL THE SAME WAY PENDAPPR *
      * HOLDS CUSTUPD'S LARGE LIMIT CHANGES. KEYED ON CAQ-SEQUENCE-NO *
      * SO COMMADJ CAN RANDOMLY READ/REWRITE A SINGLE ENTRY WHEN IT IS*
      * RELEASED OR REJECTED. ENTRIES ARE NEVER DELETED - RELEASED AND*
      * REJECTED ONES STAY ON FILE WITH WHO ACTIONED THEM AND WHEN, SO*
      * THE QUEUE IS ITSELF THE AUDIT TRAIL OF EVERY ADJUSTMENT EVER  *
      * KEYED. CAQ-ADJ-DATA CARRIES THE WHOLE CADJTRAN TRANSACTION.   *
      * LENGTH: 160 BYTES                                             *
      ******************************************************************
       01  COMM-ADJ-PENDING-RECORD.
           05  CAQ-SEQUENCE-NO          PIC 9(08).
           05  CAQ-TIMESTAMP            PIC X(26).
           05  CAQ-STATUS               PIC X(01).
               88  CAQ-AWAITING                 VALUE 'P'.
               88  CAQ-RELEASED                 VALUE 'R'.
               88  CAQ-REJECTED                 VALUE 'X'.
           05  CAQ-SALESPERSON-NAME     PIC X(20).
           COPY CADJTRAN REPLACING ==01  COMM-ADJUSTMENT-RECORD==
                                 BY ==05  CAQ-ADJ-DATA==
                                    ==05  == BY ==10  ==.
      *--------------------------------------------------------------*
      * THE SECOND PERSON WHO RELEASED OR REJECTED THE ENTRY, AND    *
      * THE DATE THEY DID                                            *
      *--------------------------------------------------------------*
           05  CAQ-ACTIONED-BY          PIC X(7).
           05  CAQ-ACTION-DATE          PIC X(10).
           05  FILLER                   PIC X(08).
