      ******************************************************************
      * CADJTRAN.CPY - MANUAL COMMISSION ADJUSTMENT TRANSACTION       *
      * ONE RECORD PER ONE-OFF COMMISSION ADJUSTMENT SALES MANAGEMENT *
      * HAS AGREED - A SPIFF BONUS, A CORRECTION FOR A MIS-CREDITED   *
      * DEAL, A SPLIT NEGOTIATED AFTER THE FACT - REPLACING THE OLD   *
      * PRACTICE OF EDITING THE COMMOUT FILE BY HAND. COMMADJ QUEUES  *
      * EACH ONE FOR A SECOND APPROVAL (CADJPEND) AND ONLY A RELEASED *
      * ADJUSTMENT REACHES THE PAYABLES LEDGER. CAJ-AMOUNT IS SIGNED: *
      * POSITIVE RAISES THE BALANCE DUE, NEGATIVE LOWERS IT.          *
      * CAJ-REASON-CODE MUST BE ON THE COMMISSION REASON-CODE MASTER  *
      * (COMMRSN, ADJRSN LAYOUT). CAJ-REFERENCE IS THE DOCUMENT THE   *
      * ADJUSTMENT WAS AGREED ON (DEAL OR MEMO NUMBER).               *
      * LENGTH: 80 BYTES                                              *
      ******************************************************************
       01  COMM-ADJUSTMENT-RECORD.
           05  CAJ-SALESPERSON-ID       PIC 9(6).
           05  CAJ-ADJ-DATE             PIC X(10).
           05  CAJ-AMOUNT               PIC S9(7)V99.
           05  CAJ-REASON-CODE          PIC X(4).
           05  CAJ-REFERENCE            PIC X(10).
           05  CAJ-DESCRIPTION          PIC X(30).
      *--------------------------------------------------------------*
      * WHO KEYED THE ADJUSTMENT - COMMADJ REFUSES A RELEASE BY THE   *
      * SAME PERSON                                                   *
      *--------------------------------------------------------------*
           05  CAJ-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(4).
