      ******************************************************************
      * ARCHIDX.CPY - KEYED SALES-HISTORY INDEX RECORD LAYOUT         *
      * THE INDEXED COMPANION TO ARCHOUT, THE WAY AUDIXREC IS TO THE  *
      * AUDIT TRAIL. EVERY ARCHIVED RECORD IS FILED HERE THREE TIMES, *
      * ONCE UNDER EACH LOOKUP PATH, EACH ENTRY CARRYING THE WHOLE    *
      * ARCHREC IMAGE SO A READER NEVER GOES BACK TO ARCHOUT:         *
      *   'C' BY CUSTOMER    - LOOKUP = SR-CUST-ID                    *
      *   'S' BY SALESPERSON - LOOKUP = SR-SALESPERSON-ID, SUB-KEY =  *
      *                        SR-PRODUCT-CODE                        *
      *   'P' BY PRODUCT     - LOOKUP = SR-PRODUCT-CODE               *
      * WITHIN A PATH THE ENTRIES RUN IN SALE-DATE ORDER, SO ONE      *
      * KEYED START ON PATH, LOOKUP (AND SUB-KEY) AND A FROM-DATE     *
      * RETRIEVES JUST THE HISTORY ASKED FOR WITHOUT A SEQUENTIAL     *
      * SCAN OF ARCHOUT. THE ARCHIVE RUN DATE, CYCLE AND THE RECORD'S *
      * SEQUENCE WITHIN THAT RUN CLOSE THE KEY: A RERUN OF THE SAME   *
      * DATE AND CYCLE PRESENTS THE SAME KEYS AGAIN AND IS RECOGNISED *
      * AS ALREADY INDEXED. ARCHIVE ADDS EACH NIGHT'S ENTRIES AS IT   *
      * APPENDS; ARCHRETN REBUILD RECREATES THE WHOLE FILE FROM       *
      * ARCHOUT AFTER ANYTHING REPLACES THE HISTORY FILE (A RETENTION *
      * OFFLOAD, A BACKOUT, A CORRECTION OR A REFORMAT).              *
      * LENGTH: 190 BYTES                                             *
      ******************************************************************
       01  ARCH-IX-RECORD.
           05  ARCHIX-KEY.
               10  ARCHIX-PATH          PIC X(1).
                   88  ARCHIX-BY-CUST           VALUE 'C'.
                   88  ARCHIX-BY-SLSP           VALUE 'S'.
                   88  ARCHIX-BY-PRODUCT        VALUE 'P'.
               10  ARCHIX-LOOKUP-VALUE  PIC X(10).
               10  ARCHIX-LOOKUP-NUM    REDEFINES ARCHIX-LOOKUP-VALUE.
                   15  ARCHIX-LOOKUP-ID PIC 9(6).
                   15  FILLER           PIC X(4).
               10  ARCHIX-SUB-VALUE     PIC X(10).
               10  ARCHIX-SALE-DATE     PIC X(10).
               10  ARCHIX-ARCH-DATE     PIC X(10).
               10  ARCHIX-ARCH-CYCLE    PIC X(2).
               10  ARCHIX-RUN-SEQ       PIC 9(6).
           05  ARCHIX-ARCHIVE-IMAGE     PIC X(132).
           05  FILLER                   PIC X(9).
