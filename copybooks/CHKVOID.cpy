      ******************************************************************
      * CHKVOID.CPY - CHECK VOID/STOP TRANSACTION RECORD LAYOUT       *
      * ONE RECORD PER CHECK WE CANCEL, KEYED BY TREASURY:            *
      *   V - VOID - THE CHECK NEVER LEFT THE BUILDING, OR CAME BACK  *
      *   S - STOP - THE CHECK WAS MAILED AND IS LOST OR STOLEN       *
      * THE AMOUNT MUST EQUAL THE AMOUNT THE CHECK WAS ISSUED FOR - A *
      * SECOND KEY ON THE CHECK NUMBER, SO A TRANSPOSED DIGIT CANNOT  *
      * CANCEL SOMEBODY ELSE'S CHECK.                                 *
      * LENGTH: 60 BYTES                                              *
      ******************************************************************
       01  CHECK-VOID-RECORD.
           05  CKV-CHECK-NO             PIC 9(10).
           05  CKV-ACTION               PIC X(1).
               88  CKV-VOID                     VALUE 'V'.
               88  CKV-STOP                     VALUE 'S'.
           05  CKV-AMOUNT               PIC 9(8)V99.
           05  CKV-REASON               PIC X(20).
           05  CKV-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(12).
