      ******************************************************************
      * ADMANDT.CPY - AUTO-DEBIT MANDATE RECORD LAYOUT                *
      * ONE RECORD PER CUSTOMER ENROLLED TO HAVE US PULL PAYMENT FROM *
      * THEIR BANK ON THE DUE DATE INSTEAD OF MAILING A CHECK. THE    *
      * ROUTING AND ACCOUNT DO NOT FIT IN THE 18 BYTES OF CUSTREC     *
      * FILLER THAT ARE LEFT, SO THE MANDATE LIVES ON ITS OWN FILE,   *
      * KEYED ON CUST-ID THE SAME WAY SHIPTO IS. MAINTAINED BY ACHMNT *
      * (ENROLL, CHANGE BANK DETAILS, CANCEL) WITH AUDIT RECORDS.     *
      * ACHGEN DEBITS EVERY ACTIVE MANDATE NIGHTLY, COUNTS THE BANK'S *
      * INSUFFICIENT-FUNDS RETURNS AGAINST IT, AND DROPS IT ('D')     *
      * WHEN THE COUNT REACHES THE LIMIT ON ITS CONTROL CARD OR THE   *
      * BANK RETURNS A DEBIT FOR ANY OTHER REASON. A DROPPED OR       *
      * CANCELLED CUSTOMER COMES BACK ONLY BY ENROLLING AGAIN, WHICH  *
      * STARTS THE RETURN COUNT OVER.                                 *
      * LENGTH: 100 BYTES                                             *
      ******************************************************************
       01  AUTO-DEBIT-MANDATE.
           05  ADM-CUST-ID              PIC 9(6).
           05  ADM-ROUTING-NO           PIC X(9).
           05  ADM-ACCOUNT-NO           PIC X(17).
           05  ADM-ACCOUNT-TYPE         PIC X(1).
               88  ADM-CHECKING                 VALUE 'C'.
               88  ADM-SAVINGS                  VALUE 'S'.
               88  ADM-ACCOUNT-TYPE-VALID       VALUES 'C' 'S'.
           05  ADM-STATUS               PIC X(1).
               88  ADM-ACTIVE                   VALUE 'A'.
               88  ADM-DROPPED                  VALUE 'D'.
               88  ADM-CANCELLED                VALUE 'X'.
           05  ADM-ENROLL-DATE          PIC X(10).
           05  ADM-STATUS-DATE          PIC X(10).
           05  ADM-NSF-COUNT            PIC 9(2).
           05  ADM-LAST-RETURN-DATE     PIC X(10).
           05  ADM-LAST-RETURN-CODE     PIC X(3).
           05  ADM-LAST-DEBIT-DATE      PIC X(10).
           05  ADM-OPERATOR-ID          PIC X(7).
           05  FILLER                   PIC X(14).
