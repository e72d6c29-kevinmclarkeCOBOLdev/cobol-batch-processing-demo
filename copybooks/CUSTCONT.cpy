      ******************************************************************
      * CUSTCONT.CPY - CUSTOMER CONTACT RECORD LAYOUT                 *
      * ONE RECORD PER PERSON AT A CUSTOMER, KEYED ON CUST-ID PLUS A  *
      * CONTACT SEQUENCE, SO STATEMENTS, DUNNING LETTERS AND THE      *
      * COLLECTIONS CALLS STOP ALL GOING TO THE ONE CUST-EMAIL AND    *
      * CUST-PHONE ON THE MASTER (USUALLY THE BUYER). EACH CONTACT    *
      * CARRIES A ROLE: 'A' ACCOUNTS PAYABLE, 'P' PURCHASING, 'C'     *
      * COLLECTIONS ESCALATION, 'E' EXECUTIVE. STMTGEN ADDRESSES THE  *
      * STATEMENT TO THE ACCOUNTS-PAYABLE CONTACT AND SENDS IT BY     *
      * THAT CONTACT'S PREFERRED CHANNEL; DUNNING ADDRESSES ITS       *
      * LETTER TO THE COLLECTIONS CONTACT (ELSE ACCOUNTS PAYABLE) AND *
      * COPIES A FINAL DEMAND TO THE EXECUTIVE. WHERE A CUSTOMER HAS  *
      * SEVERAL ACTIVE CONTACTS IN ONE ROLE THE LOWEST SEQUENCE IS    *
      * USED. A CUSTOMER WITH NO CONTACT IN THE ROLE IS ADDRESSED AS  *
      * IT ALWAYS WAS, FROM THE MASTER. MAINTAINED THROUGH CONTMNT    *
      * WITH AUDIT RECORDS, THE SAME WAY SHIPMNT KEEPS SHIPTO.        *
      * PREFERRED CHANNEL: 'E' EMAIL, 'M' MAIL, 'P' PHONE.            *
      * LENGTH: 120 BYTES                                             *
      ******************************************************************
       01  CUST-CONTACT-RECORD.
           05  CTC-KEY.
               10  CTC-CUST-ID          PIC 9(6).
               10  CTC-CONTACT-SEQ      PIC 9(3).
           05  CTC-ROLE                 PIC X(1).
               88  CTC-ROLE-AP                  VALUE 'A'.
               88  CTC-ROLE-PURCHASING          VALUE 'P'.
               88  CTC-ROLE-COLLECTIONS         VALUE 'C'.
               88  CTC-ROLE-EXECUTIVE           VALUE 'E'.
               88  CTC-ROLE-VALID               VALUES 'A' 'P' 'C'
                                                       'E'.
           05  CTC-NAME                 PIC X(30).
           05  CTC-EMAIL                PIC X(50).
           05  CTC-PHONE                PIC X(15).
           05  CTC-CHANNEL              PIC X(1).
               88  CTC-PREFERS-EMAIL            VALUE 'E'.
               88  CTC-PREFERS-MAIL             VALUE 'M'.
               88  CTC-PREFERS-PHONE            VALUE 'P'.
               88  CTC-CHANNEL-VALID            VALUES 'E' 'M' 'P'.
           05  CTC-STATUS               PIC X(1).
               88  CTC-ACTIVE                   VALUE 'A'.
               88  CTC-INACTIVE                 VALUE 'I'.
           05  FILLER                   PIC X(13).
