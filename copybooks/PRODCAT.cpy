      ******************************************************************
      * PRODCAT.CPY - PRODUCT CATEGORY MASTER RECORD LAYOUT           *
      * ONE RECORD PER CATEGORIZED PRODUCT, KEYED ON THE SAME         *
      * PROD-CODE AS PRODMAST. A CATEGORY IS THE LEVEL MANAGEMENT     *
      * COMPARES MONTH TO MONTH (FASTENERS, HAND TOOLS, PAINT); A     *
      * FAMILY GROUPS RELATED CATEGORIES (HARDWARE, TOOLS). KEPT      *
      * APART FROM PRODMAST SO PRICE AND COST MAINTENANCE NEVER       *
      * TOUCHES THE GROUPINGS AND A REGROUPING NEVER TOUCHES PRICES.  *
      * REFMAINT MAINTAINS IT (FILE ID 'C') WITH THE SAME BEFORE/     *
      * AFTER CHANGE REPORT IT KEEPS FOR PRODMAST. PRODRPT, MARGRPT,  *
      * AND ARCHIVE'S CATEGORY ROLLUP READ IT; A PRODUCT WITH NO      *
      * RECORD HERE REPORTS UNDER 'UNASSIGNED'.                       *
      * LENGTH: 60 BYTES                                              *
      ******************************************************************
       01  PRODUCT-CATEGORY-RECORD.
           05  PCAT-PROD-CODE           PIC X(10).
           05  PCAT-CATEGORY            PIC X(10).
           05  PCAT-FAMILY              PIC X(10).
      *    YYYY-MM-DD OF THE REFMAINT RUN THAT LAST ADDED OR CHANGED
      *    THE ASSIGNMENT
           05  PCAT-LAST-MAINT-DATE     PIC X(10).
           05  FILLER                   PIC X(20).
