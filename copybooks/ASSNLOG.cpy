      *                   EXPECTED, OR QUANTITY OVER THE ORDER), SO    *
      *                   PRODUCT-MAINT'S REVIEW PASS CAN WORK IT      *
      *                   LIKE A CONFLICT.                             *
      *  2026-10-15 EDM   ADDED LOG-BATCH-ID - THE TRANSIN BATCH THAT  *
      *                   POSTED THE RECORD (SPACES FOR INTERACTIVE    *
      *                   WORK), SO FILE-AUDIT CAN PROVE EACH BATCH-   *
      *                   REGISTER ENTRY AGAINST THE LOG RECORDS IT    *
      *                   ACTUALLY WROTE.                              *
      *  2026-10-15 EDM   ADDED LOG-PRODUCT-CODE - THE PRODUCT-MASTER  *
      *                   CODE OF THE PRODUCT ASSIGNED (SPACES ON      *
      *                   RECORDS CONVERTED FOR A PRODUCT NO LONGER ON *
      *                   THE MASTER).                                 *
      *  2026-10-15 EDM   ADDED LOG-SITE-CODE - THE WAREHOUSE OF THE   *
      *                   DEPARTMENT ASSIGNED (100 TO 102 BYTES).      *
      *                   RECORDS CONVERTED FROM THE OLD LAYOUT ARE    *
      *                   SITE 01.                                     *
      *----------------------------------------------------------------*
       05  LOG-PRODUCT-NAME          PIC X(30).
       05  LOG-DEPT-CODE             PIC 9(02).
           88  LOG-TYPE-REVERSAL     VALUE "V".
       05  LOG-RECEIPT-FLAG          PIC X(01).
           88  LOG-RECEIPT-EXCEPTION VALUE "Y".
       05  LOG-BATCH-ID              PIC X(08).
       05  LOG-PRODUCT-CODE          PIC X(10).
       05  LOG-SITE-CODE             PIC X(02).
