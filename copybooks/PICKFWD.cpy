      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED CF-SITE-CODE (46 TO 48 BYTES) SO A     *
      *                   CARRIED LINE RETURNS TO THE WORKSHEET OF THE *
      *                   RIGHT WAREHOUSE.                             *
      *----------------------------------------------------------------*
       05  CF-PRODUCT-NAME            PIC X(30).
       05  CF-DEPT-CODE               PIC 9(02).
       05  CF-PRODUCT-QTY             PIC 9(05).
       05  CF-PRIORITY-CODE           PIC X(01).
       05  CF-ASSIGN-DATE             PIC 9(08).
       05  CF-SITE-CODE               PIC X(02).
