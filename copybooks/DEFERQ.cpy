      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED DQ-SITE-CODE (46 TO 48 BYTES) SO       *
      *                   DEFER-FEEDER RELEASES HELD WORK BACK INTO A  *
      *                   BATCH FOR THE RIGHT WAREHOUSE.               *
      *----------------------------------------------------------------*
       05  DQ-PRODUCT-NAME            PIC X(30).
       05  DQ-DEPT-CODE               PIC 9(02).
       05  DQ-PRODUCT-QTY             PIC 9(05).
       05  DQ-PRIORITY-CODE           PIC X(01).
       05  DQ-DEFER-DATE              PIC 9(08).
       05  DQ-SITE-CODE               PIC X(02).
