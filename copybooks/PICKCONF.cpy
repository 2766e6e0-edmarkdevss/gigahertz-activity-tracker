      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED PC-SITE-CODE (46 TO 48 BYTES) - THE    *
      *                   WAREHOUSE WHOSE FLOOR PICKED THE LINE. A     *
      *                   BLANK SITE, AS SENT BY TERMINALS NOT YET     *
      *                   CHANGED, IS TREATED AS SITE 01.              *
      *----------------------------------------------------------------*
       05  PC-PRODUCT-NAME            PIC X(30).
       05  PC-DEPT-CODE               PIC 9(02).
       05  PC-PICKED-QTY              PIC 9(05).
       05  PC-SHIFT-CODE              PIC X(01).
       05  PC-PICK-DATE               PIC 9(08).
       05  PC-SITE-CODE               PIC X(02).
