      *                   TR-XFER-DATA VIEW CARRYING THE FROM AND TO   *
      *                   DEPT CODES. A REVERSAL USES THE ORDINARY     *
      *                   DETAIL VIEW.                                 *
      *  2026-10-15 EDM   ADDED TR-PRODUCT-CODE (AND TR-XF-PRODUCT-    *
      *                   CODE ON THE TRANSFER VIEW) AT THE END OF THE *
      *                   RECORD - 40 TO 50 BYTES. DEPT-CHECKER        *
      *                   IDENTIFIES THE PRODUCT BY ITS CODE WHEN ONE  *
      *                   IS GIVEN AND BY ITS NAME WHEN THE CODE IS    *
      *                   BLANK, AND REJECTS A PRODUCT NOT ON THE      *
      *                   PRODUCT MASTER EITHER WAY.                   *
      *  2026-10-15 EDM   ADDED TR-HDR-SITE-CODE TO THE BATCH HEADER   *
      *                   (TAKEN FROM THE FILLER - NO CHANGE IN        *
      *                   LENGTH). EVERY DETAIL, TRANSFER AND REVERSAL *
      *                   IN THE BATCH BELONGS TO THAT WAREHOUSE. A    *
      *                   BLANK SITE IS TREATED AS SITE 01 SO OLDER    *
      *                   FEEDS STILL POST.                            *
      *----------------------------------------------------------------*
       05  TR-RECORD-TYPE             PIC X(01).
           88  TR-HEADER-REC          VALUE "H".
           10  TR-PRIORITY-CODE       PIC X(01).
           10  TR-RECYCLE-FLAG        PIC X(01).
               88  TR-RECYCLED        VALUE "R".
           10  TR-PRODUCT-CODE        PIC X(10).
       05  TR-XFER-DATA REDEFINES TR-DETAIL-DATA.
           10  TR-XF-PRODUCT-NAME     PIC X(30).
           10  TR-XF-FROM-DEPT        PIC 9(02).
           10  TR-XF-TO-DEPT          PIC 9(02).
           10  TR-XF-QTY              PIC 9(05).
           10  TR-XF-PRODUCT-CODE     PIC X(10).
       05  TR-HEADER-DATA REDEFINES TR-DETAIL-DATA.
           10  TR-HDR-CREATE-DATE     PIC 9(08).
           10  TR-HDR-BATCH-ID        PIC X(08).
           10  TR-HDR-SOURCE-CODE     PIC X(03).
           10  TR-HDR-SITE-CODE       PIC X(02).
           10  FILLER                 PIC X(28).
       05  TR-TRAILER-DATA REDEFINES TR-DETAIL-DATA.
           10  TR-TLR-RECORD-COUNT    PIC 9(06).
           10  TR-TLR-QTY-HASH        PIC 9(10).
           10  FILLER                 PIC X(33).
