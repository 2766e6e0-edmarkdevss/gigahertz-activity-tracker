      *                   THE PRODUCT, AND RJ-RECYCLE-FLAG SO A SECOND *
      *                   REJECTION OF A RECYCLED RECORD IS ESCALATED  *
      *                   BY REJECT-RECYCLE INSTEAD OF LOOPING.        *
      *  2026-10-15 EDM   ADDED RJ-SITE-CODE (95 TO 97 BYTES) - THE    *
      *                   WAREHOUSE OF THE BATCH THE REJECT CAME FROM, *
      *                   SO REJECT-RECYCLE RESUBMITS THE CORRECTED    *
      *                   RECORD TO THE SAME SITE.                     *
      *----------------------------------------------------------------*
       05  RJ-PRODUCT-NAME            PIC X(30).
       05  RJ-DEPT-CODE               PIC 9(02).
       05  RJ-PRIORITY-CODE           PIC X(01).
       05  RJ-RECYCLE-FLAG            PIC X(01).
           88  RJ-WAS-RECYCLED        VALUE "R".
       05  RJ-SITE-CODE               PIC X(02).
