      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED DY-SITE-CODE - TOTALS ARE NOW KEPT PER *
      *                   DATE, SITE AND DEPT (40 TO 42 BYTES).        *
      *----------------------------------------------------------------*
       05  DY-TOTAL-DATE              PIC 9(08).
       05  DY-DEPT-CODE               PIC 9(02).
       05  DY-UNIT-TOTAL              PIC 9(09).
       05  DY-REJECT-COUNT            PIC 9(07).
       05  DY-OVERCAP-COUNT           PIC 9(07).
       05  DY-SITE-CODE               PIC X(02).
