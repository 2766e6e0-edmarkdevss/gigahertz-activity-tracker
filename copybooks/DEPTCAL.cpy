      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED DC-SITE-CODE - A CALENDAR RULE APPLIES *
      *                   TO THE DEPARTMENT WITH THE SAME SITE AND     *
      *                   DEPT CODE, SO EACH WAREHOUSE KEEPS ITS OWN   *
      *                   HOLIDAYS AND CAPACITY OVERRIDES.             *
      *----------------------------------------------------------------*
       05  DC-DEPT-CODE               PIC 9(02).
       05  DC-ENTRY-TYPE              PIC X(01).
           88  DC-DEPT-OPEN           VALUE "Y".
           88  DC-DEPT-CLOSED         VALUE "N".
       05  DC-CAPACITY-OVERRIDE       PIC 9(07).
       05  DC-SITE-CODE               PIC X(02).
