      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   DEPT-MAINT NOW TAKES THE LOCK AS WELL.       *
      *----------------------------------------------------------------*
       05  LK-PROGRAM-NAME            PIC X(12).
       05  LK-USER-NAME               PIC X(20).
