      *                   STALE RUN LOCK (SEE RUNLOCK.CPY); FOR        *
      *                   ORDINARY RECORDS THE FIELD CARRIES THE       *
      *                   USER WHO DROVE THE RUN, OR SPACES.           *
      *  2026-10-15 EDM   ADDED RC-BUSINESS-DATE - THE PROCESSING DATE *
      *                   (BUSDATE.CPY) THE RUN WORKED ON, WHICH MAY   *
      *                   DIFFER FROM THE CLOCK START/END DATES WHEN   *
      *                   THE NIGHT BATCH SLIPS PAST MIDNIGHT OR A     *
      *                   CATCH-UP IS RUN. EOD-ROLLOVER CHECKS THE     *
      *                   DAY'S REQUIRED STEPS BY THIS DATE. ZERO ON   *
      *                   RECORDS NOT TIED TO A PROCESSING DATE.       *
      *----------------------------------------------------------------*
       05  RC-PROGRAM-NAME            PIC X(12).
       05  RC-START-DATE              PIC 9(08).
           88  RC-STATUS-FAILED       VALUE "F".
       05  RC-RETURN-CODE             PIC 9(04).
       05  RC-USER-NAME               PIC X(20).
       05  RC-BUSINESS-DATE           PIC 9(08).
