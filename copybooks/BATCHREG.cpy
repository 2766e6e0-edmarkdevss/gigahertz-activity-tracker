      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-09-02 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED THE BATCH'S DISPOSITION - DETAILS      *
      *                   BYPASSED (REJECTED OR DEFERRED, SO NEVER     *
      *                   LOGGED) AND TRANSFERS APPLIED (EACH LOGS A   *
      *                   "V" AND AN "A") - SO FILE-AUDIT CAN          *
      *                   RECONCILE BR-RECORD-COUNT AND BR-QTY-TOTAL   *
      *                   TO THE LOG. BR-AUDIT-FLAG IS "Y" ON RECORDS  *
      *                   THAT CARRY THE BREAKDOWN; CONVERTED RECORDS  *
      *                   ARE "N".                                     *
      *----------------------------------------------------------------*
       05  BR-BATCH-ID                PIC X(08).
       05  BR-SOURCE-CODE             PIC X(03).
       05  BR-POST-TIME               PIC 9(08).
       05  BR-RECORD-COUNT            PIC 9(06).
       05  BR-QTY-TOTAL               PIC 9(10).
       05  BR-BYPASS-COUNT            PIC 9(06).
       05  BR-BYPASS-QTY              PIC 9(10).
       05  BR-XFER-COUNT              PIC 9(06).
       05  BR-XFER-QTY                PIC 9(10).
       05  BR-AUDIT-FLAG              PIC X(01).
           88  BR-AUDITABLE           VALUE "Y".
