      *----------------------------------------------------------------*
      *  SHIFTHST.CPY                                                  *
      *  RECORD LAYOUT FOR THE SHIFT-HISTORY-FILE - ONE RECORD PER     *
      *  LINE PICK-RECONCILE SETTLED, WITH THE SHIFT THAT WORKED IT    *
      *  AND HOW IT CAME OUT. PICK-RECONCILE REWRITES THE FILE EACH    *
      *  RUN, REPLACING ANY RECORDS ALREADY THERE FOR THE DAY BEING    *
      *  RECONCILED AND DROPPING DAYS PAST THE RETENTION WINDOW, SO    *
      *  A RERUN OR CATCH-UP NEVER COUNTS A DAY TWICE. READ BY         *
      *  SHIFT-PRODUCTIVITY FOR THE DAY AND ROLLING-WEEK FIGURES.      *
      *  AN UNWORKED LINE ("U") HAS NO SHIFT AND NO PICKED QUANTITY;   *
      *  A CONFIRMATION THAT MATCHED NOTHING ("N") HAS NO ASSIGNED     *
      *  QUANTITY.                                                     *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED SH-SITE-CODE (61 TO 63 BYTES) SO SHIFT *
      *                   PRODUCTIVITY IS MEASURED PER WAREHOUSE.      *
      *----------------------------------------------------------------*
       05  SH-PICK-DATE               PIC 9(08).
       05  SH-DEPT-CODE               PIC 9(02).
       05  SH-SHIFT-CODE              PIC X(01).
       05  SH-RESULT-CODE             PIC X(01).
           88  SH-PICKED-CLEAN        VALUE "C".
           88  SH-SHORT-PICK          VALUE "S".
           88  SH-OVER-PICK           VALUE "O".
           88  SH-NEVER-WORKED        VALUE "U".
           88  SH-NOT-ASSIGNED        VALUE "N".
       05  SH-PRODUCT-NAME            PIC X(30).
       05  SH-PRIORITY-CODE           PIC X(01).
       05  SH-ASSIGN-QTY              PIC 9(05).
       05  SH-PICKED-QTY              PIC 9(05).
       05  SH-ASSIGN-DATE             PIC 9(08).
       05  SH-SITE-CODE               PIC X(02).
