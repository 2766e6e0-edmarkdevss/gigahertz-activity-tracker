      *----------------------------------------------------------------*
      *  ASSNIDX.CPY                                                    *
      *  RECORD LAYOUT FOR THE ASSIGN-INDEX-FILE - A KEYED COMPANION    *
      *  TO THE PRODUCT-ASSIGN-LOG HOLDING ONE RECORD PER "A" LOG       *
      *  RECORD, KEYED BY ASSIGN DATE, SITE, DEPT AND PRODUCT NAME      *
      *  (THEN THE LOG TIMESTAMP AND A SEQUENCE NUMBER TO KEEP THE      *
      *  KEY UNIQUE). DEPT-CHECKER WRITES IT IN STEP WITH THE LOG; A    *
      *  "V" OFFSET RECORD DOES NOT GET ITS OWN ENTRY BUT TURNS OFF     *
      *  AX-LIVE-FLAG ON THE ASSIGNMENT IT BACKS OUT. PICK-LIST,        *
      *  PICK-RECON, INV-RECON AND DEPT-CHECKER'S TRANSFER AND          *
      *  REVERSAL PROOF POSITION ON THE SLICE THEY NEED WITH A START    *
      *  INSTEAD OF RESCANNING THE WHOLE LOG. IF THE FILE IS LOST OR    *
      *  SUSPECT, RUN ASSIGN-INDEX-REBUILD TO REGENERATE IT FROM        *
      *  ASSNLOG.                                                       *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15 EDM   ORIGINAL VERSION.                            *
      *----------------------------------------------------------------*
       05  AX-KEY.
           10  AX-PRODUCT-KEY.
               15  AX-DEPT-KEY.
                   20  AX-ASSIGN-DATE PIC 9(08).
                   20  AX-SITE-CODE   PIC X(02).
                   20  AX-DEPT-CODE   PIC 9(02).
               15  AX-PRODUCT-NAME    PIC X(30).
           10  AX-RUN-DATE            PIC 9(08).
           10  AX-RUN-TIME            PIC 9(08).
           10  AX-KEY-SEQUENCE        PIC 9(03).
       05  AX-LIVE-FLAG               PIC X(01).
           88  AX-LIVE                VALUE "Y".
       05  AX-PRODUCT-QTY             PIC 9(05).
       05  AX-PRIORITY-CODE           PIC X(01).
       05  AX-PRODUCT-CODE            PIC X(10).
       05  AX-BATCH-ID                PIC X(08).
       05  FILLER                     PIC X(14).
