      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-08-22 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED AU-PRODUCT-CODE, AND AU-OLD-PRODUCT-   *
      *                   NAME FOR A RENAME (SPACES ON EVERY OTHER     *
      *                   ACTION).                                     *
      *----------------------------------------------------------------*
       05  AU-ACTION                  PIC X(10).
       05  AU-PRODUCT-NAME            PIC X(30).
       05  AU-TIMESTAMP.
           10  AU-RUN-DATE            PIC 9(08).
           10  AU-RUN-TIME            PIC 9(08).
       05  AU-PRODUCT-CODE            PIC X(10).
       05  AU-OLD-PRODUCT-NAME        PIC X(30).
