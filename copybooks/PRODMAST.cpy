      *----------------------------------------------------------------*
      *  PRODMAST.CPY                                                   *
      *  RECORD LAYOUT FOR THE PRODUCT-MASTER-FILE, KEYED BY            *
      *  PM-PRODUCT-CODE WITH PM-PRODUCT-NAME AS A UNIQUE ALTERNATE     *
      *  KEY. HOLDS THE DEPARTMENT A PRODUCT WAS LAST ASSIGNED TO SO    *
      *  A LATER RUN CAN DETECT A CONFLICTING REASSIGNMENT INSTEAD OF   *
      *  SILENTLY OVERWRITING IT, AND THE PRODUCT'S HANDLING            *
      *  ATTRIBUTES (UNIT OF MEASURE, CASE PACK, UNIT WEIGHT IN         *
      *  POUNDS, UNIT CUBE IN CUBIC FEET).                              *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-08-09 EDM   ORIGINAL VERSION.                            *
      *  2026-10-15 EDM   ADDED PM-PRODUCT-CODE AS THE RECORD KEY -    *
      *                   THE NAME IS NOW AN ALTERNATE KEY, SO A       *
      *                   SPELLING VARIANT OF A NAME CAN NO LONGER     *
      *                   PASS FOR A NEW PRODUCT. ADDED PM-UNIT-OF-    *
      *                   MEASURE, PM-CASE-PACK, PM-UNIT-WEIGHT AND    *
      *                   PM-UNIT-CUBE, MAINTAINED BY PRODUCT-MAINT.   *
      *----------------------------------------------------------------*
       05  PM-PRODUCT-CODE            PIC X(10).
       05  PM-PRODUCT-NAME            PIC X(30).
       05  PM-DEPT-CODE               PIC 9(02).
       05  PM-DEPT-NAME               PIC X(15).
       05  PM-UNIT-OF-MEASURE         PIC X(03).
       05  PM-CASE-PACK               PIC 9(05).
       05  PM-UNIT-WEIGHT             PIC 9(05)V999.
       05  PM-UNIT-CUBE               PIC 9(03)V9(04).
