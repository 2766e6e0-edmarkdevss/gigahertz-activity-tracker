      *----------------------------------------------------------------*
      *  DEPTAUD.CPY                                                   *
      *  RECORD LAYOUT FOR THE DEPT-AUDIT-FILE SEQUENTIAL FILE. ONE    *
      *  RECORD PER DEPT-MAINT CHANGE TO DEPT-MASTER-FILE OR           *
      *  DEPT-CALENDAR-FILE - WHO CHANGED WHICH RECORD, AND WHEN.      *
      *  THE BEFORE AND AFTER IMAGES ARE THE WHOLE MASTER OR CALENDAR  *
      *  RECORD AS IT STOOD EITHER SIDE OF THE CHANGE (SPACES BEFORE   *
      *  AN ADD, SPACES AFTER A CALENDAR REMOVE). DA-FILE-ID SAYS      *
      *  WHICH LAYOUT THE IMAGES CARRY.                                *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15 EDM   ORIGINAL VERSION.                            *
      *----------------------------------------------------------------*
       05  DA-ACTION                  PIC X(10).
       05  DA-FILE-ID                 PIC X(01).
           88  DA-MASTER-CHANGE       VALUE "M".
           88  DA-CALENDAR-CHANGE     VALUE "C".
       05  DA-DEPT-CODE               PIC 9(02).
       05  DA-BEFORE-IMAGE            PIC X(40).
       05  DA-AFTER-IMAGE             PIC X(40).
       05  DA-USER-NAME               PIC X(20).
       05  DA-TIMESTAMP.
           10  DA-RUN-DATE            PIC 9(08).
           10  DA-RUN-TIME            PIC 9(08).
