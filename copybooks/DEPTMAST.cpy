      *                   INSTEAD OF LANDING ON THE FLOOR WITH A       *
      *                   WARNING. BLANK OR "N" KEEPS THE OLD          *
      *                   WARN-AND-ASSIGN BEHAVIOR.                    *
      *  2026-10-15 EDM   ADDED DM-SITE-CODE - THE WAREHOUSE THE       *
      *                   DEPARTMENT BELONGS TO. A DEPARTMENT IS NOW   *
      *                   KNOWN BY SITE AND CODE TOGETHER, SO EACH     *
      *                   SITE NUMBERS ITS OWN DEPARTMENTS AND SETS    *
      *                   ITS OWN CAPACITIES. THE ORIGINAL WAREHOUSE   *
      *                   IS SITE 01.                                  *
      *----------------------------------------------------------------*
       05  DM-DEPT-CODE               PIC 9(02).
       05  DM-DEPT-NAME               PIC X(15).
       05  DM-DAILY-CAPACITY          PIC 9(07).
       05  DM-DEFER-FLAG              PIC X(01).
           88  DM-DEFER-ON-OVER-CAP   VALUE "Y".
       05  DM-SITE-CODE               PIC X(02).
