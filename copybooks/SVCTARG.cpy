      *----------------------------------------------------------------*
      *  SVCTARG.CPY                                                   *
      *  RECORD LAYOUT FOR THE SERVICE-TARGET-FILE - ONE RECORD PER    *
      *  PRIORITY CODE GIVING THE NUMBER OF DAYS OPEN WORK OF THAT     *
      *  PRIORITY MAY STAY OUTSTANDING BEFORE IT IS LATE. ZERO MEANS   *
      *  SAME DAY, 1 MEANS BY THE NEXT DAY. READ BY WIP-AGING. OPS     *
      *  CAN CHANGE A TARGET OR ADD A PRIORITY BY MAINTAINING THIS     *
      *  FILE - NO PROGRAM CHANGE REQUIRED.                            *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15 EDM   ORIGINAL VERSION.                            *
      *----------------------------------------------------------------*
       05  ST-PRIORITY-CODE           PIC X(01).
       05  ST-TARGET-DAYS             PIC 9(02).
       05  ST-PRIORITY-DESC           PIC X(20).
