      *----------------------------------------------------------------*
      *  EODSTEP.CPY                                                   *
      *  RECORD LAYOUT FOR THE EOD-STEPS-FILE - ONE RECORD PER CYCLE   *
      *  STEP THAT MUST HAVE ENDED CLEAN (RUN-CONTROL STATUS C OR W)   *
      *  FOR THE BUSINESS DATE BEFORE EOD-ROLLOVER WILL ADVANCE IT.    *
      *  ES-PROGRAM-NAME MATCHES RC-PROGRAM-NAME. OPS CAN ADD OR DROP  *
      *  A REQUIRED STEP BY MAINTAINING THIS FILE - NO PROGRAM CHANGE  *
      *  REQUIRED.                                                     *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15 EDM   ORIGINAL VERSION.                            *
      *----------------------------------------------------------------*
       05  ES-PROGRAM-NAME            PIC X(12).
       05  ES-STEP-DESC               PIC X(30).
