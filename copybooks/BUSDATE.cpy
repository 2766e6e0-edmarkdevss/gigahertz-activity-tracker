      *----------------------------------------------------------------*
      *  BUSDATE.CPY                                                   *
      *  RECORD LAYOUT FOR THE BUSINESS-DATE-FILE - ONE CONTROL        *
      *  RECORD HOLDING THE PROCESSING DATE EVERY PROGRAM STAMPS AND   *
      *  SELECTS BY, INSTEAD OF THE MACHINE CLOCK, SO A NIGHT BATCH    *
      *  THAT SLIPS PAST MIDNIGHT STILL WORKS ON ITS OWN DAY. ONLY     *
      *  EOD-ROLLOVER CHANGES IT: A NORMAL ROLL ADVANCES THE DATE      *
      *  ONE DAY ONCE THE DAY'S REQUIRED STEPS HAVE ENDED CLEAN ON     *
      *  RUN-CONTROL; A CATCH-UP SETS A PRIOR DATE ON PURPOSE, KEEPS   *
      *  THE OPEN DATE IN BD-RESUME-DATE, AND THE NEXT ROLL RETURNS    *
      *  TO IT. CLOCK TIMESTAMPS (RUN START/END, LOCKS, MASTER AUDIT)  *
      *  STILL COME FROM THE MACHINE CLOCK.                            *
      *----------------------------------------------------------------*
      *  DATE       INIT  DESCRIPTION                                  *
      *  2026-10-15 EDM   ORIGINAL VERSION.                            *
      *----------------------------------------------------------------*
       05  BD-BUSINESS-DATE           PIC 9(08).
       05  BD-CATCHUP-FLAG            PIC X(01).
           88  BD-CATCHUP-ACTIVE      VALUE "Y".
       05  BD-RESUME-DATE             PIC 9(08).
       05  BD-LAST-ROLL-DATE          PIC 9(08).
       05  BD-LAST-ROLL-TIME          PIC 9(08).
       05  BD-LAST-ROLL-USER          PIC X(20).
