      *                   CHECKPOINT BELONGS TO, SO A RERUN CAN        *
      *                   PROVE IT IS RESUMING THE RIGHT FILE AND      *
      *                   REFUSE A MISMATCHED STREAM.                  *
      *  2026-10-15 EDM   ADDED THE CHECKPOINTED BATCH'S RUNNING       *
      *                   BYPASS AND TRANSFER TALLIES SO A RESUMED     *
      *                   BATCH STILL REGISTERS ITS FULL DISPOSITION.  *
      *----------------------------------------------------------------*
       05  RP-LAST-RECORD-NUM         PIC 9(06).
       05  RP-BATCH-ID                PIC X(08).
       05  RP-BYPASS-COUNT            PIC 9(06).
       05  RP-BYPASS-QTY              PIC 9(10).
       05  RP-XFER-COUNT              PIC 9(06).
       05  RP-XFER-QTY                PIC 9(10).
