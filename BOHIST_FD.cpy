      *    PURGED BACKORDER HISTORY - EVERY RELEASED BACKORDER
      *    THE PURGE RUN HAS TAKEN OFF THE BACKORDER FILE,
      *    STAMPED WITH THE DATE IT WAS PURGED. THE IMAGE IS THE
      *    BACKORDER RECORD EXACTLY AS IT STOOD. CUMULATIVE.
       FD  BACKORDER-HISTORY-FILE.
       01  BACKORDER-HISTORY-RECORD.
           05  BH-PURGE-DATE-BH        PIC 9(8).
           05  BH-BO-IMAGE-BH          PIC X(41).
