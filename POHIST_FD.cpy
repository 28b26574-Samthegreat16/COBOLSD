      *    PURGED PURCHASE ORDER HISTORY - EVERY CLOSED PO THE
      *    PURGE RUN HAS TAKEN OFF THE OPEN-PO FILE, STAMPED
      *    WITH THE DATE IT WAS PURGED. THE IMAGE IS THE OPEN-PO
      *    RECORD EXACTLY AS IT STOOD, SO A READER MOVES IT BACK
      *    OVER THE OPEN-PO RECORD AREA. CUMULATIVE; THE VENDOR
      *    PERFORMANCE REPORT CAN READ IT BESIDE THE LIVE FILE.
       FD  PO-HISTORY-FILE.
       01  PO-HISTORY-RECORD.
           05  PH-PURGE-DATE-PH        PIC 9(8).
           05  PH-PO-IMAGE-PH          PIC X(64).
