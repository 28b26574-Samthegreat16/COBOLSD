      *    PURGED LOT HISTORY - EVERY EXHAUSTED LOT (NOTHING ON
      *    HAND, NOTHING ON HOLD) THE PURGE RUN HAS TAKEN OFF THE
      *    LOT BALANCE FILE, STAMPED WITH THE DATE IT WAS PURGED.
      *    THE IMAGE IS THE LOT BALANCE RECORD EXACTLY AS IT
      *    STOOD, SO A READER MOVES IT BACK OVER THE LOT BALANCE
      *    RECORD AREA. CUMULATIVE; THE LOT TRACE REPORT CAN READ
      *    IT SO A RECALL STILL FINDS EVERY WAREHOUSE THE LOT
      *    WENT THROUGH.
       FD  LOT-HISTORY-FILE.
       01  LOT-HISTORY-RECORD.
           05  LH-PURGE-DATE-LH        PIC 9(8).
           05  LH-LOT-IMAGE-LH         PIC X(50).
