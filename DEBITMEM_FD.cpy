      *    DEBIT MEMO FILE - ONE RECORD PER RETURN TO VENDOR THE
      *    NIGHTLY UPDATE POSTS. THE FILE BUILDS UP NIGHT AFTER
      *    NIGHT UNTIL THE DEBIT MEMO REGISTER NUMBERS AND
      *    PRINTS IT, MOVES IT TO THE DEBIT MEMO HISTORY AND
      *    EMPTIES IT.
       FD  DEBIT-MEMO-FILE.
       01  DEBIT-MEMO-RECORD.
           05  DM-VENDOR-NUMBER-DM     PIC 9(5).
           05  DM-PO-NUMBER-DM         PIC 9(6).
           05  DM-PART-NUMBER-DM       PIC 9(5).
           05  DM-WAREHOUSE-DM         PIC X(3).
           05  DM-LOT-NUMBER-DM        PIC X(10).
           05  DM-QTY-DM               PIC 9(5).
      *        THE AVERAGE COST THE GOODS WERE RECEIVED AT ON THE
      *        PO, SO THE VENDOR IS DEBITED WHAT WAS PAID FOR
      *        THEM RATHER THAN TODAY'S COST ON THE MASTER.
           05  DM-UNIT-COST-DM         PIC 9(4)V99.
           05  DM-EXTENDED-AMT-DM      PIC 9(9)V99.
           05  DM-EFF-DATE-DM          PIC 9(8).
      *        Y IF THE VENDOR IS SHIPPING A REPLACEMENT AND THE
      *        UNITS WERE PUT BACK ON THE PO, N IF NOT.
           05  DM-REPLACE-FLAG-DM      PIC X(1).
