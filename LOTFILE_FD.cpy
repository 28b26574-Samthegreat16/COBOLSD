      *    SUPPLIER-LOT STILL ON THE BOOKS, ALONGSIDE THE
      *    INVENTORY MASTER. RECEIPTS CREATE OR INCREASE A
      *    LOT; SHIPMENTS AND TRANSFERS RELIEVE LOTS OLDEST
      *    RECEIPT FIRST. A RECEIPT OF A PART THAT NEEDS
      *    INSPECTION GOES TO THE LOT'S HELD QUANTITY INSTEAD,
      *    WHICH THE RELIEF NEVER TOUCHES, UNTIL THE INSPECTION
      *    DISPOSITION RELEASES OR REJECTS IT.
       FD  LOT-BALANCE-FILE.
       01  LOT-BALANCE-RECORD.
           05  LOT-KEY-LB.
               10  LOT-NUMBER-LB       PIC X(10).
           05  LOT-QTY-LB              PIC 9(5).
           05  LOT-RECEIPT-DATE-LB     PIC 9(8).
      *        UNITS OF THE LOT IN INSPECTION, THE DATE THEY
      *        WENT ON HOLD (FOR THE AGED HOLD REPORT) AND THEIR
      *        RECEIVED UNIT COST, FOLDED INTO THE PART'S
      *        AVERAGE COST WHEN THEY ARE RELEASED. ALL ZERO
      *        WHEN NOTHING OF THE LOT IS HELD.
           05  LOT-HOLD-QTY-LB         PIC 9(5).
           05  LOT-HOLD-DATE-LB        PIC 9(8).
           05  LOT-HOLD-COST-LB        PIC 9(4)V99.
