      *        DATE THE VENDOR CAME BACK WITH, ZERO IF NONE.
           05  PO-ACK-FLAG-PO          PIC X(1).
           05  PO-PROMISE-DATE-PO      PIC 9(8).
      *        WEIGHTED-AVERAGE UNIT COST OF EVERYTHING RECEIVED
      *        AGAINST THE PO, KEPT BY THE RECEIPT MATCH FROM THE
      *        COST ON EACH RECEIPT. ZERO UNTIL A RECEIPT ARRIVES.
           05  PO-RECEIVED-COST-PO     PIC 9(4)V99.
      *        RECEIVED UNITS ALREADY RELEASED TO ACCOUNTS PAYABLE
      *        BY THE THREE-WAY MATCH, SO A SECOND INVOICE CANNOT
      *        BE PAID AGAINST THE SAME RECEIPT.
           05  PO-QTY-INVOICED-PO      PIC 9(4).
