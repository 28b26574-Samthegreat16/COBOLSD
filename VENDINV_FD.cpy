       FD  VENDOR-INVOICE-FILE.
       01  VENDOR-INVOICE-RECORD.
      *        ONE RECORD PER VENDOR INVOICE LINE, AS KEYED BY
      *        ACCOUNTS PAYABLE FROM THE VENDOR'S PAPER. EVERY
      *        LINE NAMES THE PO IT BILLS AGAINST.
           05  VI-VENDOR-NUMBER-VI     PIC 9(5).
           05  VI-INVOICE-NUMBER-VI    PIC X(10).
           05  VI-INVOICE-DATE-VI      PIC 9(8).
           05  VI-LINE-NUMBER-VI       PIC 9(3).
           05  VI-PO-NUMBER-VI         PIC 9(6).
           05  VI-PART-NUMBER-VI       PIC 9(5).
           05  VI-QTY-INVOICED-VI      PIC 9(4).
           05  VI-UNIT-COST-VI         PIC 9(4)V99.
