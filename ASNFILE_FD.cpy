      *    EXPECTED RECEIPTS - ONE RECORD PER ADVANCE SHIP NOTICE
      *    A VENDOR SENDS BACK AGAINST A TRANSMITTED PO, LOADED
      *    BY THE PO SUBSYSTEM'S SHIP NOTICE LOAD ONCE IT HAS
      *    CHECKED THE NOTICE AGAINST THE OPEN-PO FILE. THE DOCK
      *    CONFIRMATION TURNS AN EXPECTED RECORD INTO A TYPE 1
      *    RECEIPT AND MARKS IT RECEIVED. KEYED BY PO AND
      *    SUPPLIER LOT, SO ONE PO'S NOTICES COME TOGETHER.
       FD  ASN-FILE.
       01  ASN-RECORD.
           05  ASN-KEY-AS.
               10  ASN-PO-NUMBER-AS    PIC 9(6).
               10  ASN-LOT-AS          PIC X(10).
           05  ASN-STATUS-AS           PIC X(1).
               88  ASN-EXPECTED            VALUE "E".
               88  ASN-RECEIVED            VALUE "R".
           05  ASN-VENDOR-NUMBER-AS    PIC 9(5).
           05  ASN-PART-NUMBER-AS      PIC 9(5).
           05  ASN-WAREHOUSE-AS        PIC X(3).
           05  ASN-QTY-SHIPPED-AS      PIC 9(5).
           05  ASN-ARRIVAL-DATE-AS     PIC 9(8).
      *        THE VENDOR'S UNIT COST FROM THE NOTICE, OR THE
      *        PART'S AVERAGE COST WHEN THE NOTICE CARRIED NONE.
           05  ASN-UNIT-COST-AS        PIC 9(4)V99.
           05  ASN-LOAD-DATE-AS        PIC 9(8).
      *        FILLED IN BY THE DOCK CONFIRMATION - THE DATE AND
      *        THE QUANTITY THE DOCK ACTUALLY COUNTED IN. ZERO
      *        WHILE EXPECTED.
           05  ASN-RECEIVED-DATE-AS    PIC 9(8).
           05  ASN-QTY-RECEIVED-AS     PIC 9(5).
