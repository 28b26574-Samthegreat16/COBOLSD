       FD  BILLING-FILE.
       01  BILLING-RECORD.
      *        ONE RECORD PER SHIPMENT THE NIGHTLY UPDATE POSTS -
      *        A KEYED OR PICK-CONFIRMED TYPE 2, THE SHIPPED PART
      *        OF A SHORT SHIPMENT, OR A BACKORDER RELEASE. THE
      *        FILE BUILDS UP NIGHT AFTER NIGHT UNTIL THE
      *        INVOICING RUN BILLS IT AND EMPTIES IT.
           05  BILL-CUSTOMER-BL        PIC 9(5).
           05  BILL-PART-NUMBER-BL     PIC 9(5).
           05  BILL-WAREHOUSE-BL       PIC X(3).
           05  BILL-QTY-BL             PIC 9(5).
      *        THE SELLING PRICE ON THE MASTER AT THE MOMENT THE
      *        SHIPMENT POSTED, SO A LATER PRICE CHANGE NEVER
      *        REPRICES GOODS ALREADY SHIPPED.
           05  BILL-UNIT-PRICE-BL      PIC 9(4)V99.
           05  BILL-EXTENDED-AMT-BL    PIC 9(9)V99.
           05  BILL-EFF-DATE-BL        PIC 9(8).
      *        S = SHIPMENT TRANSACTION, B = BACKORDER RELEASE.
      *        THE REFERENCE IS THE SALES ORDER NUMBER (ZERO ON A
      *        KEYPUNCHED SHIPMENT) OR THE BACKORDER NUMBER.
           05  BILL-SOURCE-BL          PIC X(1).
               88  BILL-FROM-SHIPMENT      VALUE "S".
               88  BILL-FROM-BACKORDER     VALUE "B".
           05  BILL-DOC-REF-BL         PIC 9(6).
