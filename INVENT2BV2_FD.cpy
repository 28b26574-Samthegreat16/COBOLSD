      *        VENDOR READS THEIR NUMBER, NOT OURS. SPACES
      *        WHEN NOT ON RECORD.
           05  VENDOR-PART-REF-V2  PIC X(10).
      *        UNITS PROMISED TO OPEN SALES ORDERS BUT NOT YET
      *        SHIPPED. ORDER ENTRY ADDS TO IT WHEN IT ALLOCATES
      *        AND THE SHIPMENT POSTING RELIEVES IT, SO A SECOND
      *        ORDER CANNOT PROMISE THE SAME UNITS.
           05  ALLOCATED-QTY-V2    PIC 9(5).
      *        Y WHEN QUALITY MUST INSPECT EVERY RECEIPT OF THE
      *        PART BEFORE IT CAN BE SOLD. RECEIPTS OF A FLAGGED
      *        PART LAND IN THE ON-HOLD QUANTITY BELOW INSTEAD OF
      *        STOCK, SO NO SHIPMENT, TRANSFER OR BACKORDER
      *        RELEASE CAN TOUCH THEM. THE INSPECTION DISPOSITION
      *        DIALOG RELEASES HELD UNITS TO STOCK OR REJECTS
      *        THEM. N OR SPACE FOR AN ORDINARY PART.
           05  INSPECTION-REQD-V2  PIC X(1).
           05  QTY-ON-HOLD-V2      PIC 9(5).
