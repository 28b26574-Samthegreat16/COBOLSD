      *    TOUCHED BY A POSTING, APPENDED BY THE NIGHTLY
      *    UPDATE AND THE ONLINE DIALOG. THE TRACEABILITY
      *    REPORT ANSWERS A RECALL FROM THIS FILE. DIRECTION
      *    I IS STOCK IN (RECEIPT, TRANSFER LANDING, KIT
      *    BUILT), O IS STOCK OUT (SHIPMENT, TRANSFER LEAVING,
      *    COMPONENT CONSUMED BY A KIT BUILD, RETURN TO
      *    VENDOR). A LOT
      *    NUMBER OF *NO LOT* MARKS MOVEMENT THE LOT BALANCES
      *    COULD NOT COVER.
       FD  LOT-MOVEMENT-OUT.
