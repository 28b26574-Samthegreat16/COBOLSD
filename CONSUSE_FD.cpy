      *    CONSIGNMENT USAGE - ONE RECORD FOR EVERY SLICE OF
      *    CONSIGNED STOCK A SHIPMENT DRAWS, NAMING THE VENDOR
      *    WHOSE UNITS WENT OUT. THE FILE BUILDS UP OVER THE
      *    MONTH UNTIL THE CONSIGNMENT SETTLEMENT PRICES AND
      *    PRINTS IT, MOVES IT TO THE SETTLEMENT HISTORY AND
      *    EMPTIES IT.
       FD  CONSIGNMENT-USAGE-FILE.
       01  CONSIGNMENT-USAGE-RECORD.
           05  CU-VENDOR-NUMBER-CU     PIC 9(5).
           05  CU-PART-NUMBER-CU       PIC 9(5).
           05  CU-WAREHOUSE-CU         PIC X(3).
           05  CU-QTY-CU               PIC 9(5).
           05  CU-USAGE-DATE-CU        PIC 9(8).
      *        S = DRAWN BY THE NIGHTLY UPDATE, O = DRAWN BY AN
      *        ONLINE SHIPMENT.
           05  CU-SOURCE-CU            PIC X(1).
           05  CU-CUSTOMER-CU          PIC 9(5).
           05  CU-DOC-REF-CU           PIC 9(6).
           05  CU-OPERATOR-CU          PIC X(8).
      *        THE COST AGREED WITH THE VENDOR WHEN THE UNITS WERE
      *        DRAWN - THE SETTLEMENT PAYS THIS, NOT WHATEVER THE
      *        CONSIGNMENT RECORD CARRIES BY MONTH END.
           05  CU-UNIT-COST-CU         PIC 9(4)V99.
