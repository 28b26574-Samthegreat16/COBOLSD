               10  TRANSACTION-WAREHOUSE-IN       PIC X(3).
           05  TRANSACTION-TYPE-IN            PIC 9(1).
           05  TRANSACTION-AMOUNT-IN          PIC 9(5).
      *        + OR - ON A TYPE 3 ADJUSTMENT. ON A TYPE 5 KIT
      *        BUILD, + BUILDS THE AMOUNT IN KITS FROM THEIR
      *        COMPONENTS AND - BREAKS THEM BACK DOWN.
           05  TRANSACTION-ADJUST-SIGN-IN     PIC X(1).
           05  TRANSACTION-NEW-PRICE-IN       PIC 9(4)V99.
      *        A TYPE 7 TRANSFER MOVES STOCK FROM THE WAREHOUSE
      *        FOR THE SAME PART, IN ONE TRANSACTION. BOTH SIDES
      *        OF THE POSTING CARRY THE TRANSFER REFERENCE SO THE
      *        BALANCING REPORT CAN PROVE THE TRANSFER LANDED ON
      *        BOTH ENDS. A TYPE 5 KIT BUILD CARRIES ITS BUILD
      *        REFERENCE IN THE REFERENCE FIELD, SHARED BY THE KIT
      *        AND EVERY COMPONENT IT CONSUMES. BOTH FIELDS ARE
      *        SPACE/ZERO ON ALL OTHER TRANSACTION TYPES.
           05  TRANSACTION-TO-WAREHOUSE-IN    PIC X(3).
           05  TRANSACTION-TRANSFER-REF-IN    PIC 9(5).
      *        THE UNIT COST OF THE GOODS ON A TYPE 1 RECEIPT,
      *        THE SUPPLIER LOT NUMBER ON A TYPE 1 RECEIPT,
      *        CARRIED TO THE LOT BALANCE FILE SO A SUPPLIER
      *        RECALL CAN BE ANSWERED FROM THE SYSTEM INSTEAD
      *        OF PAPER RECEIVERS. ON A TYPE 8 RETURN TO VENDOR,
      *        THE LOT GOING BACK. SPACES ON ALL OTHER
      *        TRANSACTION TYPES.
           05  TRANSACTION-LOT-IN             PIC X(10).
      *        THE ORDERING CUSTOMER ON A TYPE 2 SHIPMENT, SO
      *        KEYPUNCH, AND THE REGISTER FLAGS PRIOR-PERIOD
      *        MOVEMENT FOR ACCOUNTING.
           05  TRANSACTION-EFF-DATE-IN        PIC 9(8).
      *        THE SOURCE DOCUMENT BEHIND A GENERATED TRANSACTION -
      *        THE SALES ORDER NUMBER ON A PICK-CONFIRMED TYPE 2
      *        SHIPMENT, SO THE POSTING CAN RELIEVE THE STOCK THAT
      *        ORDER HAD ALLOCATED. ON A TYPE 1 RECEIPT CONFIRMED
      *        FROM A SHIP NOTICE, THE PO THE NOTICE WAS SENT
      *        AGAINST, PAID DOWN BEFORE ANY OTHER. ON A TYPE 8
      *        RETURN TO VENDOR, THE PO THE RETURNED GOODS WERE
      *        RECEIVED ON. ZERO ON ALL OTHER KEYPUNCHED
      *        TRANSACTIONS.
           05  TRANSACTION-DOC-REF-IN         PIC 9(6).
      *        ON A TYPE 8 RETURN TO VENDOR, THE VENDOR THE GOODS
      *        GO BACK TO, AND Y IF THE VENDOR WILL SHIP A
      *        REPLACEMENT - THE RETURNED UNITS ARE THEN PUT BACK
      *        ON THE PO AS STILL DUE - OR N IF NOT. ZERO AND
      *        SPACE ON ALL OTHER TRANSACTION TYPES.
           05  TRANSACTION-VENDOR-IN          PIC 9(5).
           05  TRANSACTION-REPLACE-FLAG-IN    PIC X(1).
       01  BATCH-TRAILER-IN.
      *    THE LAST RECORD OF A KEYPUNCHED BATCH IS A TRAILER
      *    CARRYING A RECORD-TYPE OF 9, THE TRANSACTION COUNT
