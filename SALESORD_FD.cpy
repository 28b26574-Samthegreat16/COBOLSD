       FD  SALES-ORDER-FILE.
       01  SALES-ORDER-RECORD.
      *        ORDER NUMBERS COME OFF A CONTROL FILE THE SAME
      *        WAY BACKORDER NUMBERS DO, SO THE ASCENDING NUMBER
      *        SEQUENCE IS ALSO THE ORDER-TAKING SEQUENCE.
           05  SO-NUMBER-SO            PIC 9(6).
           05  SO-STATUS-SO            PIC X(1).
               88  SO-ALLOCATED            VALUE "A".
               88  SO-PICKED               VALUE "P".
               88  SO-CANCELLED            VALUE "X".
           05  SO-ORDER-DATE-SO        PIC 9(8).
           05  SO-CUSTOMER-SO          PIC 9(5).
           05  SO-PART-NUMBER-SO       PIC 9(5).
           05  SO-WAREHOUSE-SO         PIC X(3).
      *        WHAT THE CUSTOMER ASKED FOR AND WHAT ORDER ENTRY
      *        COULD COMMIT AGAINST THE MASTER. THE PICK LIST
      *        AND THE PICK CONFIRMATION WORK FROM THE ALLOCATED
      *        QUANTITY.
           05  SO-QTY-ORDERED-SO       PIC 9(5).
           05  SO-QTY-ALLOCATED-SO     PIC 9(5).
           05  SO-REQUESTED-DATE-SO    PIC 9(8).
           05  SO-OPERATOR-SO          PIC X(8).
      *        STAMPED BY PICK CONFIRMATION. ZERO UNTIL PICKED.
           05  SO-PICK-DATE-SO         PIC 9(8).
