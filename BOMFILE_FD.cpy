      *    BILL OF MATERIALS - ONE RECORD PER COMPONENT OF A
      *    KIT BUILT IN-HOUSE. THE KIT AND ITS COMPONENTS ARE
      *    ALL ORDINARY PARTS ON THE INVENTORY MASTER; THE KIT
      *    BUILD RELIEVES EVERY COMPONENT LISTED HERE AT THE
      *    BUILDING WAREHOUSE. READ IN KEY ORDER, A KIT'S
      *    COMPONENTS COME TOGETHER.
       FD  BOM-FILE.
       01  BOM-RECORD.
           05  BOM-KEY-BM.
               10  BOM-KIT-PART-BM     PIC 9(5).
               10  BOM-COMPONENT-PART-BM PIC 9(5).
           05  BOM-QTY-PER-BM          PIC 9(3).
