      *    SCHEDULED PRICE CHANGES - ONE RECORD PER ANNOUNCED
      *    CHANGE, KEYED WEEKS AHEAD THROUGH THE SCHEDULED PRICE
      *    MAINTENANCE DIALOG. THE NIGHTLY UPDATE APPLIES EVERY
      *    PENDING CHANGE WHOSE EFFECTIVE DATE HAS ARRIVED, THE
      *    SAME WAY AS A TYPE 6 PRICE CHANGE, AND MARKS IT
      *    APPLIED. A WAREHOUSE CODE OF ALL CHANGES THE PART IN
      *    EVERY WAREHOUSE THAT CARRIES IT. READ IN KEY ORDER, A
      *    PART'S CHANGES COME TOGETHER, OLDEST DATE FIRST
      *    WITHIN EACH WAREHOUSE.
       FD  SCHED-PRICE-FILE.
       01  SCHED-PRICE-RECORD.
           05  SCHED-KEY-SP.
               10  SCHED-PART-NUMBER-SP    PIC 9(5).
               10  SCHED-WAREHOUSE-SP      PIC X(3).
                   88  SCHED-ALL-WAREHOUSES    VALUE "ALL".
               10  SCHED-EFF-DATE-SP       PIC 9(8).
           05  SCHED-NEW-PRICE-SP          PIC 9(4)V99.
           05  SCHED-ENTERED-BY-SP         PIC X(8).
           05  SCHED-ENTERED-DATE-SP       PIC 9(8).
           05  SCHED-STATUS-SP             PIC X(1).
               88  SCHED-PENDING               VALUE "P".
               88  SCHED-APPLIED               VALUE "A".
      *        FILLED IN BY THE NIGHTLY UPDATE - THE RUN DATE
      *        AND HOW MANY PART/WAREHOUSE RECORDS TOOK THE NEW
      *        PRICE. A CHANGE OVERTAKEN THE SAME NIGHT BY A
      *        LATER-DATED ONE IS MARKED APPLIED WITH A ZERO
      *        COUNT. ZERO WHILE PENDING.
           05  SCHED-APPLIED-DATE-SP       PIC 9(8).
           05  SCHED-APPLIED-COUNT-SP      PIC 9(3).
