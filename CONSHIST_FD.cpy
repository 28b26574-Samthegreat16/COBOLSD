      *    CONSIGNMENT SETTLEMENT HISTORY - EVERY USAGE RECORD
      *    THE SETTLEMENT HAS PRICED, WITH THE DATE IT WAS
      *    SETTLED AND THE AGREED COST IT WAS PAID AT.
      *    CUMULATIVE.
       FD  CONSIGNMENT-HISTORY-FILE.
       01  CONSIGNMENT-HISTORY-RECORD.
           05  CH-SETTLE-DATE-CH       PIC 9(8).
           05  CH-VENDOR-NUMBER-CH     PIC 9(5).
           05  CH-PART-NUMBER-CH       PIC 9(5).
           05  CH-WAREHOUSE-CH         PIC X(3).
           05  CH-QTY-CH               PIC 9(5).
           05  CH-USAGE-DATE-CH        PIC 9(8).
           05  CH-SOURCE-CH            PIC X(1).
           05  CH-CUSTOMER-CH          PIC 9(5).
           05  CH-DOC-REF-CH           PIC 9(6).
           05  CH-UNIT-COST-CH         PIC 9(4)V99.
           05  CH-EXTENDED-AMT-CH      PIC 9(9)V99.
