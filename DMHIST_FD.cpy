      *    DEBIT MEMO HISTORY - EVERY DEBIT MEMO THE REGISTER HAS
      *    PRINTED, WITH THE MEMO NUMBER AND DATE IT WAS ISSUED
      *    UNDER. CUMULATIVE; THE VENDOR PERFORMANCE REPORT
      *    TALLIES RETURNS BY VENDOR FROM IT.
       FD  DEBIT-MEMO-HISTORY-FILE.
       01  DEBIT-MEMO-HISTORY-RECORD.
           05  DH-MEMO-NUMBER-DH       PIC 9(6).
           05  DH-MEMO-DATE-DH         PIC 9(8).
           05  DH-VENDOR-NUMBER-DH     PIC 9(5).
           05  DH-PO-NUMBER-DH         PIC 9(6).
           05  DH-PART-NUMBER-DH       PIC 9(5).
           05  DH-WAREHOUSE-DH         PIC X(3).
           05  DH-LOT-NUMBER-DH        PIC X(10).
           05  DH-QTY-DH               PIC 9(5).
           05  DH-UNIT-COST-DH         PIC 9(4)V99.
           05  DH-EXTENDED-AMT-DH      PIC 9(9)V99.
           05  DH-EFF-DATE-DH          PIC 9(8).
           05  DH-REPLACE-FLAG-DH      PIC X(1).
