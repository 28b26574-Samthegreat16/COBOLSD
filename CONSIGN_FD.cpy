      *    CONSIGNMENT STOCK - ONE RECORD PER PART/WAREHOUSE/
      *    VENDOR FOR STOCK A VENDOR HOLDS IN OUR WAREHOUSE ON
      *    CONSIGNMENT. THE UNITS STAY THE VENDOR'S UNTIL A
      *    SHIPMENT DRAWS THEM, SO THEY NEVER GO ON THE
      *    INVENTORY MASTER AND CARRY NO VALUE INTO THE
      *    INVENTORY REPORT, THE GL EXTRACT, THE VALUATION
      *    SNAPSHOTS OR THE ABC RANKING. A SHIPMENT DRAWS THEM
      *    ONLY WHEN THE OWNED STOCK IS USED UP. A RECORD DRAWN
      *    DOWN TO ZERO STAYS ON FILE SO ITS AGREED COST IS
      *    STILL THERE FOR THE MONTHLY SETTLEMENT.
       FD  CONSIGNMENT-FILE.
       01  CONSIGNMENT-RECORD.
           05  CONS-KEY-CS.
               10  CONS-PART-NUMBER-CS     PIC 9(5).
               10  CONS-WAREHOUSE-CS       PIC X(3).
               10  CONS-VENDOR-NUMBER-CS   PIC 9(5).
           05  CONS-QTY-CS                 PIC 9(5).
      *        THE PRICE AGREED WITH THE VENDOR FOR EACH UNIT
      *        USED - WHAT THE SETTLEMENT PAYS THEM.
           05  CONS-UNIT-COST-CS           PIC 9(4)V99.
           05  CONS-LAST-RECEIPT-DATE-CS   PIC 9(8).
           05  CONS-TOTAL-RECEIVED-CS      PIC 9(7).
           05  CONS-TOTAL-USED-CS          PIC 9(7).
