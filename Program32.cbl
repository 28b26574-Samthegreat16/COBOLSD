       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program32.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "INVENT2B.OLD"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "INVENT2B.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OLD-INDEXED-FILE
               ASSIGN TO "INVENT2BV2.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-PART-WHSE-KEY-V2
                   FILE STATUS IS OLD-STATUS-WS.

           SELECT NEW-INDEXED-FILE
               ASSIGN TO "INVENT2BV2.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PART-WHSE-KEY-V2
                   ALTERNATE RECORD KEY IS PART-NAME-V2
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CATEGORY-CODE-V2
                       WITH DUPLICATES
                   FILE STATUS IS NEW-STATUS-WS.

           SELECT OLD-PO-FILE
               ASSIGN TO "OPENPO.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-PO-NUMBER-PO
                   FILE STATUS IS OLD-STATUS-WS.

           SELECT NEW-PO-FILE
               ASSIGN TO "OPENPO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PO-NUMBER-PO
                   FILE STATUS IS NEW-STATUS-WS.

           SELECT OPTIONAL OLD-LOT-FILE
               ASSIGN TO "LOTFILE.OLD"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS OLD-LOT-KEY-LB
                   FILE STATUS IS OLD-STATUS-WS.

           SELECT NEW-LOT-FILE
               ASSIGN TO "LOTFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LOT-KEY-LB
                   FILE STATUS IS NEW-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-INVENTORY-RECORD.
           05  OLD-PART-WHSE-KEY.
               10  OLD-PART-NUMBER     PIC 9(5).
               10  OLD-WAREHOUSE-CODE  PIC X(3).
           05  OLD-PART-NAME        PIC X(20).
           05  OLD-QTY-ON-HAND      PIC 9(5).
           05  OLD-QTY-RECEIVED     PIC 9(5).
           05  OLD-AMT-SHIPPED      PIC 9(5).
           05  OLD-UNIT-PRICE       PIC 9(4)V99.
           05  OLD-UNIT-COST        PIC 9(4)V99.
           05  OLD-RE-ORDER-POINT   PIC 9(3).
           05  OLD-SAFETY-STOCK     PIC 9(3).
           05  OLD-VENDOR-NUMBER    PIC 9(5).
           05  OLD-CATEGORY-CODE    PIC X(3).
           05  OLD-YTD-RECEIVED     PIC 9(5).
           05  OLD-YTD-SHIPPED      PIC 9(5).
           05  OLD-LAST-RECEIPT-DATE PIC 9(8).
           05  OLD-LAST-SHIP-DATE   PIC 9(8).
           05  OLD-ABC-CLASS        PIC X(1).
           05  OLD-LAST-COUNT-DATE  PIC 9(8).
           05  OLD-VENDOR-PART-REF  PIC X(10).

       FD  NEW-MASTER-FILE.
       01  NEW-INVENTORY-RECORD.
           05  NEW-PART-WHSE-KEY.
               10  NEW-PART-NUMBER     PIC 9(5).
               10  NEW-WAREHOUSE-CODE  PIC X(3).
           05  NEW-PART-NAME        PIC X(20).
           05  NEW-QTY-ON-HAND      PIC 9(5).
           05  NEW-QTY-RECEIVED     PIC 9(5).
           05  NEW-AMT-SHIPPED      PIC 9(5).
           05  NEW-UNIT-PRICE       PIC 9(4)V99.
           05  NEW-UNIT-COST        PIC 9(4)V99.
           05  NEW-RE-ORDER-POINT   PIC 9(3).
           05  NEW-SAFETY-STOCK     PIC 9(3).
           05  NEW-VENDOR-NUMBER    PIC 9(5).
           05  NEW-CATEGORY-CODE    PIC X(3).
           05  NEW-YTD-RECEIVED     PIC 9(5).
           05  NEW-YTD-SHIPPED      PIC 9(5).
           05  NEW-LAST-RECEIPT-DATE PIC 9(8).
           05  NEW-LAST-SHIP-DATE   PIC 9(8).
           05  NEW-ABC-CLASS        PIC X(1).
           05  NEW-LAST-COUNT-DATE  PIC 9(8).
           05  NEW-VENDOR-PART-REF  PIC X(10).
           05  NEW-ALLOCATED-QTY    PIC 9(5).
           05  NEW-INSPECTION-REQD  PIC X(1).
           05  NEW-QTY-ON-HOLD      PIC 9(5).

       FD  OLD-INDEXED-FILE.
       01  OLD-INVENTORY-RECORD-V2.
           05  OLD-PART-WHSE-KEY-V2.
               10  OLD-PART-NUMBER-V2  PIC 9(5).
               10  OLD-WAREHOUSE-V2    PIC X(3).
           05  OLD-PART-NAME-V2     PIC X(20).
           05  OLD-QTY-ON-HAND-V2   PIC 9(5).
           05  OLD-QTY-RECEIVED-V2  PIC 9(5).
           05  OLD-AMT-SHIPPED-V2   PIC 9(5).
           05  OLD-UNIT-PRICE-V2    PIC 9(4)V99.
           05  OLD-UNIT-COST-V2     PIC 9(4)V99.
           05  OLD-RE-ORDER-PT-V2   PIC 9(3).
           05  OLD-SAFETY-STOCK-V2  PIC 9(3).
           05  OLD-VENDOR-NUM-V2    PIC 9(5).
           05  OLD-CATEGORY-V2      PIC X(3).
           05  OLD-YTD-RECEIVED-V2  PIC 9(5).
           05  OLD-YTD-SHIPPED-V2   PIC 9(5).
           05  OLD-LAST-RCPT-V2     PIC 9(8).
           05  OLD-LAST-SHIP-V2     PIC 9(8).
           05  OLD-ABC-CLASS-V2     PIC X(1).
           05  OLD-LAST-COUNT-V2    PIC 9(8).
           05  OLD-VENDOR-REF-V2    PIC X(10).

       COPY INVENT2BV2_FD REPLACING ==INVENT-FILE-V2==
           BY ==NEW-INDEXED-FILE==.

       FD  OLD-PO-FILE.
       01  OLD-PO-RECORD.
           05  OLD-PO-NUMBER-PO        PIC 9(6).
           05  OLD-PO-STATUS-PO        PIC X(1).
           05  OLD-PO-ORDER-DATE-PO    PIC 9(8).
           05  OLD-PO-PART-NUMBER-PO   PIC 9(5).
           05  OLD-PO-WAREHOUSE-PO     PIC X(3).
           05  OLD-PO-VENDOR-NUMBER-PO PIC 9(5).
           05  OLD-PO-QTY-ORDERED-PO   PIC 9(4).
           05  OLD-PO-QTY-RECEIVED-PO  PIC 9(4).
           05  OLD-PO-CLOSE-DATE-PO    PIC 9(8).
           05  OLD-PO-FIRST-FILL-PO    PIC X(1).
           05  OLD-PO-ACK-FLAG-PO      PIC X(1).
           05  OLD-PO-PROMISE-DATE-PO  PIC 9(8).

       COPY OPENPO_FD REPLACING ==OPEN-PO-FILE==
           BY ==NEW-PO-FILE==.

       FD  OLD-LOT-FILE.
       01  OLD-LOT-RECORD.
           05  OLD-LOT-KEY-LB.
               10  OLD-LOT-PART-NUMBER-LB  PIC 9(5).
               10  OLD-LOT-WAREHOUSE-LB    PIC X(3).
               10  OLD-LOT-NUMBER-LB       PIC X(10).
           05  OLD-LOT-QTY-LB              PIC 9(5).
           05  OLD-LOT-RECEIPT-DATE-LB     PIC 9(8).

       COPY LOTFILE_FD REPLACING ==LOT-BALANCE-FILE==
           BY ==NEW-LOT-FILE==.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    ONE-TIME CONVERSION OF BOTH MASTERS TO THE LAYOUT
      *    CARRYING THE SALES ORDER ALLOCATED QUANTITY. NO
      *    ORDER HAS BEEN TAKEN YET, SO THE NEW FIELD IS
      *    SEEDED AT ZERO.
      *    THE OPERATOR RENAMES THE CURRENT FILES TO
      *    INVENT2B.OLD AND INVENT2BV2.OLD, RUNS THIS ONCE,
      *    AND THE CONVERTED FILES COME OUT UNDER THE LIVE
      *    NAMES - THE SAME CUTOVER PATTERN AS THE EARLIER
      *    MASTER CONVERSIONS. EVERY OTHER FIELD IS CARRIED
      *    ACROSS UNCHANGED.
      *    THE OPEN-PO FILE GOES THROUGH THE SAME CUTOVER
      *    (OPENPO.OLD IN, OPENPO.DAT OUT) TO PICK UP THE
      *    RECEIVED COST AND INVOICED QUANTITY THE THREE-WAY
      *    MATCH WORKS FROM. NO RECEIPT HISTORY EXISTS TO
      *    REBUILD THE COST FROM, SO A PO ALREADY PART-RECEIVED
      *    IS SEEDED AT THE PART'S CURRENT AVERAGE COST.
      *    THE MASTERS ALSO PICK UP THE INSPECTION FLAG, SEEDED
      *    AT N SO EVERY PART RECEIVES AS BEFORE UNTIL QUALITY
      *    FLAGS IT THROUGH MAINTENANCE, AND THE ON-HOLD
      *    QUANTITY AT ZERO. THE LOT BALANCE FILE GOES THROUGH
      *    THE SAME CUTOVER (LOTFILE.OLD IN, LOTFILE.DAT OUT)
      *    WITH NOTHING HELD. A SITE THAT HAS NOT YET RECEIVED
      *    A LOT HAS NO LOTFILE.OLD, AND GETS AN EMPTY FILE.
      *    =================================================
       01  OLD-STATUS-WS       PIC X(2).
       01  NEW-STATUS-WS       PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-OLD        PIC X(3)    VALUE "NO".
           05  EOF-FLAG-OLDIX      PIC X(3)    VALUE "NO".
           05  EOF-FLAG-OLDPO      PIC X(3)    VALUE "NO".
           05  EOF-FLAG-OLDLOT     PIC X(3)    VALUE "NO".
           05  CTR-LOT-CONVERTED-WS PIC 9(5)   VALUE ZERO.
           05  CTR-PO-CONVERTED-WS PIC 9(5)    VALUE ZERO.
           05  CTR-SEQ-CONVERTED-WS PIC 9(5)   VALUE ZERO.
           05  CTR-IDX-CONVERTED-WS PIC 9(5)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-MASTER-CONVERSION.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-CONVERT-SEQUENTIAL-MASTER.
           PERFORM 200-CONVERT-INDEXED-MASTER.
           PERFORM 200-CONVERT-PO-FILE.
           PERFORM 200-CONVERT-LOT-FILE.
           DISPLAY "SEQUENTIAL RECORDS CONVERTED: "
               CTR-SEQ-CONVERTED-WS.
           DISPLAY "INDEXED RECORDS CONVERTED:    "
               CTR-IDX-CONVERTED-WS.
           DISPLAY "OPEN-PO RECORDS CONVERTED:    "
               CTR-PO-CONVERTED-WS.
           DISPLAY "LOT BALANCES CONVERTED:       "
               CTR-LOT-CONVERTED-WS.
           STOP RUN.

       200-CONVERT-SEQUENTIAL-MASTER.
           OPEN INPUT  OLD-MASTER-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.
           PERFORM 700-READ-OLD-SEQ-RECORD.
           PERFORM 700-CONVERT-ONE-SEQ-RECORD
               UNTIL EOF-FLAG-OLD = "YES".
           CLOSE OLD-MASTER-FILE
                 NEW-MASTER-FILE.

       700-CONVERT-ONE-SEQ-RECORD.
           MOVE OLD-PART-WHSE-KEY    TO NEW-PART-WHSE-KEY.
           MOVE OLD-PART-NAME        TO NEW-PART-NAME.
           MOVE OLD-QTY-ON-HAND      TO NEW-QTY-ON-HAND.
           MOVE OLD-QTY-RECEIVED     TO NEW-QTY-RECEIVED.
           MOVE OLD-AMT-SHIPPED      TO NEW-AMT-SHIPPED.
           MOVE OLD-UNIT-PRICE       TO NEW-UNIT-PRICE.
           MOVE OLD-UNIT-COST        TO NEW-UNIT-COST.
           MOVE OLD-RE-ORDER-POINT   TO NEW-RE-ORDER-POINT.
           MOVE OLD-SAFETY-STOCK     TO NEW-SAFETY-STOCK.
           MOVE OLD-VENDOR-NUMBER    TO NEW-VENDOR-NUMBER.
           MOVE OLD-CATEGORY-CODE    TO NEW-CATEGORY-CODE.
           MOVE OLD-YTD-RECEIVED     TO NEW-YTD-RECEIVED.
           MOVE OLD-YTD-SHIPPED      TO NEW-YTD-SHIPPED.
           MOVE OLD-LAST-RECEIPT-DATE TO NEW-LAST-RECEIPT-DATE.
           MOVE OLD-LAST-SHIP-DATE   TO NEW-LAST-SHIP-DATE.
           MOVE OLD-ABC-CLASS        TO NEW-ABC-CLASS.
           MOVE OLD-LAST-COUNT-DATE  TO NEW-LAST-COUNT-DATE.
           MOVE OLD-VENDOR-PART-REF  TO NEW-VENDOR-PART-REF.
           MOVE ZERO                 TO NEW-ALLOCATED-QTY.
           MOVE "N"                  TO NEW-INSPECTION-REQD.
           MOVE ZERO                 TO NEW-QTY-ON-HOLD.
           WRITE NEW-INVENTORY-RECORD.
           ADD 1 TO CTR-SEQ-CONVERTED-WS.
           PERFORM 700-READ-OLD-SEQ-RECORD.

       700-READ-OLD-SEQ-RECORD.
           READ OLD-MASTER-FILE
               AT END MOVE "YES" TO EOF-FLAG-OLD.

       200-CONVERT-INDEXED-MASTER.
      *    THE OPENS ARE PROVED BEFORE ANY RECORD MOVES - A
      *    MIGRATION THAT CANNOT REACH ITS FILES MUST STOP
      *    COLD, NOT CONVERT NOTHING AND REPORT SUCCESS.
           OPEN INPUT  OLD-INDEXED-FILE.
           IF OLD-STATUS-WS NOT = "00"
               DISPLAY "OLD INDEXED MASTER OPEN FAILED - STATUS "
                   OLD-STATUS-WS " - CONVERSION STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-INDEXED-FILE.
           IF NEW-STATUS-WS NOT = "00"
               DISPLAY "NEW INDEXED MASTER OPEN FAILED - STATUS "
                   NEW-STATUS-WS " - CONVERSION STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-READ-OLD-IDX-RECORD.
           PERFORM 700-CONVERT-ONE-IDX-RECORD
               UNTIL EOF-FLAG-OLDIX = "YES".
           CLOSE OLD-INDEXED-FILE
                 NEW-INDEXED-FILE.

       700-CONVERT-ONE-IDX-RECORD.
           MOVE OLD-PART-WHSE-KEY-V2 TO PART-WHSE-KEY-V2.
           MOVE OLD-PART-NAME-V2     TO PART-NAME-V2.
           MOVE OLD-QTY-ON-HAND-V2   TO QTY-ON-HAND-V2.
           MOVE OLD-QTY-RECEIVED-V2  TO QTY-RECEIVED-V2.
           MOVE OLD-AMT-SHIPPED-V2   TO AMT-SHIPPED-V2.
           MOVE OLD-UNIT-PRICE-V2    TO UNIT-PRICE-V2.
           MOVE OLD-UNIT-COST-V2     TO UNIT-COST-V2.
           MOVE OLD-RE-ORDER-PT-V2   TO RE-ORDER-POINT-V2.
           MOVE OLD-SAFETY-STOCK-V2  TO SAFETY-STOCK-V2.
           MOVE OLD-VENDOR-NUM-V2    TO VENDOR-NUMBER-V2.
           MOVE OLD-CATEGORY-V2      TO CATEGORY-CODE-V2.
           MOVE OLD-YTD-RECEIVED-V2  TO YTD-RECEIVED-V2.
           MOVE OLD-YTD-SHIPPED-V2   TO YTD-SHIPPED-V2.
           MOVE OLD-LAST-RCPT-V2     TO LAST-RECEIPT-DATE-V2.
           MOVE OLD-LAST-SHIP-V2     TO LAST-SHIP-DATE-V2.
           MOVE OLD-ABC-CLASS-V2     TO ABC-CLASS-V2.
           MOVE OLD-LAST-COUNT-V2    TO LAST-COUNT-DATE-V2.
           MOVE OLD-VENDOR-REF-V2    TO VENDOR-PART-REF-V2.
           MOVE ZERO                 TO ALLOCATED-QTY-V2.
           MOVE "N"                  TO INSPECTION-REQD-V2.
           MOVE ZERO                 TO QTY-ON-HOLD-V2.
           WRITE INVENTORY-RECORD-V2.
           ADD 1 TO CTR-IDX-CONVERTED-WS.
           PERFORM 700-READ-OLD-IDX-RECORD.

       700-READ-OLD-IDX-RECORD.
           READ OLD-INDEXED-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-OLDIX.

       200-CONVERT-PO-FILE.
      *    THE PART'S AVERAGE COST IS READ FROM THE NEWLY
      *    CONVERTED INDEXED MASTER, SO THAT FILE IS REOPENED
      *    FOR RANDOM READS FIRST.
           OPEN INPUT  OLD-PO-FILE.
           IF OLD-STATUS-WS NOT = "00"
               DISPLAY "OLD OPEN-PO FILE OPEN FAILED - STATUS "
                   OLD-STATUS-WS " - CONVERSION STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-PO-FILE.
           IF NEW-STATUS-WS NOT = "00"
               DISPLAY "NEW OPEN-PO FILE OPEN FAILED - STATUS "
                   NEW-STATUS-WS " - CONVERSION STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NEW-INDEXED-FILE.
           PERFORM 700-READ-OLD-PO-RECORD.
           PERFORM 700-CONVERT-ONE-PO
               UNTIL EOF-FLAG-OLDPO = "YES".
           CLOSE OLD-PO-FILE
                 NEW-PO-FILE
                 NEW-INDEXED-FILE.

       700-CONVERT-ONE-PO.
           MOVE OLD-PO-NUMBER-PO        TO PO-NUMBER-PO.
           MOVE OLD-PO-STATUS-PO        TO PO-STATUS-PO.
           MOVE OLD-PO-ORDER-DATE-PO    TO PO-ORDER-DATE-PO.
           MOVE OLD-PO-PART-NUMBER-PO   TO PO-PART-NUMBER-PO.
           MOVE OLD-PO-WAREHOUSE-PO     TO PO-WAREHOUSE-PO.
           MOVE OLD-PO-VENDOR-NUMBER-PO TO PO-VENDOR-NUMBER-PO.
           MOVE OLD-PO-QTY-ORDERED-PO   TO PO-QTY-ORDERED-PO.
           MOVE OLD-PO-QTY-RECEIVED-PO  TO PO-QTY-RECEIVED-PO.
           MOVE OLD-PO-CLOSE-DATE-PO    TO PO-CLOSE-DATE-PO.
           MOVE OLD-PO-FIRST-FILL-PO    TO PO-FIRST-FILL-PO.
           MOVE OLD-PO-ACK-FLAG-PO      TO PO-ACK-FLAG-PO.
           MOVE OLD-PO-PROMISE-DATE-PO  TO PO-PROMISE-DATE-PO.
           MOVE ZERO                    TO PO-RECEIVED-COST-PO.
           MOVE ZERO                    TO PO-QTY-INVOICED-PO.
           IF PO-QTY-RECEIVED-PO > ZERO
               MOVE PO-PART-NUMBER-PO TO PART-NUMBER-V2
               MOVE PO-WAREHOUSE-PO   TO WAREHOUSE-CODE-V2
               READ NEW-INDEXED-FILE
                   NOT INVALID KEY
                       MOVE UNIT-COST-V2 TO PO-RECEIVED-COST-PO
               END-READ
           END-IF.
           WRITE OPEN-PO-RECORD.
           ADD 1 TO CTR-PO-CONVERTED-WS.
           PERFORM 700-READ-OLD-PO-RECORD.

       700-READ-OLD-PO-RECORD.
           READ OLD-PO-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-OLDPO.

       200-CONVERT-LOT-FILE.
           OPEN INPUT  OLD-LOT-FILE.
           IF OLD-STATUS-WS NOT = "00" AND OLD-STATUS-WS NOT = "05"
               DISPLAY "OLD LOT BALANCE FILE OPEN FAILED - STATUS "
                   OLD-STATUS-WS " - CONVERSION STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-LOT-FILE.
           IF NEW-STATUS-WS NOT = "00"
               DISPLAY "NEW LOT BALANCE FILE OPEN FAILED - STATUS "
                   NEW-STATUS-WS " - CONVERSION STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 700-READ-OLD-LOT-RECORD.
           PERFORM 700-CONVERT-ONE-LOT
               UNTIL EOF-FLAG-OLDLOT = "YES".
           CLOSE OLD-LOT-FILE
                 NEW-LOT-FILE.

       700-CONVERT-ONE-LOT.
           MOVE OLD-LOT-KEY-LB          TO LOT-KEY-LB.
           MOVE OLD-LOT-QTY-LB          TO LOT-QTY-LB.
           MOVE OLD-LOT-RECEIPT-DATE-LB TO LOT-RECEIPT-DATE-LB.
           MOVE ZERO                    TO LOT-HOLD-QTY-LB.
           MOVE ZERO                    TO LOT-HOLD-DATE-LB.
           MOVE ZERO                    TO LOT-HOLD-COST-LB.
           WRITE LOT-BALANCE-RECORD.
           ADD 1 TO CTR-LOT-CONVERTED-WS.
           PERFORM 700-READ-OLD-LOT-RECORD.

       700-READ-OLD-LOT-RECORD.
           READ OLD-LOT-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-OLDLOT.
