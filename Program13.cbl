               ASSIGN TO "AUDTJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LAST JOURNAL SEQUENCE NUMBER ISSUED AND THE RUNNING
      *    CONTROL TOTAL, TAKEN AND REWRITTEN FOR EVERY RECORD.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "JRNLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "OPERMAST.DAT"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LOT TRACKING - ONLINE POSTINGS KEEP THE SAME LOT
      *    BALANCE FILE AND MOVEMENT LOG HONEST AS THE
      *    NIGHTLY BATCH DOES.
                   RECORD KEY IS WHSE-CODE-WM
                   FILE STATUS IS WAREHOUSE-STATUS-WS.

      *    VENDOR-OWNED CONSIGNED STOCK, DRAWN BY AN ONLINE
      *    SHIPMENT ONLY ONCE THE OWNED STOCK IS USED UP, AND
      *    THE USAGE LOG THE MONTHLY SETTLEMENT PAYS FROM.
           SELECT OPTIONAL CONSIGNMENT-FILE
               ASSIGN TO "CONSIGN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONS-KEY-CS
                   FILE STATUS IS CONSIGN-STATUS-WS.

           SELECT OPTIONAL CONSIGNMENT-USAGE-FILE
               ASSIGN TO "CONSUSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY INVENT2BV2_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       COPY OPERMAST_FD.

       COPY LOTFILE_FD.

       COPY WHSEMAST_FD.

       COPY CONSIGN_FD.

       COPY CONSUSE_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    THE ONLINE/DIRECT UPDATE DIALOG, SPLIT OUT OF THE

       01  SHIPMENT-CHECK-WS.
           05  AVAILABLE-STOCK-WS         PIC S9(7)       VALUE ZERO.
           05  OWNED-SHIP-QTY-WS          PIC 9(5)        VALUE ZERO.

       01  CONSIGNMENT-WORK-WS.
           05  CONSIGN-STATUS-WS          PIC X(2).
           05  CONSIGN-EOF-FLAG-WS        PIC X(3)        VALUE "NO".
           05  CONSIGN-ON-HAND-WS         PIC 9(7)        VALUE ZERO.
           05  CONSIGN-NEEDED-QTY-WS      PIC 9(5)        VALUE ZERO.
           05  CONSIGN-DRAWN-QTY-WS       PIC 9(5)        VALUE ZERO.
           05  CONSIGN-SLICE-QTY-WS       PIC 9(5)        VALUE ZERO.

       01  PRICE-HISTORY-WS.
           05  OLD-PRICE-WS                PIC 9(4)V99    VALUE ZERO.
       01  JOURNAL-WS.
           05  OPERATOR-ID-WS              PIC X(8)    VALUE SPACES.
           05  JRNL-DATE-WS                PIC 9(8).
           05  JRNL-TIME-WS                PIC 9(8).
           05  JRNL-PRE-QTY-ON-HAND-WS     PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-QTY-RECEIVED-WS    PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-AMT-SHIPPED-WS     PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-PRICE-WS           PIC 9(4)V99 VALUE ZERO.
           05  JRNL-PRE-COST-WS            PIC 9(4)V99 VALUE ZERO.
           05  JRNL-PRE-QTY-ON-HOLD-WS     PIC 9(5)    VALUE ZERO.

       01  COSTING-WS.
           05  OLD-STOCK-WS               PIC S9(7)       VALUE ZERO.

       01  RUN-DATE-WS             PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-ONLINE-UPDATE.
      *    ==================================================
           OPEN I-O LOT-BALANCE-FILE.
           OPEN EXTEND LOT-MOVEMENT-OUT.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN I-O CONSIGNMENT-FILE.
           OPEN EXTEND CONSIGNMENT-USAGE-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-ONLINE-UPDATE
                        UNTIL END-READ-FLAG = "NO"
                 OPERATOR-FILE
                 LOT-BALANCE-FILE
                 LOT-MOVEMENT-OUT
                 WAREHOUSE-FILE
                 CONSIGNMENT-FILE
                 CONSIGNMENT-USAGE-FILE.
           STOP RUN.

       700-OPERATOR-SIGN-ON.
                   END-IF
           END-READ.

       700-CHECK-SYSTEM-AVAILABLE.
      *    RE-READ AT SIGN-ON AND BEFORE EVERY POSTING, SO A
      *    LOCKOUT SET AFTER THE OPERATOR SIGNED ON STILL STOPS
      *    THE NEXT POSTING. INQUIRIES DO NOT CHECK IT.
           MOVE "NO" TO SYSTEM-LOCKED-FLAG-WS.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "A" TO AVAIL-STATUS-SA
           END-READ.
           IF AVAIL-BATCH-IN-PROGRESS OR AVAIL-DOWN-FOR-MAINT
               MOVE "YES" TO SYSTEM-LOCKED-FLAG-WS
               DISPLAY "SYSTEM UNAVAILABLE - " AVAIL-REASON-SA
               DISPLAY "SET BY " AVAIL-SET-BY-SA " ON "
                   AVAIL-SET-DATE-SA " AT " AVAIL-SET-TIME-SA (1:6)
               DISPLAY "UPDATES ARE REFUSED - INQUIRIES ONLY"
           END-IF.
           CLOSE SYSTEM-AVAILABILITY-FILE.

       200-ONLINE-UPDATE.
           DISPLAY 
               "ANY ONLINE/DIRECT TRANSACTIONS TO PROCESS? (YES/NO): ".
                       PERFORM 700-WRITE-ONLINE-UNMATCHED-ERROR
               END-READ

               IF ONLINE-REJECT-FLAG-WS = "NO"
                       AND ONLINE-TRANS-TYPE NOT = "5"
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
                   IF SYSTEM-LOCKED-FLAG-WS = "YES"
                       MOVE "YES" TO ONLINE-REJECT-FLAG-WS
                   END-IF
               END-IF

               IF ONLINE-REJECT-FLAG-WS = "YES" THEN
                   CONTINUE
               ELSE IF ONLINE-TRANS-TYPE = "5" THEN
                   MOVE QTY-ON-HAND-V2  TO JRNL-PRE-QTY-ON-HAND-WS
                   MOVE UNIT-PRICE-V2   TO JRNL-PRE-PRICE-WS
                   MOVE UNIT-COST-V2    TO JRNL-PRE-COST-WS
                   MOVE QTY-ON-HOLD-V2  TO JRNL-PRE-QTY-ON-HOLD-WS

                   IF ONLINE-TRANS-TYPE = "1"
                       THEN PERFORM 700-APPLY-ONLINE-RECEIPT
                   ELSE IF ONLINE-TRANS-TYPE = "2"
                       THEN PERFORM 700-APPLY-ONLINE-SHIPMENT
                   ELSE IF ONLINE-TRANS-TYPE = "3"
                       THEN PERFORM 700-APPLY-ONLINE-ADJUSTMENT
                   ELSE IF ONLINE-TRANS-TYPE = "4"
               NOT INVALID KEY
                   COMPUTE AVAILABLE-STOCK-WS =
                       QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2
                   IF AVAILABLE-STOCK-WS < ONLINE-TRANS-AMOUNT
                       PERFORM 700-WRITE-ONLINE-OVERSELL-ERROR
                   ELSE IF QTY-ON-HAND-V2 < ONLINE-TRANS-AMOUNT
           MOVE AMT-SHIPPED-V2  TO JRNL-PRE-AMT-SHIPPED-WS.
           MOVE UNIT-PRICE-V2   TO JRNL-PRE-PRICE-WS.
           MOVE UNIT-COST-V2    TO JRNL-PRE-COST-WS.
           MOVE QTY-ON-HOLD-V2  TO JRNL-PRE-QTY-ON-HOLD-WS.
           SUBTRACT ONLINE-TRANS-AMOUNT FROM QTY-ON-HAND-V2.
           MOVE RUN-DATE-WS TO LAST-SHIP-DATE-V2.
           REWRITE INVENTORY-RECORD-V2.
           MOVE AMT-SHIPPED-V2  TO JRNL-PRE-AMT-SHIPPED-WS.
           MOVE UNIT-PRICE-V2   TO JRNL-PRE-PRICE-WS.
           MOVE UNIT-COST-V2    TO JRNL-PRE-COST-WS.
           MOVE QTY-ON-HOLD-V2  TO JRNL-PRE-QTY-ON-HOLD-WS.
           ADD ONLINE-TRANS-AMOUNT TO QTY-ON-HAND-V2.
           MOVE RUN-DATE-WS TO LAST-RECEIPT-DATE-V2.
           REWRITE INVENTORY-RECORD-V2.
           DISPLAY "TRANSFER POSTED BOTH ENDS".

       700-APPLY-ONLINE-RECEIPT.
      *    A PART FLAGGED FOR INSPECTION RECEIVES INTO THE HELD
      *    QUANTITY, THE SAME AS IN THE NIGHTLY BATCH.
           IF INSPECTION-REQD-V2 = "Y"
               THEN PERFORM 700-APPLY-ONLINE-HELD-RECEIPT
               ELSE PERFORM 700-APPLY-ONLINE-STOCK-RECEIPT
           END-IF.

       700-APPLY-ONLINE-HELD-RECEIPT.
           ADD ONLINE-TRANS-AMOUNT TO QTY-ON-HOLD-V2.
           PERFORM 700-POST-ONLINE-LOT-HELD.
           DISPLAY "RECEIPT HELD FOR INSPECTION".

       700-APPLY-ONLINE-STOCK-RECEIPT.
      *    THE WEIGHTED-AVERAGE COST IS RECOMPUTED AT EVERY
      *    RECEIPT, ONLINE THE SAME AS IN THE NIGHTLY BATCH.
           COMPUTE OLD-STOCK-WS =
               INVALID KEY
                   MOVE ONLINE-TRANS-AMOUNT TO LOT-QTY-LB
                   MOVE RUN-DATE-WS         TO LOT-RECEIPT-DATE-LB
                   MOVE ZERO TO LOT-HOLD-QTY-LB LOT-HOLD-DATE-LB
                                LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   ADD ONLINE-TRANS-AMOUNT TO LOT-QTY-LB
           MOVE ZERO                  TO LOTM-REFERENCE.
           WRITE LOT-MOVEMENT-RECORD.

       700-POST-ONLINE-LOT-HELD.
      *    HELD UNITS GO ON THE LOT'S HOLD QUANTITY, OUT OF REACH
      *    OF THE OLDEST-FIRST RELIEF, WITH THE HOLD COST AVERAGED
      *    ACROSS THE RECEIPTS STILL WAITING ON INSPECTION.
           MOVE ONLINE-PART-NUM       TO LOT-PART-NUMBER-LB.
           MOVE ONLINE-WAREHOUSE-CODE TO LOT-WAREHOUSE-LB.
           MOVE ONLINE-LOT-NUMBER     TO LOT-NUMBER-LB.
           READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO                TO LOT-QTY-LB
                   MOVE RUN-DATE-WS         TO LOT-RECEIPT-DATE-LB
                   MOVE ONLINE-TRANS-AMOUNT TO LOT-HOLD-QTY-LB
                   MOVE RUN-DATE-WS         TO LOT-HOLD-DATE-LB
                   MOVE ONLINE-UNIT-COST    TO LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   IF LOT-HOLD-QTY-LB = ZERO
                       THEN MOVE RUN-DATE-WS      TO LOT-HOLD-DATE-LB
                            MOVE ONLINE-UNIT-COST TO LOT-HOLD-COST-LB
                       ELSE COMPUTE LOT-HOLD-COST-LB ROUNDED =
                               (LOT-HOLD-QTY-LB * LOT-HOLD-COST-LB
                                   + ONLINE-TRANS-AMOUNT
                                       * ONLINE-UNIT-COST)
                               / (LOT-HOLD-QTY-LB
                                   + ONLINE-TRANS-AMOUNT)
                   END-IF
                   ADD ONLINE-TRANS-AMOUNT TO LOT-HOLD-QTY-LB
                   REWRITE LOT-BALANCE-RECORD
           END-READ.
           MOVE ONLINE-PART-NUM       TO LOTM-PART-NUMBER.
           MOVE ONLINE-WAREHOUSE-CODE TO LOTM-WAREHOUSE.
           MOVE ONLINE-LOT-NUMBER     TO LOTM-LOT-NUMBER.
           MOVE RUN-DATE-WS           TO LOTM-DATE.
           MOVE 1                     TO LOTM-TRANS-TYPE.
           MOVE "I"                   TO LOTM-DIRECTION.
           MOVE ONLINE-TRANS-AMOUNT   TO LOTM-QTY.
           MOVE ZERO                  TO LOTM-REFERENCE.
           WRITE LOT-MOVEMENT-RECORD.

       700-APPLY-ONLINE-SHIPMENT.
      *    OWNED STOCK GOES FIRST. A SHORTFALL IS DRAWN FROM THE
      *    CONSIGNED STOCK AT THE PART AND WAREHOUSE, BUT ONLY
      *    WHEN THE CONSIGNED STOCK COVERS ALL OF IT - AN ONLINE
      *    SHIPMENT IS STILL REFUSED WHOLE RATHER THAN SHIPPED
      *    SHORT. THE CONSIGNED UNITS NEVER TOUCH THE MASTER, SO
      *    THE POSTING AND ITS JOURNAL ENTRY CARRY THE OWNED
      *    UNITS ONLY.
           COMPUTE AVAILABLE-STOCK-WS =
               QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                   - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2.
           MOVE ZERO TO CONSIGN-DRAWN-QTY-WS.
           IF AVAILABLE-STOCK-WS >= ONLINE-TRANS-AMOUNT
               THEN MOVE ONLINE-TRANS-AMOUNT TO OWNED-SHIP-QTY-WS
                    MOVE ZERO TO CONSIGN-NEEDED-QTY-WS
           ELSE IF AVAILABLE-STOCK-WS > ZERO
               THEN MOVE AVAILABLE-STOCK-WS TO OWNED-SHIP-QTY-WS
                    COMPUTE CONSIGN-NEEDED-QTY-WS =
                        ONLINE-TRANS-AMOUNT - AVAILABLE-STOCK-WS
           ELSE
               MOVE ZERO TO OWNED-SHIP-QTY-WS
               MOVE ONLINE-TRANS-AMOUNT TO CONSIGN-NEEDED-QTY-WS
           END-IF.
           IF CONSIGN-NEEDED-QTY-WS > ZERO
               PERFORM 700-SUM-CONSIGNED-STOCK
               IF CONSIGN-ON-HAND-WS < CONSIGN-NEEDED-QTY-WS
                   THEN PERFORM 700-WRITE-ONLINE-OVERSELL-ERROR
                   ELSE PERFORM 700-DRAW-ONLINE-CONSIGNMENT
               END-IF
           END-IF.
           IF ONLINE-REJECT-FLAG-WS = "NO"
               MOVE OWNED-SHIP-QTY-WS TO ONLINE-TRANS-AMOUNT
               IF OWNED-SHIP-QTY-WS > ZERO
                   ADD OWNED-SHIP-QTY-WS TO AMT-SHIPPED-V2
                   ADD OWNED-SHIP-QTY-WS TO YTD-SHIPPED-V2
                   MOVE RUN-DATE-WS TO LAST-SHIP-DATE-V2
                   PERFORM 700-RELIEVE-ONLINE-SHIP-LOTS
               END-IF
               IF CONSIGN-DRAWN-QTY-WS > ZERO
                   DISPLAY CONSIGN-DRAWN-QTY-WS
                       " UNIT(S) SHIPPED FROM CONSIGNED STOCK"
               END-IF
           END-IF.

       700-SUM-CONSIGNED-STOCK.
           MOVE ZERO TO CONSIGN-ON-HAND-WS.
           MOVE "NO" TO CONSIGN-EOF-FLAG-WS.
           PERFORM 700-START-PART-CONSIGNMENT.
           PERFORM 700-SUM-ONE-CONSIGNMENT
               UNTIL CONSIGN-EOF-FLAG-WS = "YES".

       700-START-PART-CONSIGNMENT.
           MOVE ONLINE-PART-NUM       TO CONS-PART-NUMBER-CS.
           MOVE ONLINE-WAREHOUSE-CODE TO CONS-WAREHOUSE-CS.
           MOVE ZERO                  TO CONS-VENDOR-NUMBER-CS.
           START CONSIGNMENT-FILE
               KEY IS NOT LESS THAN CONS-KEY-CS
               INVALID KEY MOVE "YES" TO CONSIGN-EOF-FLAG-WS
           END-START.

       700-SUM-ONE-CONSIGNMENT.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END MOVE "YES" TO CONSIGN-EOF-FLAG-WS
               NOT AT END
                   IF CONS-PART-NUMBER-CS NOT = ONLINE-PART-NUM
                           OR CONS-WAREHOUSE-CS
                               NOT = ONLINE-WAREHOUSE-CODE
                       THEN MOVE "YES" TO CONSIGN-EOF-FLAG-WS
                       ELSE ADD CONS-QTY-CS TO CONSIGN-ON-HAND-WS
                   END-IF
           END-READ.

       700-DRAW-ONLINE-CONSIGNMENT.
      *    LOWEST VENDOR NUMBER FIRST, THE SAME ORDER THE
      *    NIGHTLY UPDATE DRAWS IN.
           MOVE "NO" TO CONSIGN-EOF-FLAG-WS.
           PERFORM 700-START-PART-CONSIGNMENT.
           PERFORM 700-DRAW-ONE-CONSIGNMENT
               UNTIL CONSIGN-EOF-FLAG-WS = "YES"
                   OR CONSIGN-NEEDED-QTY-WS = ZERO.

       700-DRAW-ONE-CONSIGNMENT.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END MOVE "YES" TO CONSIGN-EOF-FLAG-WS
               NOT AT END
                   IF CONS-PART-NUMBER-CS NOT = ONLINE-PART-NUM
                           OR CONS-WAREHOUSE-CS
                               NOT = ONLINE-WAREHOUSE-CODE
                       MOVE "YES" TO CONSIGN-EOF-FLAG-WS
                   ELSE IF CONS-QTY-CS > ZERO
                       PERFORM 700-TAKE-CONSIGNMENT-SLICE
                   END-IF
           END-READ.

       700-TAKE-CONSIGNMENT-SLICE.
           IF CONS-QTY-CS >= CONSIGN-NEEDED-QTY-WS
               THEN MOVE CONSIGN-NEEDED-QTY-WS TO CONSIGN-SLICE-QTY-WS
               ELSE MOVE CONS-QTY-CS TO CONSIGN-SLICE-QTY-WS
           END-IF.
           SUBTRACT CONSIGN-SLICE-QTY-WS FROM CONS-QTY-CS.
           ADD CONSIGN-SLICE-QTY-WS TO CONS-TOTAL-USED-CS.
           REWRITE CONSIGNMENT-RECORD.
           SUBTRACT CONSIGN-SLICE-QTY-WS FROM CONSIGN-NEEDED-QTY-WS.
           ADD CONSIGN-SLICE-QTY-WS TO CONSIGN-DRAWN-QTY-WS.
           MOVE CONS-VENDOR-NUMBER-CS TO CU-VENDOR-NUMBER-CU.
           MOVE ONLINE-PART-NUM       TO CU-PART-NUMBER-CU.
           MOVE ONLINE-WAREHOUSE-CODE TO CU-WAREHOUSE-CU.
           MOVE CONSIGN-SLICE-QTY-WS  TO CU-QTY-CU.
           MOVE RUN-DATE-WS           TO CU-USAGE-DATE-CU.
           MOVE "O"                   TO CU-SOURCE-CU.
           MOVE ZERO                  TO CU-CUSTOMER-CU.
           MOVE ZERO                  TO CU-DOC-REF-CU.
           MOVE OPERATOR-ID-WS        TO CU-OPERATOR-CU.
           MOVE CONS-UNIT-COST-CS     TO CU-UNIT-COST-CU.
           WRITE CONSIGNMENT-USAGE-RECORD.

       700-RELIEVE-ONLINE-SHIP-LOTS.
           MOVE ONLINE-PART-NUM       TO LOT-WORK-PART-WS.
           MOVE ONLINE-WAREHOUSE-CODE TO LOT-WORK-WHSE-WS.
               INVALID KEY
                   MOVE LOT-SLICE-QTY-WS   TO LOT-QTY-LB
                   MOVE OLDEST-LOT-DATE-WS TO LOT-RECEIPT-DATE-LB
                   MOVE ZERO TO LOT-HOLD-QTY-LB LOT-HOLD-DATE-LB
                                LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   ADD LOT-SLICE-QTY-WS TO LOT-QTY-LB
           DISPLAY "QTY ON HAND    : " QTY-ON-HAND-V2.
           DISPLAY "QTY RECEIVED   : " QTY-RECEIVED-V2.
           DISPLAY "AMT SHIPPED    : " AMT-SHIPPED-V2.
           DISPLAY "QTY ALLOCATED  : " ALLOCATED-QTY-V2.
           DISPLAY "QTY ON HOLD    : " QTY-ON-HOLD-V2.
           PERFORM 700-SUM-CONSIGNED-STOCK.
           DISPLAY "QTY CONSIGNED  : " CONSIGN-ON-HAND-WS.
           DISPLAY "INSPECTION REQD: " INSPECTION-REQD-V2.
           DISPLAY "UNIT PRICE     : " UNIT-PRICE-V2.
           DISPLAY "RE-ORDER POINT : " RE-ORDER-POINT-V2.
           DISPLAY "YTD RECEIVED   : " YTD-RECEIVED-V2.
           MOVE OPERATOR-ID-WS            TO JRNL-OPERATOR-OUT.
           MOVE JRNL-PRE-COST-WS          TO JRNL-PRE-COST-OUT.
           MOVE UNIT-COST-V2              TO JRNL-POST-COST-OUT.
           MOVE JRNL-PRE-QTY-ON-HOLD-WS   TO JRNL-PRE-QTY-ON-HOLD-OUT.
           MOVE QTY-ON-HOLD-V2            TO JRNL-POST-QTY-ON-HOLD-OUT.
           IF ONLINE-TRANS-TYPE = "7"
               THEN MOVE ONLINE-TRANSFER-REF TO JRNL-REFERENCE-OUT
               ELSE MOVE ZERO                TO JRNL-REFERENCE-OUT
           END-IF.
           PERFORM 700-STAMP-JOURNAL-SEQUENCE.
           WRITE JOURNAL-RECORD-OUT.

       700-STAMP-JOURNAL-SEQUENCE.
      *    TAKES THE NEXT JOURNAL SEQUENCE NUMBER AND CARRIES THE
      *    RUNNING CONTROL TOTAL FORWARD. THE CONTROL RECORD IS
      *    REWRITTEN BEFORE THE JOURNAL RECORD GOES OUT, SO A
      *    RECORD LOST BETWEEN THE TWO SHOWS UP AS A GAP RATHER
      *    THAN AS A NUMBER ISSUED TWICE.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           READ JOURNAL-CONTROL-FILE
               AT END
                   MOVE ZERO TO JRNL-SEQUENCE-WS
                   MOVE ZERO TO JRNL-CONTROL-TOTAL-WS
               NOT AT END
                   MOVE JCTL-LAST-SEQUENCE-JC TO JRNL-SEQUENCE-WS
                   MOVE JCTL-CONTROL-TOTAL-JC TO JRNL-CONTROL-TOTAL-WS
           END-READ.
           CLOSE JOURNAL-CONTROL-FILE.
           ADD 1 TO JRNL-SEQUENCE-WS.
           ADD JRNL-PART-NUM-OUT JRNL-TRANS-AMOUNT-OUT
               JRNL-POST-QTY-ON-HAND-OUT TO JRNL-CONTROL-TOTAL-WS.
           MOVE JRNL-SEQUENCE-WS       TO JRNL-SEQUENCE-OUT.
           MOVE JRNL-CONTROL-TOTAL-WS  TO JRNL-CONTROL-TOTAL-OUT.
           MOVE JRNL-SEQUENCE-WS       TO JCTL-LAST-SEQUENCE-JC.
           MOVE JRNL-CONTROL-TOTAL-WS  TO JCTL-CONTROL-TOTAL-JC.
           MOVE JRNL-TIMESTAMP-OUT     TO JCTL-LAST-TIMESTAMP-JC.
           OPEN OUTPUT JOURNAL-CONTROL-FILE.
           WRITE JOURNAL-CONTROL-RECORD.
           CLOSE JOURNAL-CONTROL-FILE.
