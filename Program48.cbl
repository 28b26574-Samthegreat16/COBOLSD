       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program48.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSIGNMENT-FILE
               ASSIGN TO "CONSIGN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONS-KEY-CS
                   FILE STATUS IS CONSIGN-STATUS-WS.

           SELECT INVENT-FILE-V2
               ASSIGN TO "INVENT2BV2.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PART-WHSE-KEY-V2
                   ALTERNATE RECORD KEY IS PART-NAME-V2
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CATEGORY-CODE-V2
                       WITH DUPLICATES
                   FILE STATUS IS STATUS-FIELD.

           SELECT VENDOR-FILE
               ASSIGN TO "VENDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VENDOR-NUMBER-VM
                   FILE STATUS IS VENDOR-STATUS-WS.

           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO "WHSEMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WHSE-CODE-WM
                   FILE STATUS IS WAREHOUSE-STATUS-WS.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "OPERMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CONSIGN_FD.

       COPY INVENT2BV2_FD.

       COPY VENDMAST_FD.

       COPY WHSEMAST_FD.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    CONSIGNMENT RECEIVING. STOCK A VENDOR PLACES WITH US
      *    ON CONSIGNMENT IS RECEIVED HERE, NOT AS A TYPE 1
      *    RECEIPT - IT IS THE VENDOR'S UNTIL A SHIPMENT DRAWS
      *    IT, SO IT GOES ON THE CONSIGNMENT FILE UNDER THE
      *    PART, WAREHOUSE AND VENDOR AND NEVER ON THE
      *    INVENTORY MASTER. THE PART MUST ALREADY BE CARRIED
      *    AT THE WAREHOUSE, SO A SHIPMENT HAS A MASTER RECORD
      *    TO POST AGAINST, AND THE WAREHOUSE MUST BE OPEN. THE
      *    FIRST RECEIPT FROM A VENDOR SETS THE UNIT COST AGREED
      *    WITH THEM; A LATER RECEIPT KEEPS IT UNLESS A NEW ONE
      *    IS KEYED, WHICH NEEDS LEVEL 2 AUTHORITY BECAUSE IT IS
      *    WHAT THE MONTHLY SETTLEMENT PAYS. AN INQUIRY LISTS
      *    THE CONSIGNED STOCK FOR A PART BY WAREHOUSE AND
      *    VENDOR.
      *    =================================================
       01  STATUS-FIELD            PIC X(2).
       01  CONSIGN-STATUS-WS       PIC X(2).
       01  VENDOR-STATUS-WS        PIC X(2).
       01  WAREHOUSE-STATUS-WS     PIC X(2).
       01  OPERATOR-STATUS-WS      PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  END-READ-FLAG       PIC X(3)    VALUE "YES".
           05  EOF-FLAG-CONSIGN    PIC X(3)    VALUE "NO".
           05  RECEIPT-REFUSED-FLAG-WS PIC X(3) VALUE "NO".
           05  CTR-RECEIPTS-WS     PIC 9(4)    VALUE ZERO.
           05  CTR-CONSIGN-LINES-WS PIC 9(3)   VALUE ZERO.
           05  PART-CONSIGNED-WS   PIC 9(7)    VALUE ZERO.

       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.
           05  OPERATOR-ID-WS      PIC X(8)    VALUE SPACES.

       01  RECEIPT-DIALOG-WS.
           05  RECEIPT-ACTION-WS   PIC X(1)    VALUE SPACE.
           05  RECEIPT-PART-WS     PIC 9(5)    VALUE ZERO.
           05  RECEIPT-WAREHOUSE-WS PIC X(3)   VALUE SPACES.
           05  RECEIPT-VENDOR-WS   PIC 9(5)    VALUE ZERO.
           05  RECEIPT-QTY-WS      PIC 9(5)    VALUE ZERO.
           05  RECEIPT-COST-WS     PIC 9(4)V99 VALUE ZERO.
           05  RECEIPT-VENDOR-NAME-WS PIC X(20) VALUE SPACES.
           05  TODAY-DATE-WS       PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-CONSIGNMENT-RECEIPT.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O CONSIGNMENT-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT VENDOR-FILE.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN INPUT OPERATOR-FILE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-PROCESS-ONE-RECEIPT
                        UNTIL END-READ-FLAG = "NO"
                    DISPLAY "CONSIGNMENT RECEIPTS POSTED: "
                        CTR-RECEIPTS-WS
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE CONSIGNMENT-FILE
                 INVENT-FILE-V2
                 VENDOR-FILE
                 WAREHOUSE-FILE
                 OPERATOR-FILE.
           STOP RUN.

       700-OPERATOR-SIGN-ON.
      *    THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR
      *    MASTER BEFORE THE DIALOG OPENS. THREE TRIES AND OUT.
           MOVE "NO" TO SIGNED-ON-FLAG-WS.
           MOVE ZERO TO SIGNON-TRIES-WS.
           PERFORM 700-OBTAIN-ONE-SIGN-ON
               UNTIL SIGNED-ON-FLAG-WS = "YES"
                   OR SIGNON-TRIES-WS >= 3.
           IF SIGNED-ON-FLAG-WS = "NO"
               DISPLAY "SIGN-ON FAILED - RUN ENDED"
           END-IF.

       700-OBTAIN-ONE-SIGN-ON.
           ADD 1 TO SIGNON-TRIES-WS.
           DISPLAY "ENTER OPERATOR ID: ".
           ACCEPT SIGNON-ID-WS.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT SIGNON-PASSWORD-WS.
           MOVE SIGNON-ID-WS TO OPER-ID-OM.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR ID"
               NOT INVALID KEY
                   IF OPER-PASSWORD-OM = SIGNON-PASSWORD-WS
                       MOVE "YES" TO SIGNED-ON-FLAG-WS
                       MOVE OPER-LEVEL-OM TO SIGNON-LEVEL-WS
                       MOVE SIGNON-ID-WS  TO OPERATOR-ID-WS
                   ELSE
                       DISPLAY "PASSWORD DOES NOT MATCH"
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

       200-PROCESS-ONE-RECEIPT.
           DISPLAY "ANY CONSIGNMENT STOCK TO PROCESS? (YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "(R)ECEIVE CONSIGNED STOCK OR (I)NQUIRE ON "
                   "PART: "
               ACCEPT RECEIPT-ACTION-WS
               DISPLAY "ENTER PART NUMBER: "
               ACCEPT RECEIPT-PART-WS
               MOVE "NO" TO SYSTEM-LOCKED-FLAG-WS
               IF RECEIPT-ACTION-WS = "R"
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
               END-IF

               IF SYSTEM-LOCKED-FLAG-WS = "YES"
                   THEN CONTINUE
               ELSE IF RECEIPT-ACTION-WS = "R"
                   THEN PERFORM 700-RECEIVE-CONSIGNED-STOCK
               ELSE IF RECEIPT-ACTION-WS = "I"
                   THEN PERFORM 700-LIST-PART-CONSIGNMENT
               ELSE
                   DISPLAY "UNKNOWN ACTION - NOTHING DONE"
               END-IF
           END-IF.

       700-RECEIVE-CONSIGNED-STOCK.
           MOVE "NO" TO RECEIPT-REFUSED-FLAG-WS.
           DISPLAY "ENTER WAREHOUSE CODE: ".
           ACCEPT RECEIPT-WAREHOUSE-WS.
           DISPLAY "ENTER VENDOR NUMBER: ".
           ACCEPT RECEIPT-VENDOR-WS.
           DISPLAY "ENTER QUANTITY RECEIVED: ".
           ACCEPT RECEIPT-QTY-WS.
           IF RECEIPT-QTY-WS = ZERO
               DISPLAY "QUANTITY MUST NOT BE ZERO - RECEIPT REFUSED"
               MOVE "YES" TO RECEIPT-REFUSED-FLAG-WS
           END-IF.
           IF RECEIPT-REFUSED-FLAG-WS = "NO"
               PERFORM 700-CHECK-PART-AND-WAREHOUSE
           END-IF.
           IF RECEIPT-REFUSED-FLAG-WS = "NO"
               PERFORM 700-CHECK-VENDOR-ON-FILE
           END-IF.
           IF RECEIPT-REFUSED-FLAG-WS = "NO"
               MOVE RECEIPT-PART-WS      TO CONS-PART-NUMBER-CS
               MOVE RECEIPT-WAREHOUSE-WS TO CONS-WAREHOUSE-CS
               MOVE RECEIPT-VENDOR-WS    TO CONS-VENDOR-NUMBER-CS
               READ CONSIGNMENT-FILE
                   INVALID KEY
                       PERFORM 700-ADD-CONSIGNMENT-RECORD
                   NOT INVALID KEY
                       PERFORM 700-ADD-TO-CONSIGNMENT-RECORD
               END-READ
           END-IF.

       700-CHECK-PART-AND-WAREHOUSE.
      *    STOCK MUST NOT LAND WHERE NOBODY CAN PICK IT, AND A
      *    SHIPMENT CAN ONLY DRAW IT THROUGH A MASTER RECORD.
           MOVE RECEIPT-WAREHOUSE-WS TO WHSE-CODE-WM.
           READ WAREHOUSE-FILE
               INVALID KEY
                   DISPLAY "WAREHOUSE NOT ON WAREHOUSE MASTER - "
                       "RECEIPT REFUSED"
                   MOVE "YES" TO RECEIPT-REFUSED-FLAG-WS
               NOT INVALID KEY
                   IF WHSE-CLOSED
                       DISPLAY "WAREHOUSE IS CLOSED - "
                           "RECEIPT REFUSED"
                       MOVE "YES" TO RECEIPT-REFUSED-FLAG-WS
                   END-IF
           END-READ.
           IF RECEIPT-REFUSED-FLAG-WS = "NO"
               MOVE RECEIPT-PART-WS      TO PART-NUMBER-V2
               MOVE RECEIPT-WAREHOUSE-WS TO WAREHOUSE-CODE-V2
               READ INVENT-FILE-V2
                   INVALID KEY
                       DISPLAY "PART " RECEIPT-PART-WS
                           " NOT CARRIED AT WAREHOUSE "
                           RECEIPT-WAREHOUSE-WS " - RECEIPT REFUSED"
                       MOVE "YES" TO RECEIPT-REFUSED-FLAG-WS
               END-READ
           END-IF.

       700-CHECK-VENDOR-ON-FILE.
           MOVE RECEIPT-VENDOR-WS TO VENDOR-NUMBER-VM.
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " RECEIPT-VENDOR-WS
                       " NOT ON VENDOR MASTER - RECEIPT REFUSED"
                   MOVE "YES" TO RECEIPT-REFUSED-FLAG-WS
               NOT INVALID KEY
                   MOVE VENDOR-NAME-VM TO RECEIPT-VENDOR-NAME-WS
           END-READ.

       700-ADD-CONSIGNMENT-RECORD.
      *    THE FIRST CONSIGNMENT FROM THIS VENDOR AT THIS PART
      *    AND WAREHOUSE - THE AGREED COST IS REQUIRED.
           DISPLAY "FIRST CONSIGNMENT FROM " RECEIPT-VENDOR-NAME-WS
               " FOR THIS PART AND WAREHOUSE".
           DISPLAY "ENTER AGREED UNIT COST: ".
           ACCEPT RECEIPT-COST-WS.
           IF RECEIPT-COST-WS = ZERO
               DISPLAY "AGREED COST MUST NOT BE ZERO - "
                   "RECEIPT REFUSED"
           ELSE
               MOVE RECEIPT-PART-WS      TO CONS-PART-NUMBER-CS
               MOVE RECEIPT-WAREHOUSE-WS TO CONS-WAREHOUSE-CS
               MOVE RECEIPT-VENDOR-WS    TO CONS-VENDOR-NUMBER-CS
               MOVE RECEIPT-QTY-WS       TO CONS-QTY-CS
               MOVE RECEIPT-COST-WS      TO CONS-UNIT-COST-CS
               MOVE TODAY-DATE-WS        TO CONS-LAST-RECEIPT-DATE-CS
               MOVE RECEIPT-QTY-WS       TO CONS-TOTAL-RECEIVED-CS
               MOVE ZERO                 TO CONS-TOTAL-USED-CS
               WRITE CONSIGNMENT-RECORD
                   INVALID KEY
                       DISPLAY "CONSIGNMENT RECORD ALREADY ON FILE "
                           "- RECEIPT REFUSED"
                   NOT INVALID KEY
                       ADD 1 TO CTR-RECEIPTS-WS
                       DISPLAY "CONSIGNED STOCK RECEIVED - "
                           CONS-QTY-CS " NOW ON CONSIGNMENT"
               END-WRITE
           END-IF.

       700-ADD-TO-CONSIGNMENT-RECORD.
      *    A ZERO COST KEEPS THE COST ALREADY AGREED. A NEW COST
      *    CHANGES WHAT THE SETTLEMENT PAYS FOR EVERY UNIT STILL
      *    TO BE USED, SO IT NEEDS LEVEL 2 AUTHORITY.
           DISPLAY "AGREED UNIT COST ON FILE: " CONS-UNIT-COST-CS.
           DISPLAY "ENTER NEW AGREED COST, OR ZERO TO KEEP IT: ".
           ACCEPT RECEIPT-COST-WS.
           IF RECEIPT-COST-WS NOT = ZERO
                   AND RECEIPT-COST-WS NOT = CONS-UNIT-COST-CS
                   AND SIGNON-LEVEL-WS < 2
               DISPLAY "CHANGING THE AGREED COST NEEDS LEVEL 2 "
                   "AUTHORITY - RECEIPT REFUSED"
           ELSE
               IF RECEIPT-COST-WS NOT = ZERO
                   MOVE RECEIPT-COST-WS TO CONS-UNIT-COST-CS
               END-IF
               ADD RECEIPT-QTY-WS TO CONS-QTY-CS
               ADD RECEIPT-QTY-WS TO CONS-TOTAL-RECEIVED-CS
               MOVE TODAY-DATE-WS TO CONS-LAST-RECEIPT-DATE-CS
               REWRITE CONSIGNMENT-RECORD
               ADD 1 TO CTR-RECEIPTS-WS
               DISPLAY "CONSIGNED STOCK RECEIVED - "
                   CONS-QTY-CS " NOW ON CONSIGNMENT"
           END-IF.

       700-LIST-PART-CONSIGNMENT.
           MOVE ZERO TO CTR-CONSIGN-LINES-WS
                        PART-CONSIGNED-WS.
           MOVE "NO" TO EOF-FLAG-CONSIGN.
           MOVE RECEIPT-PART-WS TO CONS-PART-NUMBER-CS.
           MOVE LOW-VALUES      TO CONS-WAREHOUSE-CS.
           MOVE ZERO            TO CONS-VENDOR-NUMBER-CS.
           START CONSIGNMENT-FILE
               KEY IS NOT LESS THAN CONS-KEY-CS
               INVALID KEY
                   MOVE "YES" TO EOF-FLAG-CONSIGN
           END-START.
           PERFORM 700-LIST-ONE-CONSIGNMENT
               UNTIL EOF-FLAG-CONSIGN = "YES".
           DISPLAY "PART " RECEIPT-PART-WS " HAS "
               PART-CONSIGNED-WS " UNIT(S) ON CONSIGNMENT FROM "
               CTR-CONSIGN-LINES-WS " RECORD(S)".

       700-LIST-ONE-CONSIGNMENT.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-CONSIGN
               NOT AT END
                   IF CONS-PART-NUMBER-CS NOT = RECEIPT-PART-WS
                       MOVE "YES" TO EOF-FLAG-CONSIGN
                   ELSE
                       ADD 1 TO CTR-CONSIGN-LINES-WS
                       ADD CONS-QTY-CS TO PART-CONSIGNED-WS
                       DISPLAY "  WHSE " CONS-WAREHOUSE-CS
                           "  VENDOR " CONS-VENDOR-NUMBER-CS
                           "  QTY " CONS-QTY-CS
                           "  COST " CONS-UNIT-COST-CS
                           "  LAST RECEIVED "
                           CONS-LAST-RECEIPT-DATE-CS
                           "  USED TO DATE " CONS-TOTAL-USED-CS
                   END-IF
           END-READ.
