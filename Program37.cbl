       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program37.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENT-FILE-V2
               ASSIGN TO "INVENT2BV2.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PART-WHSE-KEY-V2
                   ALTERNATE RECORD KEY IS PART-NAME-V2
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CATEGORY-CODE-V2
                       WITH DUPLICATES
                   FILE STATUS IS STATUS-FIELD.

           SELECT OPTIONAL LOT-BALANCE-FILE
               ASSIGN TO "LOTFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-KEY-LB
                   FILE STATUS IS LOT-STATUS-WS.

           SELECT OPTIONAL LOT-MOVEMENT-OUT
               ASSIGN TO "LOTMOVE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-JOURNAL-OUT
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
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO "OPENPO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-NUMBER-PO
                   FILE STATUS IS PO-STATUS-WS.

           SELECT OPTIONAL DEBIT-MEMO-FILE
               ASSIGN TO "DEBITMEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY INVENT2BV2_FD.

       COPY LOTFILE_FD.

       COPY LOTMOVE_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       COPY OPERMAST_FD.

       COPY OPENPO_FD.

       COPY DEBITMEM_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    RECEIVING INSPECTION DISPOSITION. UNITS RECEIVED
      *    FOR A PART FLAGGED FOR INSPECTION SIT ON HOLD - ON
      *    THE MASTER'S HELD QUANTITY AND THE LOT'S HOLD
      *    QUANTITY - UNTIL INSPECTION DECIDES WHAT BECOMES
      *    OF THEM HERE:
      *      (R)ELEASE - THE UNITS PASS AND BECOME STOCK. THEY
      *        ARE RECEIVED ON THE MASTER AT THE LOT'S HOLD
      *        COST, AVERAGED INTO THE PART'S UNIT COST, AND
      *        MOVE ONTO THE LOT'S OWN QUANTITY.
      *      (S)CRAP - THE UNITS FAIL AND ARE WRITTEN OFF.
      *      RETURN TO (V)ENDOR - THE UNITS FAIL AND GO BACK
      *        AGAINST THE PO THEY CAME IN ON, WITH A DEBIT MEMO
      *        AT THE HOLD COST, AND THE PO REOPENED IF A
      *        REPLACEMENT IS COMING.
      *    EVERY DISPOSITION IS JOURNALLED UNDER THE SIGNED-ON
      *    OPERATOR AND LOGGED ON THE LOT MOVEMENT FILE. THE
      *    DIALOG NEEDS LEVEL 2 AUTHORITY.
      *    =================================================
       01  STATUS-FIELD        PIC X(2).
       01  LOT-STATUS-WS       PIC X(2).
       01  OPERATOR-STATUS-WS  PIC X(2).
       01  PO-STATUS-WS        PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  END-READ-FLAG       PIC X(3)    VALUE "YES".
           05  HOLD-FOUND-FLAG-WS  PIC X(3)    VALUE "NO".
           05  CTR-RELEASED-WS     PIC 9(5)    VALUE ZERO.
           05  CTR-SCRAPPED-WS     PIC 9(5)    VALUE ZERO.
           05  CTR-RETURNED-WS     PIC 9(5)    VALUE ZERO.

       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.

       01  DISPOSITION-DIALOG-WS.
           05  DISP-PART-NUM-WS    PIC 9(5)    VALUE ZERO.
           05  DISP-WAREHOUSE-WS   PIC X(3)    VALUE SPACES.
           05  DISP-LOT-NUMBER-WS  PIC X(10)   VALUE SPACES.
           05  DISP-ACTION-WS      PIC X(1)    VALUE SPACE.
           05  DISP-QTY-WS         PIC 9(5)    VALUE ZERO.
           05  DISP-PO-NUMBER-WS   PIC 9(6)    VALUE ZERO.
           05  DISP-REPLACE-WS     PIC X(1)    VALUE SPACE.
           05  DISP-REFUSAL-TEXT-WS PIC X(30)  VALUE SPACES.
           05  DISP-JRNL-TYPE-WS   PIC 9(1)    VALUE ZERO.
           05  DISP-JRNL-REF-WS    PIC 9(5)    VALUE ZERO.

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
           05  OLD-COST-VALUE-WS          PIC S9(9)V99    VALUE ZERO.

       01  RUN-DATE-WS             PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-HOLD-DISPOSITION.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O INVENT-FILE-V2.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O LOT-BALANCE-FILE.
           OPEN EXTEND LOT-MOVEMENT-OUT.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           OPEN INPUT OPERATOR-FILE.
           OPEN I-O OPEN-PO-FILE.
           OPEN EXTEND DEBIT-MEMO-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS < 2
               DISPLAY "INSPECTION DISPOSITION NEEDS LEVEL 2 "
                   "AUTHORITY - RUN ENDED"
               MOVE "NO" TO SIGNED-ON-FLAG-WS
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-DISPOSE-ONE-HOLD
                        UNTIL END-READ-FLAG = "NO"
                    DISPLAY "DISPOSITIONS - RELEASED: " CTR-RELEASED-WS
                        "  SCRAPPED: " CTR-SCRAPPED-WS
                        "  RETURNED: " CTR-RETURNED-WS
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE INVENT-FILE-V2
                 LOT-BALANCE-FILE
                 LOT-MOVEMENT-OUT
                 AUDIT-JOURNAL-OUT
                 OPERATOR-FILE
                 OPEN-PO-FILE
                 DEBIT-MEMO-FILE.
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

       200-DISPOSE-ONE-HOLD.
           DISPLAY "ANY HELD STOCK TO DISPOSE OF? (YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "ENTER PART NUMBER: "
               ACCEPT DISP-PART-NUM-WS
               DISPLAY "ENTER WAREHOUSE CODE: "
               ACCEPT DISP-WAREHOUSE-WS
               DISPLAY "ENTER SUPPLIER LOT NUMBER: "
               ACCEPT DISP-LOT-NUMBER-WS
               PERFORM 700-FIND-HELD-LOT
               IF HOLD-FOUND-FLAG-WS = "YES"
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
                   IF SYSTEM-LOCKED-FLAG-WS = "NO"
                       PERFORM 700-OBTAIN-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       700-FIND-HELD-LOT.
      *    BOTH THE MASTER AND THE LOT ARE READ HERE AND HELD
      *    IN THEIR RECORD AREAS FOR THE DISPOSITION THAT
      *    FOLLOWS.
           MOVE "NO" TO HOLD-FOUND-FLAG-WS.
           MOVE DISP-PART-NUM-WS  TO PART-NUMBER-V2.
           MOVE DISP-WAREHOUSE-WS TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY
                   DISPLAY "PART " DISP-PART-NUM-WS " WAREHOUSE "
                       DISP-WAREHOUSE-WS " NOT ON FILE"
               NOT INVALID KEY
                   MOVE DISP-PART-NUM-WS   TO LOT-PART-NUMBER-LB
                   MOVE DISP-WAREHOUSE-WS  TO LOT-WAREHOUSE-LB
                   MOVE DISP-LOT-NUMBER-WS TO LOT-NUMBER-LB
                   READ LOT-BALANCE-FILE
                       INVALID KEY
                           DISPLAY "LOT " DISP-LOT-NUMBER-WS
                               " NOT ON FILE AT THIS WAREHOUSE"
                       NOT INVALID KEY
                           IF LOT-HOLD-QTY-LB = ZERO
                               DISPLAY "LOT " DISP-LOT-NUMBER-WS
                                   " HAS NOTHING ON HOLD"
                           ELSE
                               MOVE "YES" TO HOLD-FOUND-FLAG-WS
                               DISPLAY "PART NAME      : "
                                   PART-NAME-V2
                               DISPLAY "QTY ON HOLD    : "
                                   LOT-HOLD-QTY-LB
                               DISPLAY "HELD SINCE     : "
                                   LOT-HOLD-DATE-LB
                               DISPLAY "HOLD UNIT COST : "
                                   LOT-HOLD-COST-LB
                           END-IF
                   END-READ
           END-READ.

       700-OBTAIN-DISPOSITION.
           DISPLAY "(R)ELEASE TO STOCK, (S)CRAP OR RETURN TO "
               "(V)ENDOR: ".
           ACCEPT DISP-ACTION-WS.
           DISPLAY "ENTER QUANTITY (0 FOR ALL HELD): ".
           ACCEPT DISP-QTY-WS.
           IF DISP-QTY-WS = ZERO
               MOVE LOT-HOLD-QTY-LB TO DISP-QTY-WS
           END-IF.
           PERFORM 700-SAVE-PRE-IMAGES.
           IF DISP-QTY-WS > LOT-HOLD-QTY-LB
                   OR DISP-QTY-WS > QTY-ON-HOLD-V2
               DISPLAY "QUANTITY IS MORE THAN IS ON HOLD - REFUSED"
           ELSE IF DISP-ACTION-WS = "R"
               THEN PERFORM 700-RELEASE-HELD-STOCK
           ELSE IF DISP-ACTION-WS = "S"
               THEN PERFORM 700-SCRAP-HELD-STOCK
           ELSE IF DISP-ACTION-WS = "V"
               THEN PERFORM 700-RETURN-HELD-STOCK
           ELSE
               DISPLAY "UNKNOWN DISPOSITION - NOTHING DONE"
           END-IF.

       700-SAVE-PRE-IMAGES.
           MOVE QTY-ON-HAND-V2  TO JRNL-PRE-QTY-ON-HAND-WS.
           MOVE QTY-RECEIVED-V2 TO JRNL-PRE-QTY-RECEIVED-WS.
           MOVE AMT-SHIPPED-V2  TO JRNL-PRE-AMT-SHIPPED-WS.
           MOVE UNIT-PRICE-V2   TO JRNL-PRE-PRICE-WS.
           MOVE UNIT-COST-V2    TO JRNL-PRE-COST-WS.
           MOVE QTY-ON-HOLD-V2  TO JRNL-PRE-QTY-ON-HOLD-WS.

       700-RELEASE-HELD-STOCK.
      *    THE RELEASE IS THE RECEIPT THE NIGHTLY RUN HELD BACK -
      *    THE SAME WEIGHTED-AVERAGE COST, AT THE COST THE UNITS
      *    WERE RECEIVED AT, AND JOURNALLED AS A TYPE 1.
           COMPUTE OLD-STOCK-WS =
               QTY-ON-HAND-V2 + QTY-RECEIVED-V2 - AMT-SHIPPED-V2.
           COMPUTE OLD-COST-VALUE-WS ROUNDED =
               OLD-STOCK-WS * UNIT-COST-V2.
           IF OLD-STOCK-WS <= ZERO
               THEN MOVE LOT-HOLD-COST-LB TO UNIT-COST-V2
               ELSE COMPUTE UNIT-COST-V2 ROUNDED =
                       (OLD-COST-VALUE-WS + DISP-QTY-WS
                           * LOT-HOLD-COST-LB)
                       / (OLD-STOCK-WS + DISP-QTY-WS)
           END-IF.
           ADD DISP-QTY-WS TO QTY-RECEIVED-V2.
           ADD DISP-QTY-WS TO YTD-RECEIVED-V2.
           SUBTRACT DISP-QTY-WS FROM QTY-ON-HOLD-V2.
           MOVE RUN-DATE-WS TO LAST-RECEIPT-DATE-V2.
           REWRITE INVENTORY-RECORD-V2.
           ADD DISP-QTY-WS TO LOT-QTY-LB.
           PERFORM 700-RELIEVE-LOT-HOLD.
           MOVE 1    TO LOTM-TRANS-TYPE.
           MOVE "I"  TO LOTM-DIRECTION.
           MOVE ZERO TO LOTM-REFERENCE.
           PERFORM 700-WRITE-LOT-MOVEMENT.
           MOVE 1    TO DISP-JRNL-TYPE-WS.
           MOVE ZERO TO DISP-JRNL-REF-WS.
           PERFORM 700-WRITE-AUDIT-JOURNAL.
           ADD 1 TO CTR-RELEASED-WS.
           DISPLAY "HELD STOCK RELEASED".

       700-SCRAP-HELD-STOCK.
      *    HELD UNITS WERE NEVER STOCK, SO A SCRAP TOUCHES ONLY
      *    THE HELD QUANTITIES. IT IS JOURNALLED AS A TYPE 3 SO
      *    THE WRITE-OFF CARRIES THE OPERATOR ON THE TRAIL.
           SUBTRACT DISP-QTY-WS FROM QTY-ON-HOLD-V2.
           REWRITE INVENTORY-RECORD-V2.
           PERFORM 700-RELIEVE-LOT-HOLD.
           MOVE 3    TO LOTM-TRANS-TYPE.
           MOVE "O"  TO LOTM-DIRECTION.
           MOVE ZERO TO LOTM-REFERENCE.
           PERFORM 700-WRITE-LOT-MOVEMENT.
           MOVE 3    TO DISP-JRNL-TYPE-WS.
           MOVE ZERO TO DISP-JRNL-REF-WS.
           PERFORM 700-WRITE-AUDIT-JOURNAL.
           ADD 1 TO CTR-SCRAPPED-WS.
           DISPLAY "HELD STOCK SCRAPPED".

       700-RETURN-HELD-STOCK.
      *    THE SAME CHECKS AS A NIGHTLY TYPE 8 RETURN: THE PO
      *    MUST BE ON FILE FOR THIS PART AND WAREHOUSE AND HAVE
      *    RECEIVED AT LEAST THE UNITS GOING BACK. THE VENDOR
      *    IS TAKEN FROM THE PO.
           DISPLAY "ENTER PO NUMBER THE UNITS CAME IN ON: ".
           ACCEPT DISP-PO-NUMBER-WS.
           DISPLAY "IS THE VENDOR SHIPPING A REPLACEMENT? (Y/N): ".
           ACCEPT DISP-REPLACE-WS.
           IF DISP-REPLACE-WS NOT = "Y"
               MOVE "N" TO DISP-REPLACE-WS
           END-IF.
           MOVE SPACES TO DISP-REFUSAL-TEXT-WS.
           MOVE DISP-PO-NUMBER-WS TO PO-NUMBER-PO.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "RETURN PO NOT ON FILE"
                       TO DISP-REFUSAL-TEXT-WS
           END-READ.
           IF DISP-REFUSAL-TEXT-WS = SPACES
               IF PO-PART-NUMBER-PO NOT = DISP-PART-NUM-WS
                       OR PO-WAREHOUSE-PO NOT = DISP-WAREHOUSE-WS
                   MOVE "RETURN PO/PART MISMATCH"
                       TO DISP-REFUSAL-TEXT-WS
               ELSE IF PO-QTY-RECEIVED-PO < DISP-QTY-WS
                   MOVE "RETURN OVER PO RECEIVED"
                       TO DISP-REFUSAL-TEXT-WS
               END-IF
           END-IF.
           IF DISP-REFUSAL-TEXT-WS NOT = SPACES
               THEN DISPLAY DISP-REFUSAL-TEXT-WS " - REFUSED"
               ELSE PERFORM 700-POST-HELD-RETURN
           END-IF.

       700-POST-HELD-RETURN.
           SUBTRACT DISP-QTY-WS FROM QTY-ON-HOLD-V2.
           REWRITE INVENTORY-RECORD-V2.
           PERFORM 700-WRITE-DEBIT-MEMO.
           PERFORM 700-RELIEVE-LOT-HOLD.
           MOVE 8                       TO LOTM-TRANS-TYPE.
           MOVE "O"                     TO LOTM-DIRECTION.
           MOVE DISP-PO-NUMBER-WS (2:5) TO LOTM-REFERENCE.
           PERFORM 700-WRITE-LOT-MOVEMENT.
           IF DISP-REPLACE-WS = "Y"
               PERFORM 700-REOPEN-PO-FOR-REPLACEMENT
           END-IF.
           MOVE 3                       TO DISP-JRNL-TYPE-WS.
           MOVE DISP-PO-NUMBER-WS (2:5) TO DISP-JRNL-REF-WS.
           PERFORM 700-WRITE-AUDIT-JOURNAL.
           ADD 1 TO CTR-RETURNED-WS.
           DISPLAY "HELD STOCK RETURNED - DEBIT MEMO RAISED".

       700-WRITE-DEBIT-MEMO.
      *    PRICED AT THE COST THE HELD UNITS WERE RECEIVED AT,
      *    WHICH IS WHAT THE VENDOR WAS PAID FOR THEM.
           MOVE PO-VENDOR-NUMBER-PO   TO DM-VENDOR-NUMBER-DM.
           MOVE DISP-PO-NUMBER-WS     TO DM-PO-NUMBER-DM.
           MOVE DISP-PART-NUM-WS      TO DM-PART-NUMBER-DM.
           MOVE DISP-WAREHOUSE-WS     TO DM-WAREHOUSE-DM.
           MOVE DISP-LOT-NUMBER-WS    TO DM-LOT-NUMBER-DM.
           MOVE DISP-QTY-WS           TO DM-QTY-DM.
           MOVE LOT-HOLD-COST-LB      TO DM-UNIT-COST-DM.
           COMPUTE DM-EXTENDED-AMT-DM ROUNDED =
               DM-QTY-DM * DM-UNIT-COST-DM.
           MOVE RUN-DATE-WS           TO DM-EFF-DATE-DM.
           MOVE DISP-REPLACE-WS       TO DM-REPLACE-FLAG-DM.
           WRITE DEBIT-MEMO-RECORD.

       700-REOPEN-PO-FOR-REPLACEMENT.
      *    A REPLACEMENT IS STILL DUE, SO THE RETURNED UNITS GO
      *    BACK ON THE PO AS UNRECEIVED AND A CLOSED PO REOPENS,
      *    THE SAME AS FOR A NIGHTLY RETURN.
           SUBTRACT DISP-QTY-WS FROM PO-QTY-RECEIVED-PO.
           IF PO-QTY-INVOICED-PO > DISP-QTY-WS
               THEN SUBTRACT DISP-QTY-WS FROM PO-QTY-INVOICED-PO
               ELSE MOVE ZERO TO PO-QTY-INVOICED-PO
           END-IF.
           IF PO-CLOSED
               SET PO-OPEN TO TRUE
               MOVE ZERO TO PO-CLOSE-DATE-PO
           END-IF.
           REWRITE OPEN-PO-RECORD.

       700-RELIEVE-LOT-HOLD.
      *    ONCE THE LAST HELD UNIT IS DISPOSED OF THE HOLD DATE
      *    AND COST ARE CLEARED, SO THE NEXT HELD RECEIPT STARTS
      *    ITS OWN AGE AND COST.
           SUBTRACT DISP-QTY-WS FROM LOT-HOLD-QTY-LB.
           IF LOT-HOLD-QTY-LB = ZERO
               MOVE ZERO TO LOT-HOLD-DATE-LB
                            LOT-HOLD-COST-LB
           END-IF.
           REWRITE LOT-BALANCE-RECORD.

       700-WRITE-LOT-MOVEMENT.
           MOVE DISP-PART-NUM-WS   TO LOTM-PART-NUMBER.
           MOVE DISP-WAREHOUSE-WS  TO LOTM-WAREHOUSE.
           MOVE DISP-LOT-NUMBER-WS TO LOTM-LOT-NUMBER.
           MOVE RUN-DATE-WS        TO LOTM-DATE.
           MOVE DISP-QTY-WS        TO LOTM-QTY.
           WRITE LOT-MOVEMENT-RECORD.

       700-WRITE-AUDIT-JOURNAL.
           ACCEPT JRNL-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME-WS FROM TIME.
           MOVE PART-NUMBER-V2         TO JRNL-PART-NUM-OUT.
           MOVE WAREHOUSE-CODE-V2      TO JRNL-WAREHOUSE-OUT.
           MOVE DISP-JRNL-TYPE-WS      TO JRNL-TRANS-TYPE-OUT.
           MOVE DISP-QTY-WS            TO JRNL-TRANS-AMOUNT-OUT.
           MOVE JRNL-DATE-WS           TO JRNL-TIMESTAMP-OUT (1:8).
           MOVE JRNL-TIME-WS           TO JRNL-TIMESTAMP-OUT (9:6).
           MOVE JRNL-PRE-QTY-ON-HAND-WS   TO JRNL-PRE-QTY-ON-HAND-OUT.
           MOVE QTY-ON-HAND-V2            TO JRNL-POST-QTY-ON-HAND-OUT.
           MOVE JRNL-PRE-QTY-RECEIVED-WS  TO JRNL-PRE-QTY-RECEIVED-OUT.
           MOVE JRNL-PRE-AMT-SHIPPED-WS   TO JRNL-PRE-AMT-SHIPPED-OUT.
           MOVE QTY-RECEIVED-V2         TO JRNL-POST-QTY-RECEIVED-OUT.
           MOVE AMT-SHIPPED-V2          TO JRNL-POST-AMT-SHIPPED-OUT.
           MOVE JRNL-PRE-PRICE-WS         TO JRNL-PRE-PRICE-OUT.
           MOVE UNIT-PRICE-V2             TO JRNL-POST-PRICE-OUT.
           MOVE OPERATOR-ID-WS            TO JRNL-OPERATOR-OUT.
           MOVE JRNL-PRE-COST-WS          TO JRNL-PRE-COST-OUT.
           MOVE UNIT-COST-V2              TO JRNL-POST-COST-OUT.
           MOVE JRNL-PRE-QTY-ON-HOLD-WS   TO JRNL-PRE-QTY-ON-HOLD-OUT.
           MOVE QTY-ON-HOLD-V2            TO JRNL-POST-QTY-ON-HOLD-OUT.
           MOVE DISP-JRNL-REF-WS          TO JRNL-REFERENCE-OUT.
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
