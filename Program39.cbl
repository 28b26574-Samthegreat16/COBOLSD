       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program39.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASN-FILE
               ASSIGN TO "ASNFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-KEY-AS
                   FILE STATUS IS ASN-STATUS-WS.

      *    CONFIRMED ARRIVALS BECOME TYPE 1 RECEIPTS ON THE
      *    GENERATED TRANSACTION FILE, WHICH THE EDIT RUN SORTS
      *    AND MERGES WITH THE KEYPUNCHED FILE.
           SELECT OPTIONAL GENERATED-TRANS-FILE
               ASSIGN TO "GENTRN.DAT"
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

       DATA DIVISION.
       FILE SECTION.
       COPY ASNFILE_FD.

       COPY TRANSFILE_FD REPLACING ==INTENTORY-TRANSACTION-FILE==
                                BY ==GENERATED-TRANS-FILE==.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    DOCK ARRIVAL CONFIRMATION. WHEN A SHIPMENT A VENDOR
      *    GAVE NOTICE OF ARRIVES, THE DOCK KEYS THE PO NUMBER,
      *    PICKS THE SUPPLIER LOT FROM THE NOTICES EXPECTED ON
      *    IT, AND CONFIRMS THE COUNT. THE RECEIPT TRANSACTION IS
      *    BUILT FROM THE NOTICE - PART, WAREHOUSE, LOT, UNIT
      *    COST AND PO - SO THE LOT IS NEVER RE-KEYED. THE
      *    NOTICE IS MARKED RECEIVED; THE NIGHTLY UPDATE POSTS
      *    THE RECEIPT AND PAYS DOWN THE PO IT NAMES.
      *    =================================================
       01  ASN-STATUS-WS           PIC X(2).
       01  OPERATOR-STATUS-WS      PIC X(2).

       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.
           05  OPERATOR-ID-WS      PIC X(8)    VALUE SPACES.

       01  FLAGS-AND-COUNTERS.
           05  END-READ-FLAG       PIC X(3)    VALUE "YES".
           05  EOF-FLAG-ASN        PIC X(3)    VALUE "NO".
           05  CTR-PO-NOTICES-WS   PIC 9(3)    VALUE ZERO.
           05  CTR-ARRIVALS-CONFIRMED-WS PIC 9(4) VALUE ZERO.

       01  CONFIRM-DIALOG-WS.
           05  DOCK-PO-NUMBER-WS   PIC 9(6)    VALUE ZERO.
           05  DOCK-LOT-WS         PIC X(10)   VALUE SPACES.
           05  DOCK-QTY-WS         PIC 9(5)    VALUE ZERO.
           05  CONFIRM-REPLY-WS    PIC X(3)    VALUE SPACES.
           05  TODAY-DATE-WS       PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-DOCK-CONFIRMATION.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O ASN-FILE.
           OPEN EXTEND GENERATED-TRANS-FILE.
           OPEN INPUT OPERATOR-FILE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-CONFIRM-ONE-ARRIVAL
                        UNTIL END-READ-FLAG = "NO"
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "ARRIVALS CONFIRMED: " CTR-ARRIVALS-CONFIRMED-WS.
           CLOSE ASN-FILE
                 GENERATED-TRANS-FILE
                 OPERATOR-FILE.
           STOP RUN.

       700-OPERATOR-SIGN-ON.
      *    THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR
      *    MASTER BEFORE THE DIALOG OPENS. THREE TRIES AND
      *    OUT.
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

       200-CONFIRM-ONE-ARRIVAL.
           DISPLAY "ANY ARRIVALS TO CONFIRM? (YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "ENTER PO NUMBER: "
               ACCEPT DOCK-PO-NUMBER-WS
               PERFORM 700-LIST-EXPECTED-ON-PO
               IF CTR-PO-NOTICES-WS = ZERO
                   DISPLAY "NO SHIP NOTICE EXPECTED ON PO "
                       DOCK-PO-NUMBER-WS " - KEY THE RECEIPT BY HAND"
               ELSE
                   DISPLAY "ENTER SUPPLIER LOT ARRIVED: "
                   ACCEPT DOCK-LOT-WS
                   MOVE DOCK-PO-NUMBER-WS TO ASN-PO-NUMBER-AS
                   MOVE DOCK-LOT-WS       TO ASN-LOT-AS
                   READ ASN-FILE
                       INVALID KEY
                           DISPLAY "LOT " DOCK-LOT-WS
                               " NOT NOTIFIED ON PO "
                               DOCK-PO-NUMBER-WS
                       NOT INVALID KEY
                           IF ASN-EXPECTED
                               PERFORM 700-CHECK-SYSTEM-AVAILABLE
                               IF SYSTEM-LOCKED-FLAG-WS = "NO"
                                   PERFORM 700-CONFIRM-NOTICE-ARRIVAL
                               END-IF
                           ELSE
                               DISPLAY "LOT " DOCK-LOT-WS
                                   " ALREADY RECEIVED ON "
                                   ASN-RECEIVED-DATE-AS
                                   " - NOTHING DONE"
                           END-IF
                   END-READ
               END-IF
           END-IF.

       700-LIST-EXPECTED-ON-PO.
           MOVE ZERO TO CTR-PO-NOTICES-WS.
           MOVE "NO" TO EOF-FLAG-ASN.
           MOVE DOCK-PO-NUMBER-WS TO ASN-PO-NUMBER-AS.
           MOVE LOW-VALUES        TO ASN-LOT-AS.
           START ASN-FILE
               KEY IS NOT LESS THAN ASN-KEY-AS
               INVALID KEY MOVE "YES" TO EOF-FLAG-ASN
           END-START.
           PERFORM 700-LIST-ONE-EXPECTED
               UNTIL EOF-FLAG-ASN = "YES".

       700-LIST-ONE-EXPECTED.
           READ ASN-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-ASN
               NOT AT END
                   IF ASN-PO-NUMBER-AS NOT = DOCK-PO-NUMBER-WS
                       MOVE "YES" TO EOF-FLAG-ASN
                   ELSE IF ASN-EXPECTED
                       ADD 1 TO CTR-PO-NOTICES-WS
                       DISPLAY "  LOT " ASN-LOT-AS
                           "  PART " ASN-PART-NUMBER-AS
                           "  WHSE " ASN-WAREHOUSE-AS
                           "  QTY " ASN-QTY-SHIPPED-AS
                           "  DUE " ASN-ARRIVAL-DATE-AS
                   END-IF
           END-READ.

       700-CONFIRM-NOTICE-ARRIVAL.
      *    THE DOCK CONFIRMS THE COUNT - ZERO TAKES THE QUANTITY
      *    THE VENDOR SAID IT SHIPPED.
           DISPLAY "PART " ASN-PART-NUMBER-AS " WAREHOUSE "
               ASN-WAREHOUSE-AS " SHIPPED " ASN-QTY-SHIPPED-AS.
           DISPLAY "ENTER QUANTITY COUNTED IN (0 = AS SHIPPED): ".
           ACCEPT DOCK-QTY-WS.
           IF DOCK-QTY-WS = ZERO
               MOVE ASN-QTY-SHIPPED-AS TO DOCK-QTY-WS
           END-IF.
           DISPLAY "CONFIRM RECEIPT OF " DOCK-QTY-WS
               " UNITS? (YES/NO): ".
           ACCEPT CONFIRM-REPLY-WS.
           IF CONFIRM-REPLY-WS = "YES"
               THEN PERFORM 700-WRITE-RECEIPT-TRANSACTION
                    SET ASN-RECEIVED TO TRUE
                    MOVE TODAY-DATE-WS TO ASN-RECEIVED-DATE-AS
                    MOVE DOCK-QTY-WS   TO ASN-QTY-RECEIVED-AS
                    REWRITE ASN-RECORD
                    ADD 1 TO CTR-ARRIVALS-CONFIRMED-WS
                    DISPLAY "ARRIVAL CONFIRMED - RECEIPT QUEUED FOR "
                        "TONIGHT'S UPDATE"
               ELSE DISPLAY "ARRIVAL NOT CONFIRMED - NOTHING DONE"
           END-IF.

       700-WRITE-RECEIPT-TRANSACTION.
      *    BUILT FIELD BY FIELD THE WAY THE EDIT RUN EXPECTS A
      *    KEYPUNCHED RECEIPT - EVERY FIELD THAT IS NOT
      *    MEANINGFUL ON A TYPE 1 IS LEFT SPACE OR ZERO - PLUS
      *    THE PO NUMBER THE POSTING PAYS DOWN FIRST.
           MOVE ASN-PART-NUMBER-AS  TO TRANSACTION-PART-NUMBER-IN.
           MOVE ASN-WAREHOUSE-AS    TO TRANSACTION-WAREHOUSE-IN.
           MOVE 1                   TO TRANSACTION-TYPE-IN.
           MOVE DOCK-QTY-WS         TO TRANSACTION-AMOUNT-IN.
           MOVE SPACE               TO TRANSACTION-ADJUST-SIGN-IN.
           MOVE ZERO                TO TRANSACTION-NEW-PRICE-IN.
           MOVE SPACES              TO TRANSACTION-TO-WAREHOUSE-IN.
           MOVE ZERO                TO TRANSACTION-TRANSFER-REF-IN.
           MOVE ASN-UNIT-COST-AS    TO TRANSACTION-UNIT-COST-IN.
           MOVE ASN-LOT-AS          TO TRANSACTION-LOT-IN.
           MOVE ZERO                TO TRANSACTION-CUSTOMER-IN.
           MOVE TODAY-DATE-WS       TO TRANSACTION-EFF-DATE-IN.
           MOVE ASN-PO-NUMBER-AS    TO TRANSACTION-DOC-REF-IN.
           MOVE ZERO                TO TRANSACTION-VENDOR-IN.
           MOVE SPACE               TO TRANSACTION-REPLACE-FLAG-IN.
           WRITE INVENTORY-TRANSACTION-IN.
