       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program31.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-ORDER-FILE
               ASSIGN TO "SALESORD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SO-NUMBER-SO
                   FILE STATUS IS SALES-ORDER-STATUS-WS.

      *    CONFIRMED PICKS BECOME TYPE 2 SHIPMENTS ON THE
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
       COPY SALESORD_FD.

       COPY TRANSFILE_FD REPLACING ==INTENTORY-TRANSACTION-FILE==
                                BY ==GENERATED-TRANS-FILE==.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    PICK CONFIRMATION. WHEN THE FLOOR HANDS BACK A
      *    PICKED LINE FROM THE PICK LIST, THE OPERATOR KEYS
      *    THE ORDER NUMBER AND THE SHIPMENT TRANSACTION IS
      *    BUILT FROM THE ORDER - PART, WAREHOUSE, ALLOCATED
      *    QUANTITY, CUSTOMER AND ORDER NUMBER - SO NOTHING IS
      *    RE-KEYED. THE ORDER IS MARKED PICKED; THE NIGHTLY
      *    UPDATE SHIPS IT AND RELIEVES ITS ALLOCATION.
      *    =================================================
       01  SALES-ORDER-STATUS-WS   PIC X(2).
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
           05  CTR-PICKS-CONFIRMED-WS PIC 9(4) VALUE ZERO.

       01  CONFIRM-DIALOG-WS.
           05  ORDER-NUMBER-WS     PIC 9(6)    VALUE ZERO.
           05  CONFIRM-REPLY-WS    PIC X(3)    VALUE SPACES.
           05  TODAY-DATE-WS       PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-PICK-CONFIRMATION.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O SALES-ORDER-FILE.
           OPEN EXTEND GENERATED-TRANS-FILE.
           OPEN INPUT OPERATOR-FILE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-CONFIRM-ONE-PICK
                        UNTIL END-READ-FLAG = "NO"
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "PICKS CONFIRMED: " CTR-PICKS-CONFIRMED-WS.
           CLOSE SALES-ORDER-FILE
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

       200-CONFIRM-ONE-PICK.
           DISPLAY "ANY PICKS TO CONFIRM? (YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "ENTER SALES ORDER NUMBER: "
               ACCEPT ORDER-NUMBER-WS
               MOVE ORDER-NUMBER-WS TO SO-NUMBER-SO
               READ SALES-ORDER-FILE
                   INVALID KEY
                       DISPLAY "ORDER " ORDER-NUMBER-WS " NOT ON FILE"
                   NOT INVALID KEY
                       IF SO-ALLOCATED
                           PERFORM 700-CHECK-SYSTEM-AVAILABLE
                           IF SYSTEM-LOCKED-FLAG-WS = "NO"
                               PERFORM 700-CONFIRM-ORDER-PICK
                           END-IF
                       ELSE IF SO-PICKED
                           DISPLAY "ORDER " ORDER-NUMBER-WS
                               " ALREADY PICKED - NOTHING DONE"
                       ELSE
                           DISPLAY "ORDER " ORDER-NUMBER-WS
                               " IS CANCELLED - NOTHING DONE"
                       END-IF
               END-READ
           END-IF.

       700-CONFIRM-ORDER-PICK.
           DISPLAY "PART " SO-PART-NUMBER-SO " WAREHOUSE "
               SO-WAREHOUSE-SO " CUSTOMER " SO-CUSTOMER-SO.
           DISPLAY "CONFIRM PICK OF " SO-QTY-ALLOCATED-SO
               " UNITS? (YES/NO): ".
           ACCEPT CONFIRM-REPLY-WS.
           IF CONFIRM-REPLY-WS = "YES"
               THEN PERFORM 700-WRITE-SHIPMENT-TRANSACTION
                    MOVE "P" TO SO-STATUS-SO
                    MOVE TODAY-DATE-WS TO SO-PICK-DATE-SO
                    REWRITE SALES-ORDER-RECORD
                    ADD 1 TO CTR-PICKS-CONFIRMED-WS
                    DISPLAY "PICK CONFIRMED - SHIPMENT QUEUED FOR "
                        "TONIGHT'S UPDATE"
               ELSE DISPLAY "PICK NOT CONFIRMED - NOTHING DONE"
           END-IF.

       700-WRITE-SHIPMENT-TRANSACTION.
      *    BUILT FIELD BY FIELD THE WAY THE EDIT RUN EXPECTS A
      *    KEYPUNCHED SHIPMENT - EVERY FIELD THAT IS NOT
      *    MEANINGFUL ON A TYPE 2 IS LEFT SPACE OR ZERO - PLUS
      *    THE ORDER NUMBER THE POSTING RELIEVES THE ALLOCATION
      *    AGAINST.
           MOVE SO-PART-NUMBER-SO   TO TRANSACTION-PART-NUMBER-IN.
           MOVE SO-WAREHOUSE-SO     TO TRANSACTION-WAREHOUSE-IN.
           MOVE 2                   TO TRANSACTION-TYPE-IN.
           MOVE SO-QTY-ALLOCATED-SO TO TRANSACTION-AMOUNT-IN.
           MOVE SPACE               TO TRANSACTION-ADJUST-SIGN-IN.
           MOVE ZERO                TO TRANSACTION-NEW-PRICE-IN.
           MOVE SPACES              TO TRANSACTION-TO-WAREHOUSE-IN.
           MOVE ZERO                TO TRANSACTION-TRANSFER-REF-IN.
           MOVE ZERO                TO TRANSACTION-UNIT-COST-IN.
           MOVE SPACES              TO TRANSACTION-LOT-IN.
           MOVE SO-CUSTOMER-SO      TO TRANSACTION-CUSTOMER-IN.
           MOVE TODAY-DATE-WS       TO TRANSACTION-EFF-DATE-IN.
           MOVE SO-NUMBER-SO        TO TRANSACTION-DOC-REF-IN.
           MOVE ZERO                TO TRANSACTION-VENDOR-IN.
           MOVE SPACE               TO TRANSACTION-REPLACE-FLAG-IN.
           WRITE INVENTORY-TRANSACTION-IN.
