       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program29.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-ORDER-FILE
               ASSIGN TO "SALESORD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-NUMBER-SO
                   FILE STATUS IS SALES-ORDER-STATUS-WS.

      *    CARRIES THE NEXT SALES ORDER NUMBER FROM SESSION TO
      *    SESSION, THE SAME WAY BOCNTL CARRIES THE BACKORDER
      *    NUMBERS.
           SELECT OPTIONAL SO-CONTROL-FILE
               ASSIGN TO "SOCNTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT CUSTOMER-FILE
               ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CUST-NUMBER-CM
                   FILE STATUS IS CUSTOMER-STATUS-WS.

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
       COPY SALESORD_FD.

       FD  SO-CONTROL-FILE.
       01  SO-CONTROL-RECORD.
           05  NEXT-SO-NUMBER-SC       PIC 9(6).

       COPY INVENT2BV2_FD.

       COPY CUSTMAST_FD.

       COPY WHSEMAST_FD.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    SALES ORDER ENTRY. THE SALES DESK KEYS THE
      *    CUSTOMER, PART, WAREHOUSE, QUANTITY AND REQUESTED
      *    DATE, AND THE ORDER IS ALLOCATED AGAINST THE
      *    PART/WAREHOUSE RECORD ON THE INDEXED MASTER WHILE
      *    THE CUSTOMER IS STILL ON THE PHONE. THE ALLOCATED
      *    QUANTITY IS COMMITTED ON THE MASTER SO A SECOND
      *    ORDER CANNOT PROMISE THE SAME UNITS. AN ORDER THE
      *    STOCK CANNOT COVER IN FULL IS TAKEN FOR WHAT IS
      *    AVAILABLE ONLY IF THE OPERATOR SAYS SO. AN OPEN
      *    ORDER CAN BE CANCELLED, WHICH HANDS ITS ALLOCATION
      *    BACK. THE NIGHTLY PICK LIST AND THE PICK
      *    CONFIRMATION WORK THE ORDERS FROM HERE ON.
      *    =================================================
       01  STATUS-FIELD            PIC X(2).
       01  SALES-ORDER-STATUS-WS   PIC X(2).
       01  CUSTOMER-STATUS-WS      PIC X(2).
       01  WAREHOUSE-STATUS-WS     PIC X(2).
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
           05  EOF-FLAG-SOCNTL     PIC X(3)    VALUE "NO".
           05  ORDER-REFUSED-FLAG-WS PIC X(3)  VALUE "NO".
           05  SO-WRITTEN-FLAG-WS  PIC X(3)    VALUE "NO".
           05  NEXT-SO-NUMBER-WS   PIC 9(6)    VALUE 000001.
           05  CTR-ORDERS-TAKEN-WS PIC 9(4)    VALUE ZERO.
           05  CTR-ORDERS-CANCELLED-WS PIC 9(4) VALUE ZERO.

       01  ORDER-DIALOG-WS.
           05  ORDER-ACTION-WS     PIC X(1)    VALUE SPACE.
           05  PARTIAL-REPLY-WS    PIC X(3)    VALUE SPACES.
           05  ORDER-CUSTOMER-WS   PIC 9(5)    VALUE ZERO.
           05  ORDER-PART-NUM-WS   PIC 9(5)    VALUE ZERO.
           05  ORDER-WAREHOUSE-WS  PIC X(3)    VALUE SPACES.
           05  ORDER-QTY-WS        PIC 9(5)    VALUE ZERO.
           05  ORDER-REQ-DATE-WS   PIC 9(8)    VALUE ZERO.
           05  ORDER-NUMBER-WS     PIC 9(6)    VALUE ZERO.
           05  ALLOCATE-QTY-WS     PIC 9(5)    VALUE ZERO.
           05  AVAILABLE-STOCK-WS  PIC S9(7)   VALUE ZERO.
           05  TODAY-DATE-WS       PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-ORDER-ENTRY.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O SALES-ORDER-FILE.
           OPEN I-O INVENT-FILE-V2.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-LOAD-SO-CONTROL.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-PROCESS-ONE-ORDER
                        UNTIL END-READ-FLAG = "NO"
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "ORDERS TAKEN:     " CTR-ORDERS-TAKEN-WS.
           DISPLAY "ORDERS CANCELLED: " CTR-ORDERS-CANCELLED-WS.
           CLOSE SALES-ORDER-FILE
                 INVENT-FILE-V2
                 CUSTOMER-FILE
                 WAREHOUSE-FILE
                 OPERATOR-FILE.
           STOP RUN.

       700-OPERATOR-SIGN-ON.
      *    THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR
      *    MASTER BEFORE THE DIALOG OPENS, SO EVERY ORDER
      *    CARRIES AN AUTHENTICATED ID. THREE TRIES AND OUT.
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

       200-PROCESS-ONE-ORDER.
           DISPLAY "ANY SALES ORDERS TO PROCESS? (YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "(E)NTER OR (C)ANCEL ORDER: "
               ACCEPT ORDER-ACTION-WS
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
               IF SYSTEM-LOCKED-FLAG-WS = "YES"
                   THEN CONTINUE
               ELSE IF ORDER-ACTION-WS = "E"
                   THEN PERFORM 700-ENTER-SALES-ORDER
               ELSE IF ORDER-ACTION-WS = "C"
                   THEN PERFORM 700-CANCEL-SALES-ORDER
               ELSE
                   DISPLAY "UNKNOWN ACTION - NOTHING DONE"
               END-IF
           END-IF.

       700-ENTER-SALES-ORDER.
           MOVE "NO" TO ORDER-REFUSED-FLAG-WS.
           DISPLAY "ENTER CUSTOMER NUMBER: ".
           ACCEPT ORDER-CUSTOMER-WS.
           MOVE ORDER-CUSTOMER-WS TO CUST-NUMBER-CM.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "CUSTOMER " ORDER-CUSTOMER-WS
                       " NOT ON FILE - ORDER REFUSED"
                   MOVE "YES" TO ORDER-REFUSED-FLAG-WS
               NOT INVALID KEY
                   DISPLAY "CUSTOMER: " CUST-NAME-CM
           END-READ.
           IF ORDER-REFUSED-FLAG-WS = "NO"
               PERFORM 700-OBTAIN-ORDER-LINE
           END-IF.
           IF ORDER-REFUSED-FLAG-WS = "NO"
               PERFORM 700-CHECK-ORDER-WAREHOUSE
           END-IF.
           IF ORDER-REFUSED-FLAG-WS = "NO"
               PERFORM 700-ALLOCATE-ORDER-STOCK
           END-IF.

       700-OBTAIN-ORDER-LINE.
           DISPLAY "ENTER PART NUMBER: ".
           ACCEPT ORDER-PART-NUM-WS.
           DISPLAY "ENTER WAREHOUSE CODE: ".
           ACCEPT ORDER-WAREHOUSE-WS.
           DISPLAY "ENTER QUANTITY ORDERED: ".
           ACCEPT ORDER-QTY-WS.
           DISPLAY "ENTER REQUESTED DATE (YYYYMMDD): ".
           ACCEPT ORDER-REQ-DATE-WS.
           IF ORDER-QTY-WS = ZERO
               DISPLAY "QUANTITY MUST NOT BE ZERO - ORDER REFUSED"
               MOVE "YES" TO ORDER-REFUSED-FLAG-WS
           ELSE IF ORDER-REQ-DATE-WS < TODAY-DATE-WS
               DISPLAY "REQUESTED DATE IS IN THE PAST - "
                   "ORDER REFUSED"
               MOVE "YES" TO ORDER-REFUSED-FLAG-WS
           END-IF.

       700-CHECK-ORDER-WAREHOUSE.
      *    AN ORDER AGAINST A CLOSED WAREHOUSE COULD NEVER BE
      *    PICKED, SO IT IS REFUSED BEFORE ANY STOCK IS
      *    COMMITTED.
           MOVE ORDER-WAREHOUSE-WS TO WHSE-CODE-WM.
           READ WAREHOUSE-FILE
               INVALID KEY
                   DISPLAY "WAREHOUSE " ORDER-WAREHOUSE-WS
                       " NOT ON WAREHOUSE MASTER - ORDER REFUSED"
                   MOVE "YES" TO ORDER-REFUSED-FLAG-WS
               NOT INVALID KEY
                   IF WHSE-CLOSED
                       DISPLAY "WAREHOUSE " ORDER-WAREHOUSE-WS
                           " IS CLOSED - ORDER REFUSED"
                       MOVE "YES" TO ORDER-REFUSED-FLAG-WS
                   END-IF
           END-READ.

       700-ALLOCATE-ORDER-STOCK.
      *    AVAILABLE STOCK IS WHAT IS ON THE SHELF LESS WHAT
      *    OTHER OPEN ORDERS HAVE ALREADY BEEN PROMISED.
           MOVE ORDER-PART-NUM-WS  TO PART-NUMBER-V2.
           MOVE ORDER-WAREHOUSE-WS TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY
                   DISPLAY "PART " ORDER-PART-NUM-WS " WAREHOUSE "
                       ORDER-WAREHOUSE-WS " NOT ON FILE - "
                       "ORDER REFUSED"
                   MOVE "YES" TO ORDER-REFUSED-FLAG-WS
               NOT INVALID KEY
                   COMPUTE AVAILABLE-STOCK-WS =
                       QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2
                   PERFORM 700-SET-ALLOCATE-QTY
           END-READ.
           IF ORDER-REFUSED-FLAG-WS = "NO"
               PERFORM 700-WRITE-SALES-ORDER
               ADD ALLOCATE-QTY-WS TO ALLOCATED-QTY-V2
               REWRITE INVENTORY-RECORD-V2
               PERFORM 700-SAVE-SO-CONTROL
               ADD 1 TO CTR-ORDERS-TAKEN-WS
               DISPLAY "ORDER " SO-NUMBER-SO " TAKEN - "
                   ALLOCATE-QTY-WS " ALLOCATED"
           END-IF.

       700-SET-ALLOCATE-QTY.
      *    A SHORT ORDER IS TAKEN FOR WHAT IS AVAILABLE ONLY
      *    WITH THE OPERATOR'S SAY-SO - THE CUSTOMER MAY WANT
      *    ALL OR NOTHING.
           IF AVAILABLE-STOCK-WS <= ZERO
               DISPLAY "NO STOCK AVAILABLE TO ALLOCATE - "
                   "ORDER REFUSED"
               MOVE "YES" TO ORDER-REFUSED-FLAG-WS
           ELSE IF AVAILABLE-STOCK-WS < ORDER-QTY-WS
               DISPLAY "ONLY " AVAILABLE-STOCK-WS " AVAILABLE - "
                   "TAKE ORDER FOR THAT QUANTITY? (YES/NO): "
               ACCEPT PARTIAL-REPLY-WS
               IF PARTIAL-REPLY-WS = "YES"
                   MOVE AVAILABLE-STOCK-WS TO ALLOCATE-QTY-WS
               ELSE
                   DISPLAY "ORDER NOT TAKEN"
                   MOVE "YES" TO ORDER-REFUSED-FLAG-WS
               END-IF
           ELSE
               MOVE ORDER-QTY-WS TO ALLOCATE-QTY-WS
           END-IF.

       700-WRITE-SALES-ORDER.
      *    A NUMBER COLLISION MEANS A SESSION THAT ENDED
      *    ABNORMALLY ALREADY USED THE NUMBER BEFORE THE
      *    CONTROL FILE WAS SAVED - THE SERIES ADVANCES PAST IT.
           MOVE "NO" TO SO-WRITTEN-FLAG-WS.
           PERFORM 700-TRY-ONE-SO-NUMBER
               UNTIL SO-WRITTEN-FLAG-WS = "YES".

       700-TRY-ONE-SO-NUMBER.
           MOVE NEXT-SO-NUMBER-WS  TO SO-NUMBER-SO.
           MOVE "A"                TO SO-STATUS-SO.
           MOVE TODAY-DATE-WS      TO SO-ORDER-DATE-SO.
           MOVE ORDER-CUSTOMER-WS  TO SO-CUSTOMER-SO.
           MOVE ORDER-PART-NUM-WS  TO SO-PART-NUMBER-SO.
           MOVE ORDER-WAREHOUSE-WS TO SO-WAREHOUSE-SO.
           MOVE ORDER-QTY-WS       TO SO-QTY-ORDERED-SO.
           MOVE ALLOCATE-QTY-WS    TO SO-QTY-ALLOCATED-SO.
           MOVE ORDER-REQ-DATE-WS  TO SO-REQUESTED-DATE-SO.
           MOVE OPERATOR-ID-WS     TO SO-OPERATOR-SO.
           MOVE ZERO               TO SO-PICK-DATE-SO.
           WRITE SALES-ORDER-RECORD
               INVALID KEY
                   DISPLAY "SALES ORDER NUMBER " SO-NUMBER-SO
                       " ALREADY ON FILE - NUMBER SKIPPED"
                   ADD 1 TO NEXT-SO-NUMBER-WS
               NOT INVALID KEY
                   MOVE "YES" TO SO-WRITTEN-FLAG-WS
                   ADD 1 TO NEXT-SO-NUMBER-WS
           END-WRITE.

       700-CANCEL-SALES-ORDER.
      *    ONLY AN ORDER STILL WAITING TO BE PICKED CAN BE
      *    CANCELLED. ITS ALLOCATION IS HANDED BACK TO THE
      *    MASTER SO THE UNITS CAN BE PROMISED AGAIN.
           DISPLAY "ENTER SALES ORDER NUMBER: ".
           ACCEPT ORDER-NUMBER-WS.
           MOVE ORDER-NUMBER-WS TO SO-NUMBER-SO.
           READ SALES-ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDER " ORDER-NUMBER-WS " NOT ON FILE"
               NOT INVALID KEY
                   IF SO-ALLOCATED
                       PERFORM 700-RELEASE-ORDER-ALLOCATION
                       MOVE "X" TO SO-STATUS-SO
                       REWRITE SALES-ORDER-RECORD
                       ADD 1 TO CTR-ORDERS-CANCELLED-WS
                       DISPLAY "ORDER CANCELLED - ALLOCATION "
                           "RELEASED"
                   ELSE
                       DISPLAY "ORDER " ORDER-NUMBER-WS
                           " IS NOT OPEN - CANCEL REFUSED"
                   END-IF
           END-READ.

       700-RELEASE-ORDER-ALLOCATION.
           MOVE SO-PART-NUMBER-SO TO PART-NUMBER-V2.
           MOVE SO-WAREHOUSE-SO   TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY
                   DISPLAY "PART RECORD NO LONGER ON FILE - "
                       "NOTHING TO RELEASE"
               NOT INVALID KEY
                   IF SO-QTY-ALLOCATED-SO < ALLOCATED-QTY-V2
                       THEN SUBTRACT SO-QTY-ALLOCATED-SO
                                FROM ALLOCATED-QTY-V2
                       ELSE MOVE ZERO TO ALLOCATED-QTY-V2
                   END-IF
                   REWRITE INVENTORY-RECORD-V2
           END-READ.

       700-LOAD-SO-CONTROL.
      *    A MISSING OR EMPTY CONTROL FILE STARTS THE SERIES AT
      *    000001.
           OPEN INPUT SO-CONTROL-FILE.
           READ SO-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-SOCNTL
               NOT AT END MOVE NEXT-SO-NUMBER-SC
                              TO NEXT-SO-NUMBER-WS.
           CLOSE SO-CONTROL-FILE.

       700-SAVE-SO-CONTROL.
      *    SAVED AFTER EVERY ORDER, NOT JUST AT SIGN-OFF, SO A
      *    SESSION THAT ENDS ABNORMALLY LOSES NO NUMBERS.
           OPEN OUTPUT SO-CONTROL-FILE.
           MOVE NEXT-SO-NUMBER-WS TO NEXT-SO-NUMBER-SC.
           WRITE SO-CONTROL-RECORD.
           CLOSE SO-CONTROL-FILE.
