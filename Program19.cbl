                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BO-SORT-FILE
               ASSIGN TO "BOSWORK.DAT".

           05  BS-QTY                  PIC 9(5).
           05  BS-RELEASE-DATE         PIC 9(8).

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    CUSTOMER MASTER MAINTENANCE AND BACKORDER STATUS.
                   "RELEASED              ".
           05  CTR-RELEASED-OUT    PIC ZZZ9.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-CUSTOMER-MAINTENANCE.
      *    ==================================================
           OPEN INPUT BACKORDER-FILE.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-MAINTAIN-ONE-CUSTOMER
                        UNTIL END-READ-FLAG = "NO"
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

       200-MAINTAIN-ONE-CUSTOMER.
           DISPLAY "ANY CUSTOMER MAINTENANCE TO PROCESS? (YES/NO): ".
           ACCEPT END-READ-FLAG.
                   DISPLAY "ENTER CUSTOMER NUMBER: "
                   ACCEPT MAINT-CUST-NUM-WS
                   MOVE MAINT-CUST-NUM-WS TO CUST-NUMBER-CM
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
                   IF SYSTEM-LOCKED-FLAG-WS = "YES"
                       THEN CONTINUE
                   ELSE IF MAINT-ACTION-WS = "A"
                       THEN PERFORM 700-ADD-CUSTOMER-RECORD
                   ELSE IF MAINT-ACTION-WS = "C"
                       THEN PERFORM 700-CHANGE-CUSTOMER-RECORD
