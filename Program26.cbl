                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAREHOUSE-LIST-OUT
               ASSIGN TO "WHSELST2.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD  WAREHOUSE-LIST-OUT.
       01  WAREHOUSE-LIST-LINE     PIC X(85).

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    WAREHOUSE MASTER MAINTENANCE AND LISTING. THE BARE
           05  FILLER          PIC X(18)   VALUE "WAREHOUSES LISTED ".
           05  CTR-WHSES-OUT       PIC ZZZ9.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-WAREHOUSE-MAINT.
      *    ==================================================
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-MAINTAIN-ONE-WAREHOUSE
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

       200-MAINTAIN-ONE-WAREHOUSE.
           DISPLAY "ANY WAREHOUSE MAINTENANCE TO PROCESS? (YES/NO): ".
           ACCEPT END-READ-FLAG.
                   DISPLAY "ENTER WAREHOUSE CODE: "
                   ACCEPT MAINT-WHSE-CODE-WS
                   MOVE MAINT-WHSE-CODE-WS TO WHSE-CODE-WM
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
                   IF SYSTEM-LOCKED-FLAG-WS = "YES"
                       THEN CONTINUE
                   ELSE IF MAINT-ACTION-WS = "A"
                       THEN PERFORM 700-ADD-WAREHOUSE-RECORD
                   ELSE IF MAINT-ACTION-WS = "C"
                       THEN PERFORM 700-CHANGE-WAREHOUSE-RECORD
