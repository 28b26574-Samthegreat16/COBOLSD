                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VENDMAST_FD.
       FD  VENDOR-LIST-OUT.
       01  VENDOR-LIST-LINE        PIC X(85).

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    VENDOR MASTER MAINTENANCE AND VENDOR LISTING.
           05  FILLER          PIC X(14)   VALUE "PARTS LISTED  ".
           05  CTR-PARTS-OUT       PIC ZZZ9.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-VENDOR-MAINTENANCE.
      *    ==================================================
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-MAINTAIN-ONE-VENDOR
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

       200-MAINTAIN-ONE-VENDOR.
           DISPLAY "ANY VENDOR MAINTENANCE TO PROCESS? (YES/NO): ".
           ACCEPT END-READ-FLAG.
                   DISPLAY "ENTER VENDOR NUMBER: "
                   ACCEPT MAINT-VENDOR-NUM-WS
                   MOVE MAINT-VENDOR-NUM-WS TO VENDOR-NUMBER-VM
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
                   IF SYSTEM-LOCKED-FLAG-WS = "YES"
                       THEN CONTINUE
                   ELSE IF MAINT-ACTION-WS = "A"
                       THEN PERFORM 700-ADD-VENDOR-RECORD
                   ELSE IF MAINT-ACTION-WS = "C"
                       THEN PERFORM 700-CHANGE-VENDOR-RECORD
