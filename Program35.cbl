       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program35.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOM-FILE
               ASSIGN TO "BOMFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOM-KEY-BM
                   FILE STATUS IS BOM-STATUS-WS.

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
       COPY BOMFILE_FD.

       COPY INVENT2BV2_FD.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    BILL OF MATERIALS MAINTENANCE. ADDS A COMPONENT TO
      *    A KIT, CHANGES THE QUANTITY OF A COMPONENT PER KIT,
      *    REMOVES A COMPONENT, AND LISTS A KIT'S COMPONENTS.
      *    BOTH THE KIT AND THE COMPONENT MUST BE PARTS ON THE
      *    INVENTORY MASTER (IN ANY WAREHOUSE), AND A KIT CAN
      *    NEVER BE ONE OF ITS OWN COMPONENTS. THE BILL DRIVES
      *    STOCK MOVEMENT IN THE NIGHTLY KIT BUILD, SO THE
      *    DIALOG IS RESTRICTED TO LEVEL 2 AUTHORITY THE SAME
      *    AS THE OTHER MASTER MAINTENANCE.
      *    =================================================
       01  STATUS-FIELD        PIC X(2).
       01  BOM-STATUS-WS       PIC X(2).
       01  OPERATOR-STATUS-WS  PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  END-READ-FLAG       PIC X(3)    VALUE "YES".
           05  EOF-FLAG-BOM        PIC X(3)    VALUE "NO".
           05  PART-FOUND-FLAG-WS  PIC X(3)    VALUE "NO".
           05  BOM-REFUSED-FLAG-WS PIC X(3)    VALUE "NO".
           05  CTR-COMPONENTS-WS   PIC 9(3)    VALUE ZERO.

       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.
           05  OPERATOR-ID-WS      PIC X(8)    VALUE SPACES.

       01  MAINTENANCE-DIALOG-WS.
           05  MAINT-ACTION-WS     PIC X(1)    VALUE SPACE.
           05  MAINT-KIT-PART-WS   PIC 9(5)    VALUE ZERO.
           05  MAINT-COMP-PART-WS  PIC 9(5)    VALUE ZERO.
           05  MAINT-QTY-PER-WS    PIC 9(3)    VALUE ZERO.
           05  CHECK-PART-WS       PIC 9(5)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-BOM-MAINTENANCE.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O BOM-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS < 2
               DISPLAY "BILL OF MATERIALS MAINTENANCE NEEDS LEVEL 2 "
                   "AUTHORITY - RUN ENDED"
               MOVE "NO" TO SIGNED-ON-FLAG-WS
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-MAINTAIN-ONE-COMPONENT
                        UNTIL END-READ-FLAG = "NO"
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BOM-FILE
                 INVENT-FILE-V2
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

       200-MAINTAIN-ONE-COMPONENT.
           DISPLAY "ANY BILL OF MATERIALS MAINTENANCE TO PROCESS? "
               "(YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "(A)DD, (C)HANGE, (D)ELETE COMPONENT OR "
                   "(L)IST KIT: "
               ACCEPT MAINT-ACTION-WS
               DISPLAY "ENTER KIT PART NUMBER: "
               ACCEPT MAINT-KIT-PART-WS
               MOVE "NO" TO SYSTEM-LOCKED-FLAG-WS
               IF MAINT-ACTION-WS NOT = "L"
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
               END-IF

               IF SYSTEM-LOCKED-FLAG-WS = "YES"
                   THEN CONTINUE
               ELSE IF MAINT-ACTION-WS = "A"
                   THEN PERFORM 700-ADD-BOM-COMPONENT
               ELSE IF MAINT-ACTION-WS = "C"
                   THEN PERFORM 700-CHANGE-BOM-COMPONENT
               ELSE IF MAINT-ACTION-WS = "D"
                   THEN PERFORM 700-DELETE-BOM-COMPONENT
               ELSE IF MAINT-ACTION-WS = "L"
                   THEN PERFORM 700-LIST-KIT-COMPONENTS
               ELSE
                   DISPLAY "UNKNOWN ACTION - NOTHING DONE"
               END-IF
           END-IF.

       700-ADD-BOM-COMPONENT.
           MOVE "NO" TO BOM-REFUSED-FLAG-WS.
           DISPLAY "ENTER COMPONENT PART NUMBER: ".
           ACCEPT MAINT-COMP-PART-WS.
           DISPLAY "ENTER QUANTITY PER KIT: ".
           ACCEPT MAINT-QTY-PER-WS.
           IF MAINT-COMP-PART-WS = MAINT-KIT-PART-WS
               DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT - "
                   "ADD REFUSED"
               MOVE "YES" TO BOM-REFUSED-FLAG-WS
           ELSE IF MAINT-QTY-PER-WS = ZERO
               DISPLAY "QUANTITY PER KIT MUST NOT BE ZERO - "
                   "ADD REFUSED"
               MOVE "YES" TO BOM-REFUSED-FLAG-WS
           END-IF.
           IF BOM-REFUSED-FLAG-WS = "NO"
               MOVE MAINT-KIT-PART-WS TO CHECK-PART-WS
               PERFORM 700-CHECK-PART-ON-MASTER
           END-IF.
           IF BOM-REFUSED-FLAG-WS = "NO"
               MOVE MAINT-COMP-PART-WS TO CHECK-PART-WS
               PERFORM 700-CHECK-PART-ON-MASTER
           END-IF.
           IF BOM-REFUSED-FLAG-WS = "NO"
               MOVE MAINT-KIT-PART-WS  TO BOM-KIT-PART-BM
               MOVE MAINT-COMP-PART-WS TO BOM-COMPONENT-PART-BM
               MOVE MAINT-QTY-PER-WS   TO BOM-QTY-PER-BM
               WRITE BOM-RECORD
                   INVALID KEY
                       DISPLAY "COMPONENT " MAINT-COMP-PART-WS
                           " ALREADY ON KIT " MAINT-KIT-PART-WS
                           " - ADD REFUSED"
                   NOT INVALID KEY
                       DISPLAY "COMPONENT ADDED"
               END-WRITE
           END-IF.

       700-CHECK-PART-ON-MASTER.
      *    THE MASTER IS KEYED BY PART AND WAREHOUSE, SO THE
      *    PART IS LOOKED FOR FROM THE LOWEST WAREHOUSE CODE UP.
           MOVE "NO" TO PART-FOUND-FLAG-WS.
           MOVE CHECK-PART-WS TO PART-NUMBER-V2.
           MOVE LOW-VALUES    TO WAREHOUSE-CODE-V2.
           START INVENT-FILE-V2
               KEY IS NOT LESS THAN PART-WHSE-KEY-V2
               INVALID KEY
                   MOVE "NO" TO PART-FOUND-FLAG-WS
               NOT INVALID KEY
                   READ INVENT-FILE-V2 NEXT RECORD
                       AT END
                           MOVE "NO" TO PART-FOUND-FLAG-WS
                       NOT AT END
                           IF PART-NUMBER-V2 = CHECK-PART-WS
                               MOVE "YES" TO PART-FOUND-FLAG-WS
                           END-IF
                   END-READ
           END-START.
           IF PART-FOUND-FLAG-WS = "NO"
               DISPLAY "PART " CHECK-PART-WS " NOT ON INVENTORY "
                   "MASTER - REFUSED"
               MOVE "YES" TO BOM-REFUSED-FLAG-WS
           END-IF.

       700-CHANGE-BOM-COMPONENT.
           DISPLAY "ENTER COMPONENT PART NUMBER: ".
           ACCEPT MAINT-COMP-PART-WS.
           MOVE MAINT-KIT-PART-WS  TO BOM-KIT-PART-BM.
           MOVE MAINT-COMP-PART-WS TO BOM-COMPONENT-PART-BM.
           READ BOM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " MAINT-COMP-PART-WS
                       " NOT ON KIT " MAINT-KIT-PART-WS
               NOT INVALID KEY
                   DISPLAY "CURRENT QUANTITY PER KIT: " BOM-QTY-PER-BM
                   DISPLAY "ENTER NEW QUANTITY PER KIT: "
                   ACCEPT MAINT-QTY-PER-WS
                   IF MAINT-QTY-PER-WS = ZERO
                       DISPLAY "QUANTITY PER KIT MUST NOT BE ZERO - "
                           "USE DELETE - CHANGE REFUSED"
                   ELSE
                       MOVE MAINT-QTY-PER-WS TO BOM-QTY-PER-BM
                       REWRITE BOM-RECORD
                       DISPLAY "COMPONENT CHANGED"
                   END-IF
           END-READ.

       700-DELETE-BOM-COMPONENT.
           DISPLAY "ENTER COMPONENT PART NUMBER: ".
           ACCEPT MAINT-COMP-PART-WS.
           MOVE MAINT-KIT-PART-WS  TO BOM-KIT-PART-BM.
           MOVE MAINT-COMP-PART-WS TO BOM-COMPONENT-PART-BM.
           READ BOM-FILE
               INVALID KEY
                   DISPLAY "COMPONENT " MAINT-COMP-PART-WS
                       " NOT ON KIT " MAINT-KIT-PART-WS
               NOT INVALID KEY
                   DELETE BOM-FILE
                   DISPLAY "COMPONENT REMOVED FROM KIT"
           END-READ.

       700-LIST-KIT-COMPONENTS.
           MOVE ZERO TO CTR-COMPONENTS-WS.
           MOVE "NO" TO EOF-FLAG-BOM.
           MOVE MAINT-KIT-PART-WS TO BOM-KIT-PART-BM.
           MOVE ZERO              TO BOM-COMPONENT-PART-BM.
           START BOM-FILE
               KEY IS NOT LESS THAN BOM-KEY-BM
               INVALID KEY
                   MOVE "YES" TO EOF-FLAG-BOM
           END-START.
           PERFORM 700-LIST-ONE-COMPONENT
               UNTIL EOF-FLAG-BOM = "YES".
           DISPLAY "KIT " MAINT-KIT-PART-WS " HAS "
               CTR-COMPONENTS-WS " COMPONENT(S)".

       700-LIST-ONE-COMPONENT.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-BOM
               NOT AT END
                   IF BOM-KIT-PART-BM NOT = MAINT-KIT-PART-WS
                       MOVE "YES" TO EOF-FLAG-BOM
                   ELSE
                       ADD 1 TO CTR-COMPONENTS-WS
                       DISPLAY "  COMPONENT " BOM-COMPONENT-PART-BM
                           "  QTY PER KIT " BOM-QTY-PER-BM
                   END-IF
           END-READ.
