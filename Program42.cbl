       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program42.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHED-PRICE-FILE
               ASSIGN TO "SCHEDPRC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHED-KEY-SP
                   FILE STATUS IS SCHED-PRICE-STATUS-WS.

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
       COPY SCHEDPRC_FD.

       COPY INVENT2BV2_FD.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    SCHEDULED PRICE CHANGE MAINTENANCE. A PRICE CHANGE
      *    ANNOUNCED AHEAD OF TIME IS KEYED HERE WITH ITS
      *    EFFECTIVE DATE - FOR ONE WAREHOUSE, OR FOR ALL OF
      *    THEM - AND THE NIGHTLY UPDATE APPLIES IT THE NIGHT IT
      *    FALLS DUE. A PENDING CHANGE CAN BE RE-PRICED OR
      *    WITHDRAWN; ONE ALREADY APPLIED IS HISTORY AND CANNOT
      *    BE TOUCHED. THE PART (AND THE WAREHOUSE, WHEN ONE IS
      *    NAMED) MUST BE ON THE INVENTORY MASTER. PRICES ARE
      *    MASTER DATA, SO THE DIALOG IS RESTRICTED TO LEVEL 2
      *    AUTHORITY THE SAME AS THE OTHER MASTER MAINTENANCE.
      *    =================================================
       01  STATUS-FIELD            PIC X(2).
       01  SCHED-PRICE-STATUS-WS   PIC X(2).
       01  OPERATOR-STATUS-WS      PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  END-READ-FLAG       PIC X(3)    VALUE "YES".
           05  EOF-FLAG-SCHED      PIC X(3)    VALUE "NO".
           05  PART-FOUND-FLAG-WS  PIC X(3)    VALUE "NO".
           05  SCHED-REFUSED-FLAG-WS PIC X(3)  VALUE "NO".
           05  CTR-CHANGES-WS      PIC 9(3)    VALUE ZERO.

       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.
           05  OPERATOR-ID-WS      PIC X(8)    VALUE SPACES.

       01  MAINTENANCE-DIALOG-WS.
           05  MAINT-ACTION-WS     PIC X(1)    VALUE SPACE.
           05  MAINT-PART-WS       PIC 9(5)    VALUE ZERO.
           05  MAINT-WAREHOUSE-WS  PIC X(3)    VALUE SPACES.
           05  MAINT-PRICE-WS      PIC 9(4)V99 VALUE ZERO.
           05  MAINT-EFF-DATE-WS   PIC 9(8)    VALUE ZERO.
           05  MAINT-DATE-SPLIT-WS REDEFINES MAINT-EFF-DATE-WS.
               10  MAINT-EFF-YEAR-WS   PIC 9(4).
               10  MAINT-EFF-MONTH-WS  PIC 9(2).
               10  MAINT-EFF-DAY-WS    PIC 9(2).
           05  TODAY-DATE-WS       PIC 9(8)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-PRICE-SCHEDULE.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN I-O SCHED-PRICE-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT OPERATOR-FILE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS < 2
               DISPLAY "SCHEDULED PRICE MAINTENANCE NEEDS LEVEL 2 "
                   "AUTHORITY - RUN ENDED"
               MOVE "NO" TO SIGNED-ON-FLAG-WS
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-MAINTAIN-ONE-CHANGE
                        UNTIL END-READ-FLAG = "NO"
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SCHED-PRICE-FILE
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

       200-MAINTAIN-ONE-CHANGE.
           DISPLAY "ANY SCHEDULED PRICE MAINTENANCE TO PROCESS? "
               "(YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "(A)DD, (C)HANGE, (D)ELETE CHANGE OR "
                   "(L)IST PART: "
               ACCEPT MAINT-ACTION-WS
               DISPLAY "ENTER PART NUMBER: "
               ACCEPT MAINT-PART-WS
               MOVE "NO" TO SYSTEM-LOCKED-FLAG-WS
               IF MAINT-ACTION-WS NOT = "L"
                   PERFORM 700-CHECK-SYSTEM-AVAILABLE
               END-IF

               IF SYSTEM-LOCKED-FLAG-WS = "YES"
                   THEN CONTINUE
               ELSE IF MAINT-ACTION-WS = "A"
                   THEN PERFORM 700-ADD-SCHEDULED-CHANGE
               ELSE IF MAINT-ACTION-WS = "C"
                   THEN PERFORM 700-CHANGE-SCHEDULED-CHANGE
               ELSE IF MAINT-ACTION-WS = "D"
                   THEN PERFORM 700-DELETE-SCHEDULED-CHANGE
               ELSE IF MAINT-ACTION-WS = "L"
                   THEN PERFORM 700-LIST-PART-CHANGES
               ELSE
                   DISPLAY "UNKNOWN ACTION - NOTHING DONE"
               END-IF
           END-IF.

       700-OBTAIN-CHANGE-KEY.
           DISPLAY "ENTER WAREHOUSE CODE, OR ALL FOR EVERY "
               "WAREHOUSE: ".
           ACCEPT MAINT-WAREHOUSE-WS.
           DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT MAINT-EFF-DATE-WS.
           MOVE MAINT-PART-WS      TO SCHED-PART-NUMBER-SP.
           MOVE MAINT-WAREHOUSE-WS TO SCHED-WAREHOUSE-SP.
           MOVE MAINT-EFF-DATE-WS  TO SCHED-EFF-DATE-SP.

       700-ADD-SCHEDULED-CHANGE.
           MOVE "NO" TO SCHED-REFUSED-FLAG-WS.
           PERFORM 700-OBTAIN-CHANGE-KEY.
           DISPLAY "ENTER NEW PRICE: ".
           ACCEPT MAINT-PRICE-WS.
           PERFORM 700-CHECK-EFFECTIVE-DATE.
           IF SCHED-REFUSED-FLAG-WS = "NO" AND MAINT-PRICE-WS = ZERO
               DISPLAY "NEW PRICE MUST NOT BE ZERO - ADD REFUSED"
               MOVE "YES" TO SCHED-REFUSED-FLAG-WS
           END-IF.
           IF SCHED-REFUSED-FLAG-WS = "NO"
               PERFORM 700-CHECK-PART-ON-MASTER
           END-IF.
           IF SCHED-REFUSED-FLAG-WS = "NO"
               MOVE MAINT-PART-WS      TO SCHED-PART-NUMBER-SP
               MOVE MAINT-WAREHOUSE-WS TO SCHED-WAREHOUSE-SP
               MOVE MAINT-EFF-DATE-WS  TO SCHED-EFF-DATE-SP
               MOVE MAINT-PRICE-WS     TO SCHED-NEW-PRICE-SP
               MOVE OPERATOR-ID-WS     TO SCHED-ENTERED-BY-SP
               MOVE TODAY-DATE-WS      TO SCHED-ENTERED-DATE-SP
               MOVE "P"                TO SCHED-STATUS-SP
               MOVE ZERO               TO SCHED-APPLIED-DATE-SP
               MOVE ZERO               TO SCHED-APPLIED-COUNT-SP
               WRITE SCHED-PRICE-RECORD
                   INVALID KEY
                       DISPLAY "A CHANGE IS ALREADY SCHEDULED FOR "
                           "THAT PART, WAREHOUSE AND DATE - "
                           "ADD REFUSED"
                   NOT INVALID KEY
                       DISPLAY "PRICE CHANGE SCHEDULED"
               END-WRITE
           END-IF.

       700-CHECK-EFFECTIVE-DATE.
      *    THE DATE MUST BE A REAL DATE, AND NOT BEFORE TODAY -
      *    A CHANGE EFFECTIVE TODAY TAKES HOLD IN TONIGHT'S RUN.
      *    A PRICE CHANGE BACKDATED INTO THE PAST IS A TYPE 6.
           IF MAINT-EFF-DATE-WS IS NOT NUMERIC
                   OR MAINT-EFF-DATE-WS = ZERO
               DISPLAY "EFFECTIVE DATE MISSING - REFUSED"
               MOVE "YES" TO SCHED-REFUSED-FLAG-WS
           ELSE IF MAINT-EFF-MONTH-WS < 1 OR MAINT-EFF-MONTH-WS > 12
                   OR MAINT-EFF-DAY-WS < 1 OR MAINT-EFF-DAY-WS > 31
               DISPLAY "EFFECTIVE DATE NOT A REAL DATE - REFUSED"
               MOVE "YES" TO SCHED-REFUSED-FLAG-WS
           ELSE IF MAINT-EFF-DATE-WS < TODAY-DATE-WS
               DISPLAY "EFFECTIVE DATE IN THE PAST - REFUSED"
               MOVE "YES" TO SCHED-REFUSED-FLAG-WS
           END-IF.

       700-CHECK-PART-ON-MASTER.
      *    A NAMED WAREHOUSE MUST CARRY THE PART. FOR ALL, THE
      *    PART IS LOOKED FOR FROM THE LOWEST WAREHOUSE CODE UP.
           MOVE "NO" TO PART-FOUND-FLAG-WS.
           MOVE MAINT-PART-WS TO PART-NUMBER-V2.
           IF MAINT-WAREHOUSE-WS = "ALL"
               MOVE LOW-VALUES TO WAREHOUSE-CODE-V2
               START INVENT-FILE-V2
                   KEY IS NOT LESS THAN PART-WHSE-KEY-V2
                   INVALID KEY
                       MOVE "NO" TO PART-FOUND-FLAG-WS
                   NOT INVALID KEY
                       READ INVENT-FILE-V2 NEXT RECORD
                           AT END
                               MOVE "NO" TO PART-FOUND-FLAG-WS
                           NOT AT END
                               IF PART-NUMBER-V2 = MAINT-PART-WS
                                   MOVE "YES" TO PART-FOUND-FLAG-WS
                               END-IF
                       END-READ
               END-START
           ELSE
               MOVE MAINT-WAREHOUSE-WS TO WAREHOUSE-CODE-V2
               READ INVENT-FILE-V2
                   INVALID KEY
                       MOVE "NO" TO PART-FOUND-FLAG-WS
                   NOT INVALID KEY
                       MOVE "YES" TO PART-FOUND-FLAG-WS
               END-READ
           END-IF.
           IF PART-FOUND-FLAG-WS = "NO"
               DISPLAY "PART " MAINT-PART-WS " NOT ON INVENTORY "
                   "MASTER FOR " MAINT-WAREHOUSE-WS " - REFUSED"
               MOVE "YES" TO SCHED-REFUSED-FLAG-WS
           END-IF.

       700-CHANGE-SCHEDULED-CHANGE.
           PERFORM 700-OBTAIN-CHANGE-KEY.
           READ SCHED-PRICE-FILE
               INVALID KEY
                   DISPLAY "NO CHANGE SCHEDULED FOR THAT PART, "
                       "WAREHOUSE AND DATE"
               NOT INVALID KEY
                   IF SCHED-APPLIED
                       DISPLAY "CHANGE ALREADY APPLIED ON "
                           SCHED-APPLIED-DATE-SP " - CHANGE REFUSED"
                   ELSE
                       DISPLAY "SCHEDULED PRICE: " SCHED-NEW-PRICE-SP
                           "  KEYED BY " SCHED-ENTERED-BY-SP
                       DISPLAY "ENTER NEW PRICE: "
                       ACCEPT MAINT-PRICE-WS
                       IF MAINT-PRICE-WS = ZERO
                           DISPLAY "NEW PRICE MUST NOT BE ZERO - "
                               "CHANGE REFUSED"
                       ELSE
                           MOVE MAINT-PRICE-WS TO SCHED-NEW-PRICE-SP
                           MOVE OPERATOR-ID-WS TO SCHED-ENTERED-BY-SP
                           MOVE TODAY-DATE-WS
                               TO SCHED-ENTERED-DATE-SP
                           REWRITE SCHED-PRICE-RECORD
                           DISPLAY "SCHEDULED CHANGE RE-PRICED"
                       END-IF
                   END-IF
           END-READ.

       700-DELETE-SCHEDULED-CHANGE.
           PERFORM 700-OBTAIN-CHANGE-KEY.
           READ SCHED-PRICE-FILE
               INVALID KEY
                   DISPLAY "NO CHANGE SCHEDULED FOR THAT PART, "
                       "WAREHOUSE AND DATE"
               NOT INVALID KEY
                   IF SCHED-APPLIED
                       DISPLAY "CHANGE ALREADY APPLIED ON "
                           SCHED-APPLIED-DATE-SP " - DELETE REFUSED"
                   ELSE
                       DELETE SCHED-PRICE-FILE
                       DISPLAY "SCHEDULED CHANGE WITHDRAWN"
                   END-IF
           END-READ.

       700-LIST-PART-CHANGES.
           MOVE ZERO TO CTR-CHANGES-WS.
           MOVE "NO" TO EOF-FLAG-SCHED.
           MOVE MAINT-PART-WS TO SCHED-PART-NUMBER-SP.
           MOVE LOW-VALUES    TO SCHED-WAREHOUSE-SP.
           MOVE ZERO          TO SCHED-EFF-DATE-SP.
           START SCHED-PRICE-FILE
               KEY IS NOT LESS THAN SCHED-KEY-SP
               INVALID KEY
                   MOVE "YES" TO EOF-FLAG-SCHED
           END-START.
           PERFORM 700-LIST-ONE-CHANGE
               UNTIL EOF-FLAG-SCHED = "YES".
           DISPLAY "PART " MAINT-PART-WS " HAS "
               CTR-CHANGES-WS " SCHEDULED CHANGE(S) ON FILE".

       700-LIST-ONE-CHANGE.
           READ SCHED-PRICE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FLAG-SCHED
               NOT AT END
                   IF SCHED-PART-NUMBER-SP NOT = MAINT-PART-WS
                       MOVE "YES" TO EOF-FLAG-SCHED
                   ELSE
                       ADD 1 TO CTR-CHANGES-WS
                       DISPLAY "  WHSE " SCHED-WAREHOUSE-SP
                           "  EFFECTIVE " SCHED-EFF-DATE-SP
                           "  PRICE " SCHED-NEW-PRICE-SP
                           "  BY " SCHED-ENTERED-BY-SP
                           "  STATUS " SCHED-STATUS-SP
                   END-IF
           END-READ.
