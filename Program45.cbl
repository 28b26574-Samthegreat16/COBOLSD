       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program45.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "OPERMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-JOURNAL-OUT
               ASSIGN TO "AUDTJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LAST JOURNAL SEQUENCE NUMBER ISSUED AND THE RUNNING
      *    CONTROL TOTAL, TAKEN AND REWRITTEN FOR EVERY RECORD.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "JRNLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    SYSTEM AVAILABILITY. A SUPERVISOR TAKES THE SYSTEM
      *    DOWN FOR MAINTENANCE HERE, SO EVERY ONLINE AND
      *    MAINTENANCE PROGRAM REFUSES POSTINGS UNTIL IT IS
      *    BROUGHT BACK UP, AND BRINGS IT BACK UP AFTERWARDS.
      *    A BATCH LOCKOUT IS NORMALLY CLEARED BY THE STEP THAT
      *    SET IT; ONE LEFT BEHIND BY A STEP THAT ABENDED CAN BE
      *    CLEARED HERE AS AN OVERRIDE, ONCE THE SUPERVISOR HAS
      *    CONFIRMED THE STEP IS NO LONGER RUNNING. THE SYSTEM
      *    CANNOT BE TAKEN DOWN WHILE A BATCH STEP HOLDS IT. EACH
      *    ACTION IS JOURNALLED AS A TYPE 0 UNDER THE
      *    SUPERVISOR'S ID. RESTRICTED TO LEVEL 3.
      *    =================================================
       01  OPERATOR-STATUS-WS      PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  END-READ-FLAG       PIC X(3)    VALUE "YES".
           05  EOF-FLAG-SA         PIC X(3)    VALUE "NO".
           05  OVERRIDE-REPLY-WS   PIC X(3)    VALUE "NO".

       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.
           05  OPERATOR-ID-WS      PIC X(8)    VALUE SPACES.

       01  AVAILABILITY-DIALOG-WS.
           05  AVAIL-ACTION-WS     PIC X(1)    VALUE SPACE.
           05  AVAIL-REASON-WS     PIC X(30)   VALUE SPACES.
           05  AVAIL-EVENT-WS      PIC X(3)    VALUE SPACES.
           05  AVAIL-DATE-WS       PIC 9(8)    VALUE ZERO.
           05  AVAIL-CLOCK-WS      PIC 9(8)    VALUE ZERO.
      *    THE RECORD AS LAST READ - NO FILE OR AN EMPTY ONE
      *    COMES BACK AS UP.
           05  CURRENT-AVAILABILITY-WS.
               10  CURRENT-STATUS-WS   PIC X(1)    VALUE "A".
                   88  CURRENT-SYSTEM-UP       VALUE "A" SPACE.
                   88  CURRENT-BATCH-IN-PROGRESS VALUE "B".
                   88  CURRENT-DOWN-FOR-MAINT  VALUE "M".
               10  CURRENT-SET-BY-WS   PIC X(8)    VALUE SPACES.
               10  CURRENT-SET-DATE-WS PIC 9(8)    VALUE ZERO.
               10  CURRENT-SET-TIME-WS PIC 9(8)    VALUE ZERO.
               10  CURRENT-REASON-WS   PIC X(30)   VALUE SPACES.

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-SYSTEM-AVAILABILITY.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           OPEN INPUT OPERATOR-FILE.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS < 3
               DISPLAY "SYSTEM AVAILABILITY NEEDS LEVEL 3 "
                   "AUTHORITY - RUN ENDED"
               MOVE "NO" TO SIGNED-ON-FLAG-WS
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-PROCESS-ONE-ACTION
                        UNTIL END-READ-FLAG = "NO"
               ELSE MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE OPERATOR-FILE
                 AUDIT-JOURNAL-OUT.
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

       200-PROCESS-ONE-ACTION.
           DISPLAY "ANY SYSTEM AVAILABILITY ACTION? (YES/NO): ".
           ACCEPT END-READ-FLAG.
           IF END-READ-FLAG = "YES" THEN
               DISPLAY "(I)NQUIRE, (D)OWN FOR MAINTENANCE OR "
                   "(U)P: "
               ACCEPT AVAIL-ACTION-WS
               PERFORM 700-LOAD-AVAILABILITY
               IF AVAIL-ACTION-WS = "I"
                   THEN PERFORM 700-DISPLAY-AVAILABILITY
               ELSE IF AVAIL-ACTION-WS = "D"
                   THEN PERFORM 700-TAKE-SYSTEM-DOWN
               ELSE IF AVAIL-ACTION-WS = "U"
                   THEN PERFORM 700-BRING-SYSTEM-UP
               ELSE
                   DISPLAY "UNKNOWN ACTION - NOTHING DONE"
               END-IF
           END-IF.

       700-LOAD-AVAILABILITY.
      *    RE-READ FOR EVERY ACTION - A BATCH STEP MAY HAVE SET
      *    OR CLEARED ITS LOCKOUT SINCE THE LAST ONE.
           MOVE "A"    TO CURRENT-STATUS-WS.
           MOVE SPACES TO CURRENT-SET-BY-WS.
           MOVE ZERO   TO CURRENT-SET-DATE-WS.
           MOVE ZERO   TO CURRENT-SET-TIME-WS.
           MOVE SPACES TO CURRENT-REASON-WS.
           MOVE "NO" TO EOF-FLAG-SA.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SA
               NOT AT END
                   MOVE SYSTEM-AVAILABILITY-RECORD
                       TO CURRENT-AVAILABILITY-WS.
           CLOSE SYSTEM-AVAILABILITY-FILE.

       700-DISPLAY-AVAILABILITY.
           IF CURRENT-SYSTEM-UP
               THEN DISPLAY "SYSTEM IS UP - POSTINGS ALLOWED"
           ELSE IF CURRENT-BATCH-IN-PROGRESS
               THEN DISPLAY "BATCH IN PROGRESS - " CURRENT-REASON-WS
           ELSE
               DISPLAY "DOWN FOR MAINTENANCE - " CURRENT-REASON-WS
           END-IF.
           IF CURRENT-SET-BY-WS NOT = SPACES
               DISPLAY "LAST SET BY " CURRENT-SET-BY-WS " ON "
                   CURRENT-SET-DATE-WS " AT "
                   CURRENT-SET-TIME-WS (1:6)
           END-IF.

       700-TAKE-SYSTEM-DOWN.
      *    A BATCH STEP PUTS BACK WHATEVER IT FOUND WHEN IT
      *    FINISHES, SO TAKING THE SYSTEM DOWN UNDER A RUNNING
      *    STEP WOULD BE UNDONE THE MOMENT THE STEP ENDED.
           IF CURRENT-BATCH-IN-PROGRESS
               THEN PERFORM 700-DISPLAY-AVAILABILITY
                    DISPLAY "WAIT FOR THE BATCH STEP TO FINISH - "
                        "NOTHING DONE"
           ELSE IF CURRENT-DOWN-FOR-MAINT
               THEN PERFORM 700-DISPLAY-AVAILABILITY
                    DISPLAY "ALREADY DOWN - NOTHING DONE"
           ELSE
               DISPLAY "ENTER REASON FOR OPERATORS: "
               ACCEPT AVAIL-REASON-WS
               IF AVAIL-REASON-WS = SPACES
                   MOVE "DOWN FOR MAINTENANCE" TO AVAIL-REASON-WS
               END-IF
               MOVE "M" TO AVAIL-STATUS-SA
               MOVE AVAIL-REASON-WS TO AVAIL-REASON-SA
               PERFORM 700-WRITE-AVAILABILITY
               MOVE "MNT" TO AVAIL-EVENT-WS
               PERFORM 700-JOURNAL-AVAILABILITY-EVENT
               DISPLAY "SYSTEM DOWN - POSTINGS REFUSED UNTIL "
                   "BROUGHT BACK UP"
           END-IF.

       700-BRING-SYSTEM-UP.
           IF CURRENT-SYSTEM-UP
               THEN DISPLAY "SYSTEM IS ALREADY UP - NOTHING DONE"
           ELSE IF CURRENT-DOWN-FOR-MAINT
               THEN MOVE "A" TO AVAIL-STATUS-SA
                    MOVE "BROUGHT UP BY SUPERVISOR"
                        TO AVAIL-REASON-SA
                    PERFORM 700-WRITE-AVAILABILITY
                    MOVE "UP " TO AVAIL-EVENT-WS
                    PERFORM 700-JOURNAL-AVAILABILITY-EVENT
                    DISPLAY "SYSTEM UP - POSTINGS ALLOWED"
           ELSE
               PERFORM 700-OVERRIDE-BATCH-LOCKOUT
           END-IF.

       700-OVERRIDE-BATCH-LOCKOUT.
      *    ONLY FOR A LOCKOUT LEFT BEHIND BY A STEP THAT DID NOT
      *    FINISH. CLEARING IT UNDER A STEP STILL RUNNING LETS
      *    POSTINGS IN WHILE THE MASTER IS BEING REWRITTEN.
           PERFORM 700-DISPLAY-AVAILABILITY.
           DISPLAY "CLEAR ONLY IF " CURRENT-SET-BY-WS
               " IS NO LONGER RUNNING.".
           DISPLAY "OVERRIDE THE BATCH LOCKOUT? (YES/NO): ".
           ACCEPT OVERRIDE-REPLY-WS.
           IF OVERRIDE-REPLY-WS = "YES"
               THEN MOVE "A" TO AVAIL-STATUS-SA
                    MOVE "BATCH LOCKOUT OVERRIDDEN"
                        TO AVAIL-REASON-SA
                    PERFORM 700-WRITE-AVAILABILITY
                    MOVE "OVR" TO AVAIL-EVENT-WS
                    PERFORM 700-JOURNAL-AVAILABILITY-EVENT
                    DISPLAY "BATCH LOCKOUT CLEARED - POSTINGS "
                        "ALLOWED"
               ELSE DISPLAY "LOCKOUT LEFT IN PLACE - NOTHING DONE"
           END-IF.

       700-WRITE-AVAILABILITY.
           MOVE OPERATOR-ID-WS TO AVAIL-SET-BY-SA.
           ACCEPT AVAIL-SET-DATE-SA FROM DATE YYYYMMDD.
           ACCEPT AVAIL-SET-TIME-SA FROM TIME.
           OPEN OUTPUT SYSTEM-AVAILABILITY-FILE.
           WRITE SYSTEM-AVAILABILITY-RECORD.
           CLOSE SYSTEM-AVAILABILITY-FILE.

       700-JOURNAL-AVAILABILITY-EVENT.
      *    A TYPE 0 WITH THE EVENT IN THE WAREHOUSE FIELD AND
      *    THE SUPERVISOR AS THE OPERATOR.
           ACCEPT AVAIL-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT AVAIL-CLOCK-WS FROM TIME.
           INITIALIZE JOURNAL-RECORD-OUT.
           MOVE AVAIL-EVENT-WS         TO JRNL-WAREHOUSE-OUT.
           MOVE ZERO                   TO JRNL-TRANS-TYPE-OUT.
           MOVE AVAIL-DATE-WS          TO JRNL-TIMESTAMP-OUT (1:8).
           MOVE AVAIL-CLOCK-WS (1:6)   TO JRNL-TIMESTAMP-OUT (9:6).
           MOVE OPERATOR-ID-WS         TO JRNL-OPERATOR-OUT.
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
