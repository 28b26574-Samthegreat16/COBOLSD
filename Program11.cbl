               ASSIGN TO "RECOVRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    SET TO BATCH IN PROGRESS FOR THE LENGTH OF EITHER RUN
      *    SO NOTHING POSTS ONLINE WHILE THE MASTER IS RECOVERED.
      *    THE LOCKOUT AND ITS RELEASE ARE JOURNALLED, BEFORE
      *    AND AFTER THE JOURNAL IS READ.
      *    OPENED ONLY WHEN A SUPERVISOR SIGNS ON TO OVERRIDE A
      *    BREAK IN THE JOURNAL SEQUENCE.
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
       FD  RECOVER-MASTER-FILE.
           05  ABC-CLASS-RM        PIC X(1).
           05  LAST-COUNT-DATE-RM  PIC 9(8).
           05  VENDOR-PART-REF-RM  PIC X(10).
           05  ALLOCATED-QTY-RM    PIC 9(5).
           05  INSPECTION-REQD-RM  PIC X(1).
           05  QTY-ON-HOLD-RM      PIC 9(5).

       COPY INVENT2BV2_FD.

           05  JRNL-REFERENCE-JR          PIC 9(5).
           05  JRNL-PRE-COST-JR           PIC 9(4)V99.
           05  JRNL-POST-COST-JR          PIC 9(4)V99.
      *        BLANK ON A RECORD WRITTEN BEFORE THE JOURNAL WAS
      *        NUMBERED, WHICH ENDS AFTER THE COST IMAGES.
           05  JRNL-SEQUENCE-AREA-JR      PIC X(9).
           05  JRNL-SEQUENCE-JR REDEFINES JRNL-SEQUENCE-AREA-JR
                                          PIC 9(9).
           05  JRNL-CONTROL-TOTAL-JR      PIC 9(15).
      *        BLANK ON A RECORD WRITTEN BEFORE THE HELD QUANTITY
      *        WAS CARRIED - THE HELD QUANTITY IS THEN LEFT AS IT
      *        STANDS.
           05  JRNL-HOLD-IMAGES-JR.
               10  JRNL-PRE-QTY-ON-HOLD-JR    PIC 9(5).
               10  JRNL-POST-QTY-ON-HOLD-JR   PIC 9(5).

       FD  RECOVERY-REPORT-OUT.
       01  RECOVERY-REPORT-LINE           PIC X(85).

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    FORWARD RECOVERY OF THE INDEXED MASTER. THE
      *    PRE-IMAGE AGAINST THE RECORD BEFORE THE POST-IMAGE
      *    GOES ON. THE FIRST MISMATCH STOPS THE RUN COLD WITH
      *    A CLEAR REPORT - A RECOVERY THAT CANNOT PROVE ITS
      *    GROUND MUST NOT GUESS. A BREAK IN THE JOURNAL
      *    SEQUENCE STOPS IT THE SAME WAY UNLESS A SUPERVISOR
      *    OVERRIDES. THE (R)OLLBACK RUN BACKS OUT
      *    THE LATEST JOURNALLED UPDATE FOR ONE PART/WAREHOUSE
      *    WHEN A SINGLE BAD ONLINE ENTRY NEEDS UNDOING.
      *    =================================================
       01  BLANK-LINE          PIC X(85)   VALUE SPACES.
       01  STATUS-FIELD        PIC X(2).
       01  LIVE-STATUS-WS      PIC X(2).
       01  OPERATOR-STATUS-WS  PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  RUN-MODE-WS         PIC X(1)    VALUE SPACE.
               88  RECOVERY-STOPPED        VALUE "YES".
           05  TARGET-FOUND-FLAG-WS PIC X(3)   VALUE "NO".
           05  CTR-APPLIED-WS      PIC 9(5)    VALUE ZERO.
           05  OVERRIDE-REPLY-WS   PIC X(3)    VALUE "NO".

      *    A SUPERVISOR SIGNS ON ONCE, AT THE FIRST SEQUENCE BREAK;
      *    ANY LATER BREAK IN THE SAME RUN ONLY ASKS FOR A YES.
       01  SIGN-ON-WS.
           05  SIGNED-ON-FLAG-WS   PIC X(3)    VALUE "NO".
           05  SIGNON-TRIES-WS     PIC 9(1)    VALUE ZERO.
           05  SIGNON-ID-WS        PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD-WS  PIC X(8)    VALUE SPACES.
           05  SIGNON-LEVEL-WS     PIC 9(1)    VALUE ZERO.
           05  OPERATOR-ID-WS      PIC X(8)    VALUE SPACES.

       01  SYSTEM-AVAILABILITY-WS.
           05  EOF-FLAG-SA             PIC X(3)    VALUE "NO".
           05  AVAIL-STEP-WS           PIC X(8)    VALUE "RECOVERY".
           05  AVAIL-EVENT-WS          PIC X(3)    VALUE SPACES.
           05  AVAIL-DATE-WS           PIC 9(8)    VALUE ZERO.
           05  AVAIL-CLOCK-WS          PIC 9(8)    VALUE ZERO.
      *    THE RECORD AS THE RUN FOUND IT. A MAINTENANCE LOCKOUT
      *    ALREADY IN FORCE GOES BACK ON WHEN THE RUN FINISHES
      *    INSTEAD OF BEING CLEARED.
           05  PRIOR-AVAILABILITY-WS.
               10  PRIOR-STATUS-WS     PIC X(1)    VALUE "A".
                   88  PRIOR-DOWN-FOR-MAINT    VALUE "M".
               10  PRIOR-SET-BY-WS     PIC X(8)    VALUE SPACES.
               10  PRIOR-SET-DATE-WS   PIC 9(8)    VALUE ZERO.
               10  PRIOR-SET-TIME-WS   PIC 9(8)    VALUE ZERO.
               10  PRIOR-REASON-WS     PIC X(30)   VALUE SPACES.

       01  RECOVERY-WORK-WS.
           05  PREV-TIMESTAMP-WS   PIC 9(14)   VALUE ZERO.
      *    LAST NONZERO JOURNAL SEQUENCE ROLLED FORWARD. RECORDS
      *    WRITTEN BEFORE THE JOURNAL WAS NUMBERED CARRY ZERO AND
      *    ARE ONLY ACCEPTED AHEAD OF THE FIRST NUMBERED ONE.
           05  PREV-SEQUENCE-WS    PIC 9(9)    VALUE ZERO.
           05  SEQUENCE-BREAK-WS.
               10  BREAK-TEXT-WS       PIC X(18)   VALUE SPACES.
               10  BREAK-RESULT-WS     PIC X(19)   VALUE SPACES.
               10  BREAK-OPERATOR-WS   PIC X(8)    VALUE SPACES.
           05  ROLLBACK-PART-WS    PIC 9(5)    VALUE ZERO.
           05  ROLLBACK-WHSE-WS    PIC X(3)    VALUE SPACES.
      *    THE RECORD'S QUANTITIES AS THEY STAND NOW - THE
           05  ROLLBACK-CUR-SH-WS  PIC 9(5)    VALUE ZERO.
           05  ROLLBACK-CUR-PRICE-WS PIC 9(4)V99 VALUE ZERO.
           05  ROLLBACK-CUR-COST-WS PIC 9(4)V99 VALUE ZERO.
           05  ROLLBACK-CUR-HOLD-WS PIC 9(5)   VALUE ZERO.
           05  TARGET-JOURNAL-WS   PIC X(129)   VALUE SPACES.

       01  RECOVERY-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
                   "JOURNAL ENTRIES APPLIED".
           05  CTR-APPLIED-OUT     PIC ZZZZ9.

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-RECOVERY-RUN.
      *    ==================================================
      *    ==================================================
           DISPLAY "(F)ORWARD RECOVERY OR (R)OLLBACK ONE KEY: ".
           ACCEPT RUN-MODE-WS.
           IF RUN-MODE-WS = "F" OR RUN-MODE-WS = "R"
               PERFORM 700-LOCK-SYSTEM-FOR-BATCH
           END-IF.
           OPEN INPUT AUDIT-JOURNAL-IN.
           OPEN OUTPUT RECOVERY-REPORT-OUT.
           IF RUN-MODE-WS = "F"
           PERFORM 700-PRINT-RECOVERY-TOTALS.
           CLOSE AUDIT-JOURNAL-IN
                 RECOVERY-REPORT-OUT.
           IF RUN-MODE-WS = "F" OR RUN-MODE-WS = "R"
               PERFORM 700-RELEASE-SYSTEM-AFTER-BATCH
           END-IF.
           IF RECOVERY-STOPPED
               MOVE 8 TO RETURN-CODE
           END-IF.
                        TO REC-ACTION-OUT
                    PERFORM 700-WRITE-RECOVERY-DETAIL
                    MOVE "YES" TO RECOVERY-STOP-FLAG-WS
               ELSE PERFORM 700-CHECK-JOURNAL-SEQUENCE
                    IF NOT RECOVERY-STOPPED
                        MOVE JRNL-TIMESTAMP-JR TO PREV-TIMESTAMP-WS
                        PERFORM 700-DISPATCH-JOURNAL-ENTRY
                        PERFORM 700-READ-JOURNAL-RECORD
                    END-IF
           END-IF.

       700-CHECK-JOURNAL-SEQUENCE.
      *    EVERY NUMBERED RECORD MUST FOLLOW THE ONE BEFORE IT. A
      *    GAP MEANS A RECORD IS MISSING AND A REPEAT OR A STEP
      *    BACK MEANS ONE WAS ADDED OR MOVED - EITHER WAY THE
      *    MASTER CANNOT BE PROVED PAST IT, AND THE RUN STOPS
      *    UNLESS A SUPERVISOR OVERRIDES. ONCE NUMBERED RECORDS
      *    HAVE BEEN SEEN, AN UNNUMBERED ONE CAN ONLY HAVE BEEN
      *    PUT THERE BY HAND AND IS TREATED THE SAME WAY.
           IF JRNL-SEQUENCE-AREA-JR = SPACES
               MOVE ZERO TO JRNL-SEQUENCE-JR
           END-IF.
           IF JRNL-SEQUENCE-JR = ZERO
               THEN IF PREV-SEQUENCE-WS NOT = ZERO
                        MOVE "UNNUMBERED RECORD" TO BREAK-TEXT-WS
                        PERFORM 700-SEQUENCE-BREAK
                    END-IF
               ELSE IF PREV-SEQUENCE-WS NOT = ZERO
                       AND JRNL-SEQUENCE-JR NOT = PREV-SEQUENCE-WS + 1
                        IF JRNL-SEQUENCE-JR > PREV-SEQUENCE-WS
                            THEN MOVE "SEQUENCE GAP" TO BREAK-TEXT-WS
                            ELSE MOVE "SEQUENCE REPEATED"
                                     TO BREAK-TEXT-WS
                        END-IF
                        PERFORM 700-SEQUENCE-BREAK
                    END-IF
                    MOVE JRNL-SEQUENCE-JR TO PREV-SEQUENCE-WS
           END-IF.

       700-SEQUENCE-BREAK.
           DISPLAY "JOURNAL " BREAK-TEXT-WS " - LAST "
               PREV-SEQUENCE-WS " NEXT " JRNL-SEQUENCE-JR.
           DISPLAY "OVERRIDE AND ROLL FORWARD PAST IT? (YES/NO): ".
           ACCEPT OVERRIDE-REPLY-WS.
           IF OVERRIDE-REPLY-WS = "YES" AND SIGNED-ON-FLAG-WS = "NO"
               PERFORM 700-SUPERVISOR-SIGN-ON
           END-IF.
           IF OVERRIDE-REPLY-WS = "YES" AND SIGNED-ON-FLAG-WS = "YES"
               THEN MOVE "- OVERRIDDEN BY"    TO BREAK-RESULT-WS
                    MOVE OPERATOR-ID-WS       TO BREAK-OPERATOR-WS
               ELSE MOVE "- RECOVERY STOPPED" TO BREAK-RESULT-WS
                    MOVE SPACES               TO BREAK-OPERATOR-WS
                    MOVE "YES" TO RECOVERY-STOP-FLAG-WS
           END-IF.
           MOVE SEQUENCE-BREAK-WS TO REC-ACTION-OUT.
           PERFORM 700-WRITE-RECOVERY-DETAIL.

       700-SUPERVISOR-SIGN-ON.
      *    THE OVERRIDE NEEDS LEVEL 3 AUTHORITY AGAINST THE
      *    OPERATOR MASTER. THREE TRIES AND OUT.
           MOVE ZERO TO SIGNON-TRIES-WS.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OBTAIN-ONE-SIGN-ON
               UNTIL SIGNED-ON-FLAG-WS = "YES"
                   OR SIGNON-TRIES-WS >= 3.
           CLOSE OPERATOR-FILE.
           IF SIGNED-ON-FLAG-WS = "NO"
               DISPLAY "SIGN-ON FAILED - NO OVERRIDE"
           END-IF.

       700-OBTAIN-ONE-SIGN-ON.
           ADD 1 TO SIGNON-TRIES-WS.
           DISPLAY "ENTER SUPERVISOR ID: ".
           ACCEPT SIGNON-ID-WS.
           DISPLAY "ENTER PASSWORD: ".
           ACCEPT SIGNON-PASSWORD-WS.
           MOVE SIGNON-ID-WS TO OPER-ID-OM.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN OPERATOR ID"
               NOT INVALID KEY
                   IF OPER-PASSWORD-OM NOT = SIGNON-PASSWORD-WS
                       THEN DISPLAY "PASSWORD DOES NOT MATCH"
                   ELSE IF OPER-LEVEL-OM < 3
                       THEN DISPLAY "OVERRIDE NEEDS LEVEL 3 AUTHORITY"
                   ELSE
                       MOVE "YES" TO SIGNED-ON-FLAG-WS
                       MOVE OPER-LEVEL-OM TO SIGNON-LEVEL-WS
                       MOVE SIGNON-ID-WS  TO OPERATOR-ID-WS
                   END-IF
           END-READ.

       700-DISPATCH-JOURNAL-ENTRY.
      *    A TYPE 0 IS A LOCKOUT EVENT, NOT A POSTING, AND IS
      *    PASSED OVER.
           IF JRNL-TRANS-TYPE-JR = ZERO
               THEN CONTINUE
           ELSE IF JRNL-TRANS-TYPE-JR = 7 AND JRNL-REFERENCE-JR = ZERO
               THEN PERFORM 700-REAPPLY-PART-ADD
           ELSE IF JRNL-TRANS-TYPE-JR = 9
               THEN PERFORM 700-REAPPLY-PART-DELETE
           MOVE SPACE  TO ABC-CLASS-RM.
           MOVE ZERO   TO LAST-COUNT-DATE-RM.
           MOVE SPACES TO VENDOR-PART-REF-RM.
           MOVE ZERO   TO ALLOCATED-QTY-RM.
           MOVE "N"    TO INSPECTION-REQD-RM.
           MOVE ZERO   TO QTY-ON-HOLD-RM.
           WRITE INVENTORY-RECORD-RM
               INVALID KEY
                   MOVE "ADD ALREADY PRESENT - STOPPED"
                           TO AMT-SHIPPED-RM
                       MOVE JRNL-POST-PRICE-JR TO UNIT-PRICE-RM
                       MOVE JRNL-POST-COST-JR  TO UNIT-COST-RM
                       IF JRNL-HOLD-IMAGES-JR NOT = SPACES
                           MOVE JRNL-POST-QTY-ON-HOLD-JR
                               TO QTY-ON-HOLD-RM
                       END-IF
                       REWRITE INVENTORY-RECORD-RM
                       ADD 1 TO CTR-APPLIED-WS
                       IF JRNL-TRANS-TYPE-JR = 8
                   OR AMT-SHIPPED-RM  NOT = JRNL-PRE-AMT-SHIPPED-JR
                   OR UNIT-PRICE-RM   NOT = JRNL-PRE-PRICE-JR
                   OR UNIT-COST-RM    NOT = JRNL-PRE-COST-JR
                   OR (JRNL-HOLD-IMAGES-JR NOT = SPACES
                       AND QTY-ON-HOLD-RM
                           NOT = JRNL-PRE-QTY-ON-HOLD-JR)
               MOVE "PRE-IMAGE MISMATCH - RECOVERY STOPPED"
                   TO REC-ACTION-OUT
               PERFORM 700-WRITE-RECOVERY-DETAIL
           MOVE AMT-SHIPPED-V2  TO ROLLBACK-CUR-SH-WS.
           MOVE UNIT-PRICE-V2   TO ROLLBACK-CUR-PRICE-WS.
           MOVE UNIT-COST-V2    TO ROLLBACK-CUR-COST-WS.
           MOVE QTY-ON-HOLD-V2  TO ROLLBACK-CUR-HOLD-WS.

       700-SWEEP-FOR-ROLLBACK-ENTRY.
           PERFORM 700-READ-JOURNAL-RECORD.
           END-IF.

       700-FIND-LAST-KEY-ENTRY.
           IF JRNL-TRANS-TYPE-JR NOT = ZERO
                   AND JRNL-PART-NUM-JR = ROLLBACK-PART-WS
                   AND JRNL-WAREHOUSE-JR = ROLLBACK-WHSE-WS
                   AND JRNL-POST-QTY-ON-HAND-JR = ROLLBACK-CUR-OH-WS
                   AND JRNL-POST-QTY-RECEIVED-JR = ROLLBACK-CUR-RC-WS
                   AND JRNL-POST-AMT-SHIPPED-JR = ROLLBACK-CUR-SH-WS
                   AND JRNL-POST-PRICE-JR = ROLLBACK-CUR-PRICE-WS
                   AND JRNL-POST-COST-JR = ROLLBACK-CUR-COST-WS
                   AND (JRNL-HOLD-IMAGES-JR = SPACES
                       OR JRNL-POST-QTY-ON-HOLD-JR
                           = ROLLBACK-CUR-HOLD-WS)
               MOVE JOURNAL-RECORD-JR TO TARGET-JOURNAL-WS
               MOVE "YES" TO TARGET-FOUND-FLAG-WS
           END-IF.
                           TO AMT-SHIPPED-V2
                       MOVE JRNL-PRE-PRICE-JR TO UNIT-PRICE-V2
                       MOVE JRNL-PRE-COST-JR  TO UNIT-COST-V2
                       IF JRNL-HOLD-IMAGES-JR NOT = SPACES
                           MOVE JRNL-PRE-QTY-ON-HOLD-JR
                               TO QTY-ON-HOLD-V2
                       END-IF
                       REWRITE INVENTORY-RECORD-V2
                       ADD 1 TO CTR-APPLIED-WS
                       MOVE "ROLLED BACK TO PRE-IMAGES"
                   OR AMT-SHIPPED-V2  NOT = JRNL-POST-AMT-SHIPPED-JR
                   OR UNIT-PRICE-V2   NOT = JRNL-POST-PRICE-JR
                   OR UNIT-COST-V2    NOT = JRNL-POST-COST-JR
                   OR (JRNL-HOLD-IMAGES-JR NOT = SPACES
                       AND QTY-ON-HOLD-V2
                           NOT = JRNL-POST-QTY-ON-HOLD-JR)
               MOVE "RECORD MOVED ON SINCE ENTRY - STOPPED"
                   TO REC-ACTION-OUT
               PERFORM 700-WRITE-RECOVERY-DETAIL
               MOVE "YES" TO RECOVERY-STOP-FLAG-WS
           END-IF.

       700-LOCK-SYSTEM-FOR-BATCH.
      *    THE ONLINE AND MAINTENANCE PROGRAMS ARE LOCKED OUT
      *    WHILE THE MASTER IS RECOVERED. A STOPPED RECOVERY
      *    STILL CLEARS THE LOCKOUT - THE STOP IS ON THE REPORT.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SA
               NOT AT END
                   MOVE SYSTEM-AVAILABILITY-RECORD
                       TO PRIOR-AVAILABILITY-WS.
           CLOSE SYSTEM-AVAILABILITY-FILE.
           MOVE "B" TO AVAIL-STATUS-SA.
           MOVE "RECOVERY IN PROGRESS" TO AVAIL-REASON-SA.
           PERFORM 700-WRITE-SYSTEM-AVAILABILITY.
           MOVE "BAT" TO AVAIL-EVENT-WS.
           PERFORM 700-JOURNAL-AVAILABILITY-EVENT.

       700-RELEASE-SYSTEM-AFTER-BATCH.
           IF PRIOR-DOWN-FOR-MAINT
               THEN MOVE PRIOR-AVAILABILITY-WS
                        TO SYSTEM-AVAILABILITY-RECORD
                    OPEN OUTPUT SYSTEM-AVAILABILITY-FILE
                    WRITE SYSTEM-AVAILABILITY-RECORD
                    CLOSE SYSTEM-AVAILABILITY-FILE
               ELSE MOVE "A" TO AVAIL-STATUS-SA
                    MOVE "RECOVERY COMPLETE" TO AVAIL-REASON-SA
                    PERFORM 700-WRITE-SYSTEM-AVAILABILITY
           END-IF.
           MOVE "CLR" TO AVAIL-EVENT-WS.
           PERFORM 700-JOURNAL-AVAILABILITY-EVENT.

       700-WRITE-SYSTEM-AVAILABILITY.
           MOVE AVAIL-STEP-WS TO AVAIL-SET-BY-SA.
           ACCEPT AVAIL-SET-DATE-SA FROM DATE YYYYMMDD.
           ACCEPT AVAIL-SET-TIME-SA FROM TIME.
           OPEN OUTPUT SYSTEM-AVAILABILITY-FILE.
           WRITE SYSTEM-AVAILABILITY-RECORD.
           CLOSE SYSTEM-AVAILABILITY-FILE.

       700-JOURNAL-AVAILABILITY-EVENT.
      *    A TYPE 0 WITH THE EVENT IN THE WAREHOUSE FIELD AND
      *    THE BATCH STEP AS THE OPERATOR.
           ACCEPT AVAIL-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT AVAIL-CLOCK-WS FROM TIME.
           INITIALIZE JOURNAL-RECORD-OUT.
           MOVE AVAIL-EVENT-WS         TO JRNL-WAREHOUSE-OUT.
           MOVE ZERO                   TO JRNL-TRANS-TYPE-OUT.
           MOVE AVAIL-DATE-WS          TO JRNL-TIMESTAMP-OUT (1:8).
           MOVE AVAIL-CLOCK-WS (1:6)   TO JRNL-TIMESTAMP-OUT (9:6).
           MOVE AVAIL-STEP-WS          TO JRNL-OPERATOR-OUT.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           PERFORM 700-STAMP-JOURNAL-SEQUENCE.
           WRITE JOURNAL-RECORD-OUT.
           CLOSE AUDIT-JOURNAL-OUT.

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

       700-READ-JOURNAL-RECORD.
           READ AUDIT-JOURNAL-IN
               AT END MOVE "YES" TO EOF-FLAG-JRNL.
