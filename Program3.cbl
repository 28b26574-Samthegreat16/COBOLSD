               ASSIGN TO "VALSNAP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    SET TO BATCH IN PROGRESS WHILE THE CLOSE RUNS SO THE
      *    ONLINE AND MAINTENANCE PROGRAMS STAY OFF THE MASTER,
      *    WITH THE LOCKOUT AND ITS RELEASE JOURNALLED.
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
       COPY INVENT2BV2_FD.
           05  SNAP-VALUE-COST-VS      PIC S9(9)V99.
           05  SNAP-VALUE-PRICE-VS     PIC S9(9)V99.

       COPY SYSAVAIL_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       WORKING-STORAGE SECTION.
       01  STATUS-FIELD        PIC X(2).
       01  BLANK-LINE           PIC X(85)  VALUE SPACES.
               10  RC-TBL-GEN-WS   PIC 9(6).
               10  RC-TBL-STATUS-WS PIC X(1).

       01  SYSTEM-AVAILABILITY-WS.
           05  EOF-FLAG-SA             PIC X(3)    VALUE "NO".
           05  AVAIL-STEP-WS           PIC X(8)    VALUE "CLOSE".
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

       01  SNAPSHOT-TABLE-WS.
      *    ONE ENTRY PER CATEGORY/WAREHOUSE SEEN ON THE SWEEP,
      *    ACCUMULATED BEFORE THE PERIOD COUNTERS ARE CLEARED
                   "TOTAL PARTS CLOSED OUT ".
           05  CTR-PARTS-CLOSED-OUT    PIC ZZZ9.

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-YTD-CLOSING.
      *    ==================================================
           IF CLOSE-REFUSED
               THEN DISPLAY "CLOSING RUN REFUSED - MASTER NOT TOUCHED"
                    MOVE 8 TO RETURN-CODE
               ELSE PERFORM 700-LOCK-SYSTEM-FOR-BATCH
                    PERFORM 200-INITIATE-YTD-CLOSING
                    PERFORM 200-PROCESS-YTD-RECORD
                        UNTIL EOF-FLAG-V2 = "YES"
                    PERFORM 200-TERMINATE-YTD-CLOSING
                    PERFORM 700-STAMP-PERIOD-CONTROL
                    PERFORM 700-STAMP-CLOSE-COMPLETE
                    PERFORM 700-RELEASE-SYSTEM-AFTER-BATCH
           END-IF.
           STOP RUN.

           MOVE "C" TO RC-TBL-STATUS-WS (RC-MATCH-SUB-WS).
           PERFORM 700-SAVE-RUN-CONTROL.

       700-LOCK-SYSTEM-FOR-BATCH.
      *    THE ONLINE AND MAINTENANCE PROGRAMS ARE LOCKED OUT OF
      *    THE MASTER WHILE THE PERIOD COUNTERS ARE CLEARED.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SA
               NOT AT END
                   MOVE SYSTEM-AVAILABILITY-RECORD
                       TO PRIOR-AVAILABILITY-WS.
           CLOSE SYSTEM-AVAILABILITY-FILE.
           MOVE "B" TO AVAIL-STATUS-SA.
           MOVE "CLOSING RUN IN PROGRESS" TO AVAIL-REASON-SA.
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
                    MOVE "CLOSING RUN COMPLETE" TO AVAIL-REASON-SA
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

       700-LOAD-RUN-CONTROL.
           MOVE ZERO TO CTR-RC-STEPS-WS.
           MOVE "NO" TO EOF-FLAG-RC.
