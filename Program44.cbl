       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program44.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO "OPENPO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-NUMBER-PO
                   FILE STATUS IS PO-STATUS-WS.

           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO "BACKORD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BO-NUMBER-BO
                   FILE STATUS IS BACKORDER-STATUS-WS.

           SELECT OPTIONAL LOT-BALANCE-FILE
               ASSIGN TO "LOTFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-KEY-LB
                   FILE STATUS IS LOT-STATUS-WS.

           SELECT OPTIONAL PO-HISTORY-FILE
               ASSIGN TO "POHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BACKORDER-HISTORY-FILE
               ASSIGN TO "BOHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOT-HISTORY-FILE
               ASSIGN TO "LOTHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    THE RETENTION PERIODS, IN DAYS, FOR EACH OF THE THREE
      *    FILES. WHEN THE FILE IS ABSENT, OR A PERIOD IS ZERO,
      *    THE HOUSE DEFAULT APPLIES.
           SELECT OPTIONAL PURGE-PARAMETER-FILE
               ASSIGN TO "PURGEPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PURGE-REPORT-OUT
               ASSIGN TO "PURGERPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY OPENPO_FD.

       COPY BACKORD_FD.

       COPY LOTFILE_FD.

       COPY POHIST_FD.

       COPY BOHIST_FD.

       COPY LOTHIST_FD.

       FD  PURGE-PARAMETER-FILE.
       01  PURGE-PARAMETER-RECORD.
           05  PP-PO-RETAIN-DAYS       PIC 9(4).
           05  PP-BO-RETAIN-DAYS       PIC 9(4).
           05  PP-LOT-RETAIN-DAYS      PIC 9(4).

       COPY RUNCTL_FD.

       FD  PURGE-REPORT-OUT.
       01  PURGE-REPORT-LINE           PIC X(85).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    PURGE RUN FOR THE OPEN-PO, BACKORDER AND LOT BALANCE
      *    FILES. NONE OF THEM EVER SHRINKS ON ITS OWN - A PO
      *    STAYS ON FILE CLOSED, A BACKORDER STAYS ON FILE
      *    RELEASED AND A LOT STAYS ON FILE EMPTY - AND THE
      *    NIGHTLY UPDATE, THE PO ASSIGNMENT AND THE VENDOR
      *    REPORT READ THEM END TO END. THIS RUN MOVES EVERY
      *    CLOSED PO, RELEASED BACKORDER AND EXHAUSTED LOT OLDER
      *    THAN ITS RETENTION PERIOD OUT TO A CUMULATIVE HISTORY
      *    FILE, EACH RECORD STAMPED WITH THE PURGE DATE, AND
      *    DELETES IT FROM THE LIVE FILE. A CLOSED PO WITH
      *    RECEIVED UNITS NOT YET INVOICED IS KEPT SO THE
      *    THREE-WAY MATCH CAN STILL FIND IT.
      *    THE REPORT COUNTS EVERY FILE BEFORE AND AFTER, AND
      *    EVERY HISTORY FILE BEFORE AND AFTER, AND PROVES THAT
      *    WHAT LEFT ONE ARRIVED IN THE OTHER. THE RUN DELETES
      *    FROM FILES THE NIGHTLY UPDATE REWRITES, SO IT IS
      *    REFUSED WHILE THE UPDATE IS IN FLIGHT.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  PO-STATUS-WS            PIC X(2).
       01  BACKORDER-STATUS-WS     PIC X(2).
       01  LOT-STATUS-WS           PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-PO         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-BO         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-LB         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-HIST       PIC X(3)    VALUE "NO".
           05  OUT-OF-BALANCE-FLAG-WS PIC X(3) VALUE "NO".
           05  CTR-PO-UNINVOICED-WS PIC 9(7)   VALUE ZERO.

       01  PURGE-RETENTION-WS.
      *    A YEAR OF CLOSED POS FOR THE VENDOR REPORT AND THE
      *    INVOICE MATCH, A QUARTER OF RELEASED BACKORDERS AND A
      *    YEAR OF EMPTY LOTS, UNLESS THE PARAMETER FILE SAYS
      *    OTHERWISE.
           05  PO-RETAIN-DAYS-WS       PIC 9(4)    VALUE 365.
           05  BO-RETAIN-DAYS-WS       PIC 9(4)    VALUE 90.
           05  LOT-RETAIN-DAYS-WS      PIC 9(4)    VALUE 365.
           05  PO-CUTOFF-DATE-WS       PIC 9(8)    VALUE ZERO.
           05  BO-CUTOFF-DATE-WS       PIC 9(8)    VALUE ZERO.
           05  LOT-CUTOFF-DATE-WS      PIC 9(8)    VALUE ZERO.
           05  AGE-DATE-WS             PIC 9(8)    VALUE ZERO.

       01  PURGE-COUNTS-WS.
      *    ONE SET OF COUNTS PER FILE - THE LIVE FILE BEFORE AND
      *    AFTER, THE RECORDS MOVED, AND THE HISTORY FILE BEFORE
      *    AND AFTER. THE SAME SET IS PRINTED FOR EACH FILE.
           05  CTR-LIVE-BEFORE-WS      PIC 9(7)    VALUE ZERO.
           05  CTR-LIVE-AFTER-WS       PIC 9(7)    VALUE ZERO.
           05  CTR-PURGED-WS           PIC 9(7)    VALUE ZERO.
           05  CTR-HIST-BEFORE-WS      PIC 9(7)    VALUE ZERO.
           05  CTR-HIST-AFTER-WS       PIC 9(7)    VALUE ZERO.
           05  CTR-TOTAL-PURGED-WS     PIC 9(7)    VALUE ZERO.

       01  RUN-CONTROL-WS.
           05  EOF-FLAG-RC         PIC X(3)    VALUE "NO".
           05  RC-REFUSED-FLAG-WS  PIC X(3)    VALUE "NO".
           05  RC-FOUND-FLAG-WS    PIC X(3)    VALUE "NO".
           05  RC-SUB-WS           PIC 9(2)    VALUE ZERO.
           05  RC-MATCH-SUB-WS     PIC 9(2)    VALUE ZERO.
           05  CTR-RC-STEPS-WS     PIC 9(2)    VALUE ZERO.
           05  RC-WORK-STEP-WS     PIC X(8)    VALUE SPACES.
           05  RC-STEP-ENTRY-WS    OCCURS 10 TIMES.
               10  RC-TBL-STEP-WS  PIC X(8).
               10  RC-TBL-DATE-WS  PIC 9(8).
               10  RC-TBL-GEN-WS   PIC 9(6).
               10  RC-TBL-STATUS-WS PIC X(1).

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  RUN-DATE-WS             PIC 9(8)    VALUE ZERO.

       01  PURGE-HEADER.
           05  FILLER      PIC X(9)    VALUE SPACES.
           05  FILLER      PIC X(28)   VALUE
                   "FILE PURGE BALANCING REPORT ".
           05  PR-MONTH    PIC 99      VALUE ZERO.
           05  FILLER      PIC X(1)    VALUE "/".
           05  PR-DAY      PIC 99      VALUE ZERO.
           05  FILLER      PIC X(1)    VALUE "/".
           05  PR-YEAR     PIC 9999    VALUE ZERO.

       01  PURGE-RULE-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PR-RULE-LABEL-OUT   PIC X(26).
           05  FILLER              PIC X(7)    VALUE "BEFORE ".
           05  PR-CUTOFF-OUT       PIC 9(8).
           05  FILLER              PIC X(9)    VALUE "  RETAIN ".
           05  PR-RETAIN-OUT       PIC ZZZ9.
           05  FILLER              PIC X(5)    VALUE " DAYS".

       01  PURGE-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(12)   VALUE   "FILE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   " BEFORE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   " PURGED".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "  AFTER".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "HST BEF".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "HST AFT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(14)   VALUE   "RESULT".

       01  PURGE-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PR-FILE-OUT         PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PR-BEFORE-OUT       PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PR-PURGED-OUT       PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PR-AFTER-OUT        PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PR-HIST-BEFORE-OUT  PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PR-HIST-AFTER-OUT   PIC ZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PR-RESULT-OUT       PIC X(14).

       01  PURGE-HELD-BACK-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(36)   VALUE
                   "CLOSED POS KEPT AWAITING INVOICE    ".
           05  PR-UNINVOICED-OUT   PIC ZZZZZZ9.

       01  PURGE-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(36)   VALUE
                   "RECORDS MOVED TO HISTORY            ".
           05  PR-TOTAL-OUT    PIC ZZZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PR-OVERALL-OUT  PIC X(20).

       PROCEDURE DIVISION.
       100-PRODUCE-PURGE-RUN.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 700-CHECK-RUN-SEQUENCE.
           IF RC-REFUSED-FLAG-WS = "YES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-INITIATE-PURGE.
           PERFORM 200-PURGE-CLOSED-POS.
           PERFORM 200-PURGE-RELEASED-BACKORDERS.
           PERFORM 200-PURGE-EXHAUSTED-LOTS.
           PERFORM 200-TERMINATE-PURGE.
           STOP RUN.

       700-CHECK-RUN-SEQUENCE.
      *    THE PURGE DELETES FROM FILES THE NIGHTLY UPDATE IS
      *    REWRITING, SO IT MUST NOT START WHILE THE UPDATE IS
      *    STILL IN FLIGHT.
           PERFORM 700-LOAD-RUN-CONTROL.
           MOVE "UPDATE  " TO RC-WORK-STEP-WS.
           PERFORM 700-FIND-RC-STEP.
           IF RC-TBL-STATUS-WS (RC-MATCH-SUB-WS) = "S"
               DISPLAY "NIGHTLY UPDATE STILL IN FLIGHT - "
                   "PURGE RUN REFUSED"
               MOVE "YES" TO RC-REFUSED-FLAG-WS
           END-IF.

       700-LOAD-RUN-CONTROL.
           MOVE ZERO TO CTR-RC-STEPS-WS.
           MOVE "NO" TO EOF-FLAG-RC.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM 700-LOAD-ONE-RC-STEP
               UNTIL EOF-FLAG-RC = "YES".
           CLOSE RUN-CONTROL-FILE.

       700-LOAD-ONE-RC-STEP.
           READ RUN-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-RC
               NOT AT END
                   IF CTR-RC-STEPS-WS < 10
                       ADD 1 TO CTR-RC-STEPS-WS
                       MOVE RC-STEP-ID TO
                           RC-TBL-STEP-WS (CTR-RC-STEPS-WS)
                       MOVE RC-RUN-DATE TO
                           RC-TBL-DATE-WS (CTR-RC-STEPS-WS)
                       MOVE RC-GENERATION TO
                           RC-TBL-GEN-WS (CTR-RC-STEPS-WS)
                       MOVE RC-STATUS TO
                           RC-TBL-STATUS-WS (CTR-RC-STEPS-WS)
                   END-IF.

       700-FIND-RC-STEP.
      *    FIND-OR-ADD ON THE STEP TABLE. RC-MATCH-SUB-WS
      *    COMES BACK POINTING AT THE ENTRY - A STEP NEVER
      *    STAMPED BEFORE COMES BACK EMPTY.
           MOVE "NO" TO RC-FOUND-FLAG-WS.
           PERFORM 700-MATCH-RC-STEP
               VARYING RC-SUB-WS FROM 1 BY 1
               UNTIL RC-SUB-WS > CTR-RC-STEPS-WS
                   OR RC-FOUND-FLAG-WS = "YES".
           IF RC-FOUND-FLAG-WS = "NO"
               ADD 1 TO CTR-RC-STEPS-WS
               MOVE RC-WORK-STEP-WS
                   TO RC-TBL-STEP-WS (CTR-RC-STEPS-WS)
               MOVE ZERO  TO RC-TBL-DATE-WS (CTR-RC-STEPS-WS)
               MOVE ZERO  TO RC-TBL-GEN-WS (CTR-RC-STEPS-WS)
               MOVE SPACE TO RC-TBL-STATUS-WS (CTR-RC-STEPS-WS)
               MOVE CTR-RC-STEPS-WS TO RC-MATCH-SUB-WS
           END-IF.

       700-MATCH-RC-STEP.
           IF RC-TBL-STEP-WS (RC-SUB-WS) = RC-WORK-STEP-WS
               MOVE "YES" TO RC-FOUND-FLAG-WS
               MOVE RC-SUB-WS TO RC-MATCH-SUB-WS
           END-IF.

       200-INITIATE-PURGE.
           PERFORM 700-LOAD-PURGE-PARAMETERS.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO RUN-DATE-WS.
           MOVE MNTH TO PR-MONTH.
           MOVE DY   TO PR-DAY.
           MOVE YR   TO PR-YEAR.
           COMPUTE PO-CUTOFF-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                    - PO-RETAIN-DAYS-WS).
           COMPUTE BO-CUTOFF-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                    - BO-RETAIN-DAYS-WS).
           COMPUTE LOT-CUTOFF-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                    - LOT-RETAIN-DAYS-WS).
           OPEN OUTPUT PURGE-REPORT-OUT.
           PERFORM 700-PRINT-PURGE-HEADINGS.

       700-LOAD-PURGE-PARAMETERS.
           OPEN INPUT PURGE-PARAMETER-FILE.
           READ PURGE-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   IF PP-PO-RETAIN-DAYS IS NUMERIC
                           AND PP-PO-RETAIN-DAYS > ZERO
                       MOVE PP-PO-RETAIN-DAYS TO PO-RETAIN-DAYS-WS
                   END-IF
                   IF PP-BO-RETAIN-DAYS IS NUMERIC
                           AND PP-BO-RETAIN-DAYS > ZERO
                       MOVE PP-BO-RETAIN-DAYS TO BO-RETAIN-DAYS-WS
                   END-IF
                   IF PP-LOT-RETAIN-DAYS IS NUMERIC
                           AND PP-LOT-RETAIN-DAYS > ZERO
                       MOVE PP-LOT-RETAIN-DAYS TO LOT-RETAIN-DAYS-WS
                   END-IF
           END-READ.
           CLOSE PURGE-PARAMETER-FILE.

       700-PRINT-PURGE-HEADINGS.
           WRITE PURGE-REPORT-LINE FROM BLANK-LINE.
           WRITE PURGE-REPORT-LINE FROM PURGE-HEADER.
           WRITE PURGE-REPORT-LINE FROM BLANK-LINE.
           MOVE "CLOSED POS CLOSED" TO PR-RULE-LABEL-OUT.
           MOVE PO-CUTOFF-DATE-WS   TO PR-CUTOFF-OUT.
           MOVE PO-RETAIN-DAYS-WS   TO PR-RETAIN-OUT.
           WRITE PURGE-REPORT-LINE FROM PURGE-RULE-LINE.
           MOVE "BACKORDERS RELEASED" TO PR-RULE-LABEL-OUT.
           MOVE BO-CUTOFF-DATE-WS   TO PR-CUTOFF-OUT.
           MOVE BO-RETAIN-DAYS-WS   TO PR-RETAIN-OUT.
           WRITE PURGE-REPORT-LINE FROM PURGE-RULE-LINE.
           MOVE "EMPTY LOTS RECEIVED" TO PR-RULE-LABEL-OUT.
           MOVE LOT-CUTOFF-DATE-WS  TO PR-CUTOFF-OUT.
           MOVE LOT-RETAIN-DAYS-WS  TO PR-RETAIN-OUT.
           WRITE PURGE-REPORT-LINE FROM PURGE-RULE-LINE.
           WRITE PURGE-REPORT-LINE FROM BLANK-LINE.
           WRITE PURGE-REPORT-LINE FROM PURGE-COLUMN-HEADER.

       200-PURGE-CLOSED-POS.
           PERFORM 700-RESET-PURGE-COUNTS.
           OPEN INPUT PO-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-HIST.
           PERFORM 700-COUNT-ONE-PO-HISTORY
               UNTIL EOF-FLAG-HIST = "YES".
           CLOSE PO-HISTORY-FILE.
           OPEN I-O OPEN-PO-FILE.
           OPEN EXTEND PO-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-PO.
           MOVE ZERO TO PO-NUMBER-PO.
           START OPEN-PO-FILE
               KEY IS NOT LESS THAN PO-NUMBER-PO
               INVALID KEY MOVE "YES" TO EOF-FLAG-PO
           END-START.
           PERFORM 700-PURGE-ONE-PO
               UNTIL EOF-FLAG-PO = "YES".
           CLOSE PO-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-PO.
           MOVE ZERO TO PO-NUMBER-PO.
           START OPEN-PO-FILE
               KEY IS NOT LESS THAN PO-NUMBER-PO
               INVALID KEY MOVE "YES" TO EOF-FLAG-PO
           END-START.
           PERFORM 700-RECOUNT-ONE-PO
               UNTIL EOF-FLAG-PO = "YES".
           CLOSE OPEN-PO-FILE.
           OPEN INPUT PO-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-HIST.
           PERFORM 700-COUNT-ONE-PO-HISTORY-AFTER
               UNTIL EOF-FLAG-HIST = "YES".
           CLOSE PO-HISTORY-FILE.
           MOVE "OPENPO.DAT  " TO PR-FILE-OUT.
           PERFORM 700-PRINT-PURGE-BALANCE.

       700-COUNT-ONE-PO-HISTORY.
           READ PO-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END ADD 1 TO CTR-HIST-BEFORE-WS
           END-READ.

       700-COUNT-ONE-PO-HISTORY-AFTER.
           READ PO-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END ADD 1 TO CTR-HIST-AFTER-WS
           END-READ.

       700-PURGE-ONE-PO.
      *    A PO CLOSED BEFORE THE CLOSE DATE WAS KEPT ON FILE
      *    AGES FROM ITS ORDER DATE. UNITS RECEIVED BUT NOT YET
      *    INVOICED KEEP THE PO ON FILE FOR THE THREE-WAY MATCH
      *    HOWEVER OLD IT IS.
           READ OPEN-PO-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-PO
               NOT AT END
                   ADD 1 TO CTR-LIVE-BEFORE-WS
                   IF PO-CLOSED
                       IF PO-CLOSE-DATE-PO > ZERO
                           THEN MOVE PO-CLOSE-DATE-PO TO AGE-DATE-WS
                           ELSE MOVE PO-ORDER-DATE-PO TO AGE-DATE-WS
                       END-IF
                       IF AGE-DATE-WS < PO-CUTOFF-DATE-WS
                           IF PO-QTY-INVOICED-PO < PO-QTY-RECEIVED-PO
                               ADD 1 TO CTR-PO-UNINVOICED-WS
                           ELSE
                               PERFORM 700-MOVE-PO-TO-HISTORY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       700-MOVE-PO-TO-HISTORY.
      *    THE HISTORY RECORD IS WRITTEN BEFORE THE LIVE RECORD
      *    GOES, SO AN INTERRUPTED RUN CAN ONLY LEAVE A RECORD
      *    IN BOTH PLACES - NEVER IN NEITHER.
           MOVE RUN-DATE-WS    TO PH-PURGE-DATE-PH.
           MOVE OPEN-PO-RECORD TO PH-PO-IMAGE-PH.
           WRITE PO-HISTORY-RECORD.
           DELETE OPEN-PO-FILE
               INVALID KEY
                   DISPLAY "PO " PO-NUMBER-PO " NOT DELETED - "
                       "STATUS " PO-STATUS-WS
               NOT INVALID KEY
                   ADD 1 TO CTR-PURGED-WS
           END-DELETE.

       700-RECOUNT-ONE-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-PO
               NOT AT END ADD 1 TO CTR-LIVE-AFTER-WS
           END-READ.

       200-PURGE-RELEASED-BACKORDERS.
           PERFORM 700-RESET-PURGE-COUNTS.
           OPEN INPUT BACKORDER-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-HIST.
           PERFORM 700-COUNT-ONE-BO-HISTORY
               UNTIL EOF-FLAG-HIST = "YES".
           CLOSE BACKORDER-HISTORY-FILE.
           OPEN I-O BACKORDER-FILE.
           OPEN EXTEND BACKORDER-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-BO.
           MOVE ZERO TO BO-NUMBER-BO.
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BO-NUMBER-BO
               INVALID KEY MOVE "YES" TO EOF-FLAG-BO
           END-START.
           PERFORM 700-PURGE-ONE-BACKORDER
               UNTIL EOF-FLAG-BO = "YES".
           CLOSE BACKORDER-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-BO.
           MOVE ZERO TO BO-NUMBER-BO.
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BO-NUMBER-BO
               INVALID KEY MOVE "YES" TO EOF-FLAG-BO
           END-START.
           PERFORM 700-RECOUNT-ONE-BACKORDER
               UNTIL EOF-FLAG-BO = "YES".
           CLOSE BACKORDER-FILE.
           OPEN INPUT BACKORDER-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-HIST.
           PERFORM 700-COUNT-ONE-BO-HISTORY-AFTER
               UNTIL EOF-FLAG-HIST = "YES".
           CLOSE BACKORDER-HISTORY-FILE.
           MOVE "BACKORD.DAT " TO PR-FILE-OUT.
           PERFORM 700-PRINT-PURGE-BALANCE.

       700-COUNT-ONE-BO-HISTORY.
           READ BACKORDER-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END ADD 1 TO CTR-HIST-BEFORE-WS
           END-READ.

       700-COUNT-ONE-BO-HISTORY-AFTER.
           READ BACKORDER-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END ADD 1 TO CTR-HIST-AFTER-WS
           END-READ.

       700-PURGE-ONE-BACKORDER.
      *    A BACKORDER RELEASED WITHOUT A RELEASE DATE AGES FROM
      *    THE DATE IT WAS TAKEN.
           READ BACKORDER-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-BO
               NOT AT END
                   ADD 1 TO CTR-LIVE-BEFORE-WS
                   IF BO-RELEASED
                       IF BO-RELEASE-DATE-BO > ZERO
                           THEN MOVE BO-RELEASE-DATE-BO
                                    TO AGE-DATE-WS
                           ELSE MOVE BO-DATE-BO TO AGE-DATE-WS
                       END-IF
                       IF AGE-DATE-WS < BO-CUTOFF-DATE-WS
                           PERFORM 700-MOVE-BO-TO-HISTORY
                       END-IF
                   END-IF
           END-READ.

       700-MOVE-BO-TO-HISTORY.
           MOVE RUN-DATE-WS      TO BH-PURGE-DATE-BH.
           MOVE BACKORDER-RECORD TO BH-BO-IMAGE-BH.
           WRITE BACKORDER-HISTORY-RECORD.
           DELETE BACKORDER-FILE
               INVALID KEY
                   DISPLAY "BACKORDER " BO-NUMBER-BO " NOT DELETED - "
                       "STATUS " BACKORDER-STATUS-WS
               NOT INVALID KEY
                   ADD 1 TO CTR-PURGED-WS
           END-DELETE.

       700-RECOUNT-ONE-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-BO
               NOT AT END ADD 1 TO CTR-LIVE-AFTER-WS
           END-READ.

       200-PURGE-EXHAUSTED-LOTS.
           PERFORM 700-RESET-PURGE-COUNTS.
           OPEN INPUT LOT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-HIST.
           PERFORM 700-COUNT-ONE-LOT-HISTORY
               UNTIL EOF-FLAG-HIST = "YES".
           CLOSE LOT-HISTORY-FILE.
           OPEN I-O LOT-BALANCE-FILE.
           OPEN EXTEND LOT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-LB.
           MOVE LOW-VALUES TO LOT-KEY-LB.
           START LOT-BALANCE-FILE
               KEY IS NOT LESS THAN LOT-KEY-LB
               INVALID KEY MOVE "YES" TO EOF-FLAG-LB
           END-START.
           PERFORM 700-PURGE-ONE-LOT
               UNTIL EOF-FLAG-LB = "YES".
           CLOSE LOT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-LB.
           MOVE LOW-VALUES TO LOT-KEY-LB.
           START LOT-BALANCE-FILE
               KEY IS NOT LESS THAN LOT-KEY-LB
               INVALID KEY MOVE "YES" TO EOF-FLAG-LB
           END-START.
           PERFORM 700-RECOUNT-ONE-LOT
               UNTIL EOF-FLAG-LB = "YES".
           CLOSE LOT-BALANCE-FILE.
           OPEN INPUT LOT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG-HIST.
           PERFORM 700-COUNT-ONE-LOT-HISTORY-AFTER
               UNTIL EOF-FLAG-HIST = "YES".
           CLOSE LOT-HISTORY-FILE.
           MOVE "LOTFILE.DAT " TO PR-FILE-OUT.
           PERFORM 700-PRINT-PURGE-BALANCE.

       700-COUNT-ONE-LOT-HISTORY.
           READ LOT-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END ADD 1 TO CTR-HIST-BEFORE-WS
           END-READ.

       700-COUNT-ONE-LOT-HISTORY-AFTER.
           READ LOT-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END ADD 1 TO CTR-HIST-AFTER-WS
           END-READ.

       700-PURGE-ONE-LOT.
      *    A LOT IS EXHAUSTED WHEN NOTHING OF IT IS ON HAND AND
      *    NOTHING OF IT IS WAITING IN INSPECTION. IT AGES FROM
      *    ITS RECEIPT DATE, THE ONLY DATE THE LOT CARRIES.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-LB
               NOT AT END
                   ADD 1 TO CTR-LIVE-BEFORE-WS
                   IF LOT-QTY-LB = ZERO
                           AND LOT-HOLD-QTY-LB = ZERO
                           AND LOT-RECEIPT-DATE-LB
                               < LOT-CUTOFF-DATE-WS
                       PERFORM 700-MOVE-LOT-TO-HISTORY
                   END-IF
           END-READ.

       700-MOVE-LOT-TO-HISTORY.
           MOVE RUN-DATE-WS        TO LH-PURGE-DATE-LH.
           MOVE LOT-BALANCE-RECORD TO LH-LOT-IMAGE-LH.
           WRITE LOT-HISTORY-RECORD.
           DELETE LOT-BALANCE-FILE
               INVALID KEY
                   DISPLAY "LOT " LOT-KEY-LB " NOT DELETED - "
                       "STATUS " LOT-STATUS-WS
               NOT INVALID KEY
                   ADD 1 TO CTR-PURGED-WS
           END-DELETE.

       700-RECOUNT-ONE-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-LB
               NOT AT END ADD 1 TO CTR-LIVE-AFTER-WS
           END-READ.

       700-RESET-PURGE-COUNTS.
           MOVE ZERO TO CTR-LIVE-BEFORE-WS
                        CTR-LIVE-AFTER-WS
                        CTR-PURGED-WS
                        CTR-HIST-BEFORE-WS
                        CTR-HIST-AFTER-WS.

       700-PRINT-PURGE-BALANCE.
      *    THE LIVE FILE MUST HAVE LOST EXACTLY WHAT WAS PURGED
      *    AND THE HISTORY FILE MUST HAVE GAINED EXACTLY THE
      *    SAME. A HISTORY RECORD WRITTEN FOR A DELETE THAT
      *    FAILED SHOWS UP HERE AS OUT OF BALANCE.
           MOVE CTR-LIVE-BEFORE-WS TO PR-BEFORE-OUT.
           MOVE CTR-PURGED-WS      TO PR-PURGED-OUT.
           MOVE CTR-LIVE-AFTER-WS  TO PR-AFTER-OUT.
           MOVE CTR-HIST-BEFORE-WS TO PR-HIST-BEFORE-OUT.
           MOVE CTR-HIST-AFTER-WS  TO PR-HIST-AFTER-OUT.
           IF CTR-LIVE-BEFORE-WS = CTR-LIVE-AFTER-WS + CTR-PURGED-WS
                   AND CTR-HIST-AFTER-WS
                       = CTR-HIST-BEFORE-WS + CTR-PURGED-WS
               MOVE "BALANCED"       TO PR-RESULT-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO PR-RESULT-OUT
               MOVE "YES" TO OUT-OF-BALANCE-FLAG-WS
           END-IF.
           WRITE PURGE-REPORT-LINE FROM PURGE-DETAIL-LINE.
           ADD CTR-PURGED-WS TO CTR-TOTAL-PURGED-WS.

       200-TERMINATE-PURGE.
           MOVE CTR-PO-UNINVOICED-WS TO PR-UNINVOICED-OUT.
           WRITE PURGE-REPORT-LINE FROM BLANK-LINE.
           WRITE PURGE-REPORT-LINE FROM PURGE-HELD-BACK-LINE.
           MOVE CTR-TOTAL-PURGED-WS TO PR-TOTAL-OUT.
           IF OUT-OF-BALANCE-FLAG-WS = "YES"
               THEN MOVE "*** OUT OF BALANCE" TO PR-OVERALL-OUT
                    MOVE 4 TO RETURN-CODE
               ELSE MOVE "ALL FILES BALANCED"  TO PR-OVERALL-OUT
           END-IF.
           WRITE PURGE-REPORT-LINE FROM PURGE-TOTAL-LINE.
           CLOSE PURGE-REPORT-OUT.
           DISPLAY "PURGE RUN COMPLETE - " CTR-TOTAL-PURGED-WS
               " RECORD(S) MOVED TO HISTORY".
