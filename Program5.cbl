      *    LIST - THE EDIT TABLE NOW CARRIES EACH WAREHOUSE'S
      *    ACTIVE/CLOSED FLAG, SO MOVEMENT AIMED AT A CLOSED
      *    WAREHOUSE BOUNCES AT EDIT TIME.
      *    TRANSACTIONS BUILT BY OTHER RUNS RATHER THAN KEYED -
      *    PICK-CONFIRMED SHIPMENTS FROM THE SALES ORDER FILE -
      *    ARE APPENDED TO THE GENERATED FILE IN WHATEVER ORDER
      *    THEY ARISE. THE EDIT SORTS THEM INTO KEY SEQUENCE AND
      *    MERGES THEM AS A THIRD STREAM.
           SELECT OPTIONAL GENERATED-TRANS-FILE
               ASSIGN TO "GENTRN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    GENERATED RECORDS THAT FAIL THE EDIT ARE HELD HERE
      *    AND BECOME THE GENERATED FILE AGAIN WHEN THE RUN ENDS,
      *    SO THEY COME UP ON THE NEXT EDIT INSTEAD OF BEING
      *    LOST - NOBODY RE-KEYS A PICK CONFIRMATION.
           SELECT OPTIONAL GENERATED-HOLD-FILE
               ASSIGN TO "GENHOLD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GENERATED-SORTED-FILE
               ASSIGN TO "GENSORT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GEN-SORT-FILE
               ASSIGN TO "GENWORK.DAT".

           SELECT WAREHOUSE-FILE
               ASSIGN TO "WHSEMAST.DAT"
                   ORGANIZATION IS INDEXED
               ASSIGN TO "PERIODCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    SET TO BATCH IN PROGRESS FROM THE SORT OF THE
      *    GENERATED FILE UNTIL IT IS REBUILT, SO NO ONLINE
      *    PROGRAM CAN APPEND A RECORD IN BETWEEN THAT THE
      *    REBUILD WOULD THEN THROW AWAY.
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
       COPY TRANSFILE_FD.
       FD  RESUBMIT-TRANS-FILE.
       01  RESUB-TRANSACTION-IN.
           05  RESUB-KEY-IN            PIC X(8).
           05  FILLER                  PIC X(62).

       FD  GENERATED-TRANS-FILE.
       01  GENERATED-TRANSACTION-REC   PIC X(70).

       FD  GENERATED-HOLD-FILE.
       01  GENERATED-HOLD-REC          PIC X(70).

       FD  GENERATED-SORTED-FILE.
       01  GEN-TRANSACTION-IN.
           05  GEN-KEY-IN              PIC X(8).
           05  FILLER                  PIC X(62).

       SD  GEN-SORT-FILE.
       01  GEN-SORT-RECORD.
           05  GS-TRANSACTION-KEY      PIC X(8).
           05  FILLER                  PIC X(62).

       COPY WHSEMAST_FD.

       FD  VALID-TRANS-FILE-OUT.
       01  VALID-TRANSACTION-OUT      PIC X(70).

       FD  EDIT-REPORT-OUT.
       01  EDIT-REPORT-LINE           PIC X(85).
           05  LAST-CLOSED-PERIOD-PC   PIC 9(6).
           05  LAST-YEAR-CLOSED-PC     PIC 9(4).

       COPY SYSAVAIL_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    THE KEYPUNCHED TRANSACTION FILE IS EDITED HERE IN
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-TRANS      PIC X(3)    VALUE "NO".
           05  EOF-FLAG-RESUB      PIC X(3)    VALUE "NO".
           05  EOF-FLAG-GEN        PIC X(3)    VALUE "NO".
           05  EOF-FLAG-GEN-HOLD   PIC X(3)    VALUE "NO".
           05  EOF-FLAG-WHSE       PIC X(3)    VALUE "NO".
           05  TRANS-SOURCE-WS     PIC X(1)    VALUE "T".
               88  SOURCE-KEYPUNCHED       VALUE "T".
               88  SOURCE-RESUBMITTED      VALUE "R".
               88  SOURCE-GENERATED        VALUE "G".
           05  RECORD-VALID-FLAG-WS PIC X(3)   VALUE "YES".
           05  BATCH-REJECT-FLAG-WS PIC X(3)   VALUE "NO".
               88  BATCH-REJECTED          VALUE "YES".

       01  TYPE-TOTALS-WS.
           05  TYPE-SUB-WS             PIC 9(1)    VALUE ZERO.
           05  TYPE-TOTAL-ENTRY-WS     OCCURS 8 TIMES.
               10  TYPE-COUNT-WS       PIC 9(5).
               10  TYPE-QTY-WS         PIC 9(7).

       01  EDIT-ACCUMULATORS.
           05  CTR-TRANS-READ-WS       PIC 9(5)    VALUE ZERO.
           05  CTR-RESUB-READ-WS       PIC 9(5)    VALUE ZERO.
           05  CTR-GEN-READ-WS         PIC 9(5)    VALUE ZERO.
           05  CTR-GEN-HELD-WS         PIC 9(5)    VALUE ZERO.
           05  CTR-TRANS-ACCEPTED-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-TRANS-REJECTED-WS   PIC 9(5)    VALUE ZERO.
           05  HASH-TOTAL-WS           PIC 9(9)    VALUE ZERO.
           05  TRANSACTION-LOT-WS             PIC X(10).
           05  TRANSACTION-CUSTOMER-WS        PIC 9(5).
           05  TRANSACTION-EFF-DATE-WS        PIC 9(8).
           05  TRANSACTION-DOC-REF-WS         PIC 9(6).
           05  TRANSACTION-DOC-REF-X-WS REDEFINES
                   TRANSACTION-DOC-REF-WS     PIC X(6).
           05  TRANSACTION-VENDOR-WS          PIC 9(5).
           05  TRANSACTION-VENDOR-X-WS REDEFINES
                   TRANSACTION-VENDOR-WS      PIC X(5).
           05  TRANSACTION-REPLACE-FLAG-WS    PIC X(1).

       01  EFFECTIVE-DATE-CHECK-WS.
           05  EOF-FLAG-PC             PIC X(3)    VALUE "NO".
               10  PREV-PART-NUMBER-WS     PIC 9(5)    VALUE ZERO.
               10  PREV-WAREHOUSE-WS       PIC X(3)    VALUE SPACES.
           05  PREV-RESUB-KEY-WS           PIC X(8)    VALUE LOW-VALUES.
           05  PREV-GEN-KEY-WS             PIC X(8)    VALUE LOW-VALUES.

       01  RUN-CONTROL-WS.
           05  EOF-FLAG-RC         PIC X(3)    VALUE "NO".
               10  RC-TBL-GEN-WS   PIC 9(6).
               10  RC-TBL-STATUS-WS PIC X(1).

       01  SYSTEM-AVAILABILITY-WS.
           05  EOF-FLAG-SA             PIC X(3)    VALUE "NO".
           05  AVAIL-STEP-WS           PIC X(8)    VALUE "EDIT".
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

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       01  WAREHOUSE-TABLE-WS.
           05  CTR-WHSE-CODES-WS       PIC 9(2)    VALUE ZERO.
           05  WHSE-SUB-WS             PIC 9(2)    VALUE ZERO.
                   "RESUBMISSIONS READ    ".
           05  CTR-RESUB-OUT   PIC ZZZZ9.

       01  EDIT-TOTAL-LINE5.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                   "GENERATED READ        ".
           05  CTR-GEN-OUT     PIC ZZZZ9.

       01  EDIT-TOTAL-LINE6.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                   "GENERATED HELD BACK   ".
           05  CTR-GEN-HELD-OUT PIC ZZZZ9.

       01  EDIT-CONTROL-LINE1.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                    PERFORM 200-EDIT-ONE-TRANSACTION
                        UNTIL EOF-FLAG-TRANS = "YES"
                            AND EOF-FLAG-RESUB = "YES"
                            AND EOF-FLAG-GEN = "YES"
                    PERFORM 200-TERMINATE-TRANSACTION-EDIT
           END-IF.
           STOP RUN.
           WRITE RUN-CONTROL-RECORD.

       200-INITIATE-TRANSACTION-EDIT.
           PERFORM 700-LOCK-SYSTEM-FOR-BATCH.
           SORT GEN-SORT-FILE
               ON ASCENDING KEY GS-TRANSACTION-KEY
               USING GENERATED-TRANS-FILE
               GIVING GENERATED-SORTED-FILE.
           OPEN INPUT  INTENTORY-TRANSACTION-FILE.
           OPEN INPUT  RESUBMIT-TRANS-FILE.
           OPEN INPUT  GENERATED-SORTED-FILE.
           OPEN INPUT  WAREHOUSE-FILE.
           OPEN OUTPUT GENERATED-HOLD-FILE.
           OPEN OUTPUT VALID-TRANS-FILE-OUT.
           OPEN OUTPUT EDIT-REPORT-OUT.
           OPEN OUTPUT BATCH-TOTALS-OUT.
           PERFORM 700-CLEAR-TYPE-TOTALS
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > 8.
           PERFORM 700-LOAD-WAREHOUSE-TABLE
               UNTIL EOF-FLAG-WHSE = "YES".
           IF CTR-WHSE-CODES-WS = ZERO
           PERFORM 700-PRINT-EDIT-HEADER.
           PERFORM 700-READ-TRANSACTION-RECORD.
           PERFORM 700-READ-RESUBMIT-RECORD.
           PERFORM 700-READ-GENERATED-RECORD.

       200-EDIT-ONE-TRANSACTION.
      *    THE KEYPUNCHED FILE, THE RESUBMISSION FILE AND THE
      *    SORTED GENERATED FILE ARE MERGED ON ASCENDING KEY,
      *    THE SAME BALANCED-LINE PATTERN AS THE BATCH UPDATE
      *    ITSELF, SO THE VALIDATED FILE COMES OUT IN ONE KEY
      *    SEQUENCE FOR THE MERGE. ON EQUAL KEYS THE KEYPUNCHED
      *    RECORD GOES FIRST, THEN THE RESUBMISSION.
           IF EOF-FLAG-TRANS = "NO"
                   AND (EOF-FLAG-RESUB = "YES"
                       OR TRANSACTION-KEY-IN <= RESUB-KEY-IN)
                   AND (EOF-FLAG-GEN = "YES"
                       OR TRANSACTION-KEY-IN <= GEN-KEY-IN)
               THEN PERFORM 200-EDIT-KEYPUNCHED-RECORD
           ELSE IF EOF-FLAG-RESUB = "NO"
                   AND (EOF-FLAG-GEN = "YES"
                       OR RESUB-KEY-IN <= GEN-KEY-IN)
               THEN PERFORM 200-EDIT-RESUBMITTED-RECORD
           ELSE
               PERFORM 200-EDIT-GENERATED-RECORD
           END-IF.

       200-EDIT-KEYPUNCHED-RECORD.
           PERFORM 700-VALIDATE-TRANSACTION.
           PERFORM 700-READ-RESUBMIT-RECORD.

       200-EDIT-GENERATED-RECORD.
      *    GENERATED TRANSACTIONS GET THE SAME FULL FIELD EDIT
      *    AND, LIKE THE RESUBMISSIONS, STAY OUT OF THE BATCH
      *    CONTROL TOTALS.
           MOVE "G" TO TRANS-SOURCE-WS.
           MOVE GEN-TRANSACTION-IN TO EDIT-TRANSACTION-WS.
           PERFORM 700-VALIDATE-TRANSACTION.
           PERFORM 700-READ-GENERATED-RECORD.

       200-TERMINATE-TRANSACTION-EDIT.
           PERFORM 700-BALANCE-BATCH-CONTROLS.
           PERFORM 700-PRINT-EDIT-TOTALS.
           PERFORM 700-WRITE-BATCH-TOTALS
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > 8.
           CLOSE INTENTORY-TRANSACTION-FILE
                 RESUBMIT-TRANS-FILE
                 GENERATED-SORTED-FILE
                 GENERATED-HOLD-FILE
                 WAREHOUSE-FILE
                 VALID-TRANS-FILE-OUT
                 BATCH-TOTALS-OUT
                        "DO NOT RUN THE NIGHTLY UPDATE"
                    MOVE 8 TO RETURN-CODE
               ELSE PERFORM 700-CONSUME-RESUBMIT-FILE
                    PERFORM 700-CONSUME-GENERATED-FILE
                    PERFORM 700-STAMP-EDIT-COMPLETE
           END-IF.
           PERFORM 700-RELEASE-SYSTEM-AFTER-BATCH.

       700-CONSUME-RESUBMIT-FILE.
      *    AN ACCEPTED BATCH HAS TAKEN THE RESUBMISSIONS INTO
           OPEN OUTPUT RESUBMIT-TRANS-FILE.
           CLOSE RESUBMIT-TRANS-FILE.

       700-CONSUME-GENERATED-FILE.
      *    THE SAME RULE FOR THE GENERATED FILE - ONCE AN
      *    ACCEPTED BATCH HAS RELEASED THEM, A PICK CONFIRMATION
      *    MUST NEVER POST TWICE. THE ONES THAT FAILED THE
      *    EDIT ARE WRITTEN BACK FROM THE HOLD FILE TO BE
      *    EDITED AGAIN ON THE NEXT RUN.
           OPEN INPUT  GENERATED-HOLD-FILE.
           OPEN OUTPUT GENERATED-TRANS-FILE.
           PERFORM 700-COPY-ONE-HELD-GENERATED
               UNTIL EOF-FLAG-GEN-HOLD = "YES".
           CLOSE GENERATED-HOLD-FILE
                 GENERATED-TRANS-FILE.
           IF CTR-GEN-HELD-WS > ZERO
               DISPLAY CTR-GEN-HELD-WS " GENERATED TRANSACTIONS "
                   "FAILED THE EDIT - HELD FOR THE NEXT RUN"
           END-IF.

       700-COPY-ONE-HELD-GENERATED.
           READ GENERATED-HOLD-FILE
               AT END MOVE "YES" TO EOF-FLAG-GEN-HOLD
               NOT AT END
                   WRITE GENERATED-TRANSACTION-REC
                       FROM GENERATED-HOLD-REC
           END-READ.

       700-LOCK-SYSTEM-FOR-BATCH.
      *    THE ONLINE PROGRAMS THAT APPEND TO THE GENERATED FILE
      *    ARE LOCKED OUT FROM THE SORT UNTIL THE FILE IS REBUILT.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SA
               NOT AT END
                   MOVE SYSTEM-AVAILABILITY-RECORD
                       TO PRIOR-AVAILABILITY-WS.
           CLOSE SYSTEM-AVAILABILITY-FILE.
           MOVE "B" TO AVAIL-STATUS-SA.
           MOVE "TRANSACTION EDIT IN PROGRESS" TO AVAIL-REASON-SA.
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
                    MOVE "TRANSACTION EDIT COMPLETE"
                        TO AVAIL-REASON-SA
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

       700-WRITE-BATCH-TOTALS.
           IF TYPE-COUNT-WS (TYPE-SUB-WS) > ZERO
               MOVE TYPE-SUB-WS TO BT-TRANS-TYPE-OUT
           READ RESUBMIT-TRANS-FILE
               AT END MOVE "YES" TO EOF-FLAG-RESUB.

       700-READ-GENERATED-RECORD.
           READ GENERATED-SORTED-FILE
               AT END MOVE "YES" TO EOF-FLAG-GEN.

       700-CAPTURE-BATCH-TRAILER.
           MOVE BATCH-TRAILER-IN TO BATCH-TRAILER-WS.
           MOVE "YES" TO TRAILER-FOUND-FLAG-WS.
                    IF TRANSACTION-AMOUNT-WS IS NUMERIC
                        ADD TRANSACTION-AMOUNT-WS TO HASH-TOTAL-WS
                    END-IF
           ELSE IF SOURCE-RESUBMITTED
               THEN ADD 1 TO CTR-RESUB-READ-WS
           ELSE
               ADD 1 TO CTR-GEN-READ-WS
           END-IF.
           MOVE "YES" TO RECORD-VALID-FLAG-WS.
           PERFORM 700-CHECK-KEY-SEQUENCE.
           PERFORM 700-CHECK-UNIT-COST.
           PERFORM 700-CHECK-LOT-NUMBER.
           PERFORM 700-CHECK-CUSTOMER-NUMBER.
           PERFORM 700-CHECK-DOC-REF.
           PERFORM 700-CHECK-RETURN-FIELDS.
           PERFORM 700-CHECK-EFFECTIVE-DATE.
           IF RECORD-VALID-FLAG-WS = "YES"
               THEN ADD 1 TO CTR-TRANS-ACCEPTED-WS
                    WRITE VALID-TRANSACTION-OUT
                        FROM EDIT-TRANSACTION-WS
               ELSE ADD 1 TO CTR-TRANS-REJECTED-WS
                    IF SOURCE-GENERATED
                        ADD 1 TO CTR-GEN-HELD-WS
                        WRITE GENERATED-HOLD-REC
                            FROM EDIT-TRANSACTION-WS
                    END-IF
           END-IF.

       700-CLEAR-TYPE-TOTALS.
           MOVE ZERO TO TYPE-QTY-WS (TYPE-SUB-WS).

       700-ACCUMULATE-TYPE-TOTALS.
           IF TRANSACTION-TYPE-WS >= 1 AND TRANSACTION-TYPE-WS <= 8
               ADD 1 TO TYPE-COUNT-WS (TRANSACTION-TYPE-WS)
               ADD TRANSACTION-AMOUNT-WS
                   TO TYPE-QTY-WS (TRANSACTION-TYPE-WS)
      *    OF ORDER, SO A SEQUENCE BREAK REJECTS THE WHOLE BATCH.
           IF SOURCE-RESUBMITTED
               THEN PERFORM 700-CHECK-RESUB-SEQUENCE
           ELSE IF SOURCE-GENERATED
               THEN PERFORM 700-CHECK-GEN-SEQUENCE
           ELSE IF TRANSACTION-KEY-WS < PREV-TRANS-KEY-WS
               THEN MOVE "OUT OF KEY SEQUENCE - BATCH REJECTED"
                        TO EDIT-REASON-OUT
               ELSE MOVE TRANSACTION-KEY-WS TO PREV-RESUB-KEY-WS
           END-IF.

       700-CHECK-GEN-SEQUENCE.
           IF TRANSACTION-KEY-WS < PREV-GEN-KEY-WS
               THEN MOVE "OUT OF KEY SEQUENCE - BATCH REJECTED"
                        TO EDIT-REASON-OUT
                    PERFORM 700-WRITE-EDIT-DETAIL
                    MOVE "NO"  TO RECORD-VALID-FLAG-WS
                    MOVE "YES" TO BATCH-REJECT-FLAG-WS
               ELSE MOVE TRANSACTION-KEY-WS TO PREV-GEN-KEY-WS
           END-IF.

       700-CHECK-PART-NUMBER.
           IF TRANSACTION-PART-NUMBER-WS IS NOT NUMERIC
                   OR TRANSACTION-PART-NUMBER-WS = ZERO
           END-IF.

       700-CHECK-TRANS-TYPE.
           IF TRANSACTION-TYPE-WS = "1" OR "2" OR "3" OR "4" OR "5"
                   OR "6" OR "7" OR "8"
               CONTINUE
           ELSE
               MOVE "INVALID TRANSACTION TYPE"
           END-IF.

       700-CHECK-ADJUST-SIGN.
      *    THE ADJUSTMENT SIGN IS MEANINGFUL ON A TYPE 3, AND
      *    ON A TYPE 5 KIT BUILD WHERE + BUILDS AND - UNBUILDS.
           IF TRANSACTION-TYPE-WS = "3"
               THEN IF TRANSACTION-ADJUST-SIGN-WS = "+" OR "-"
                       CONTINUE
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
           ELSE IF TRANSACTION-TYPE-WS = "5"
               THEN IF TRANSACTION-ADJUST-SIGN-WS = "+" OR "-"
                       CONTINUE
                    ELSE
                       MOVE "BUILD/UNBUILD SIGN MISSING ON TYPE 5"
                           TO EDIT-REASON-OUT
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
               ELSE IF TRANSACTION-ADJUST-SIGN-WS NOT = SPACE
                       MOVE "SIGN PRESENT ON NON-ADJUSTMENT"
                           TO EDIT-REASON-OUT
      *    MEANINGFUL ON A TYPE 7 ONLY. THE TO-WAREHOUSE MUST BE
      *    A KNOWN CODE AND DIFFER FROM THE FROM-WAREHOUSE, AND
      *    THE REFERENCE MUST BE PRESENT SO BOTH ENDS OF THE
      *    POSTING CAN BE MATCHED ON THE BALANCING REPORT. A
      *    TYPE 5 KIT BUILD CARRIES ITS BUILD REFERENCE IN THE
      *    SAME FIELD, SO THE KIT AND ALL OF ITS COMPONENTS
      *    POST UNDER ONE REFERENCE.
           IF TRANSACTION-TYPE-WS = "7"
               THEN PERFORM 700-CHECK-TO-WAREHOUSE
                    IF TRANSACTION-TRANSFER-REF-WS IS NOT NUMERIC
                        PERFORM 700-WRITE-EDIT-DETAIL
                        MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
           ELSE IF TRANSACTION-TYPE-WS = "5"
               THEN IF TRANSACTION-TRANSFER-REF-WS IS NOT NUMERIC
                            OR TRANSACTION-TRANSFER-REF-WS = ZERO
                        MOVE "BUILD REFERENCE MISSING"
                            TO EDIT-REASON-OUT
                        PERFORM 700-WRITE-EDIT-DETAIL
                        MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
                    IF TRANSACTION-TO-WAREHOUSE-WS NOT = SPACES
                        MOVE "TO-WHSE PRESENT ON NON-TRANSFER"
                            TO EDIT-REASON-OUT
                        PERFORM 700-WRITE-EDIT-DETAIL
                        MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
               ELSE IF TRANSACTION-TO-WAREHOUSE-WS NOT = SPACES
                       MOVE "TO-WHSE PRESENT ON NON-TRANSFER"
                           TO EDIT-REASON-OUT

       700-CHECK-LOT-NUMBER.
      *    THE SUPPLIER LOT NUMBER IS MEANINGFUL ON A TYPE 1
      *    RECEIPT, WHERE IT FEEDS THE LOT BALANCE FILE, AND ON
      *    A TYPE 8 RETURN TO VENDOR, WHERE IT NAMES THE LOT
      *    GOING BACK.
           IF TRANSACTION-TYPE-WS = "1"
               THEN IF TRANSACTION-LOT-WS = SPACES
                       MOVE "LOT NUMBER MISSING ON RECEIPT"
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
           ELSE IF TRANSACTION-TYPE-WS = "8"
               THEN IF TRANSACTION-LOT-WS = SPACES
                       MOVE "LOT NUMBER MISSING ON RETURN"
                           TO EDIT-REASON-OUT
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
               ELSE IF TRANSACTION-LOT-WS NOT = SPACES
                       MOVE "LOT PRESENT ON NON-RECEIPT"
                           TO EDIT-REASON-OUT
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
           END-IF.

       700-CHECK-DOC-REF.
      *    THE SOURCE DOCUMENT NUMBER IS FILLED IN ON GENERATED
      *    TRANSACTIONS, AND KEYED ON A TYPE 8 RETURN TO VENDOR
      *    AS THE PO THE GOODS WERE RECEIVED ON. ANY OTHER
      *    KEYPUNCHED RECORD LEAVES THE COLUMNS BLANK, WHICH IS
      *    TAKEN AS ZERO; ANYTHING ELSE MUST BE NUMERIC.
           IF TRANSACTION-DOC-REF-X-WS = SPACES
               MOVE ZERO TO TRANSACTION-DOC-REF-WS
           END-IF.
           IF TRANSACTION-DOC-REF-WS IS NOT NUMERIC
               MOVE "DOCUMENT REFERENCE NOT NUMERIC"
                   TO EDIT-REASON-OUT
               PERFORM 700-WRITE-EDIT-DETAIL
               MOVE "NO" TO RECORD-VALID-FLAG-WS
           ELSE IF TRANSACTION-TYPE-WS = "8"
                   AND TRANSACTION-DOC-REF-WS = ZERO
               MOVE "PO NUMBER MISSING ON RETURN"
                   TO EDIT-REASON-OUT
               PERFORM 700-WRITE-EDIT-DETAIL
               MOVE "NO" TO RECORD-VALID-FLAG-WS
           END-IF.

       700-CHECK-RETURN-FIELDS.
      *    THE VENDOR AND THE REPLACEMENT FLAG ARE MEANINGFUL ON
      *    A TYPE 8 RETURN TO VENDOR ONLY. THE VENDOR MUST BE
      *    PRESENT, AND THE FLAG MUST SAY WHETHER A REPLACEMENT
      *    IS COMING (Y) OR NOT (N). BLANK COLUMNS ON ANY OTHER
      *    TYPE ARE TAKEN AS ZERO.
           IF TRANSACTION-VENDOR-X-WS = SPACES
               MOVE ZERO TO TRANSACTION-VENDOR-WS
           END-IF.
           IF TRANSACTION-TYPE-WS = "8"
               THEN IF TRANSACTION-VENDOR-WS IS NOT NUMERIC
                           OR TRANSACTION-VENDOR-WS = ZERO
                       MOVE "VENDOR MISSING ON RETURN"
                           TO EDIT-REASON-OUT
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
                    IF TRANSACTION-REPLACE-FLAG-WS NOT = "Y"
                            AND TRANSACTION-REPLACE-FLAG-WS NOT = "N"
                       MOVE "REPLACEMENT FLAG NOT Y OR N"
                           TO EDIT-REASON-OUT
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
                    END-IF
               ELSE IF TRANSACTION-VENDOR-WS IS NOT NUMERIC
                           OR TRANSACTION-VENDOR-WS NOT = ZERO
                           OR TRANSACTION-REPLACE-FLAG-WS NOT = SPACE
                       MOVE "VENDOR PRESENT ON NON-RETURN"
                           TO EDIT-REASON-OUT
                       PERFORM 700-WRITE-EDIT-DETAIL
                       MOVE "NO" TO RECORD-VALID-FLAG-WS
           END-IF.

       700-WRITE-EDIT-DETAIL.
           PERFORM 700-CHECK-EDIT-PAGE.
           MOVE TRANSACTION-PART-NUMBER-WS TO EDIT-PART-NUMBER-OUT.
           MOVE CTR-TRANS-ACCEPTED-WS TO CTR-ACCEPTED-OUT.
           MOVE CTR-TRANS-REJECTED-WS TO CTR-REJECTED-OUT.
           MOVE CTR-RESUB-READ-WS     TO CTR-RESUB-OUT.
           MOVE CTR-GEN-READ-WS       TO CTR-GEN-OUT.
           MOVE CTR-GEN-HELD-WS       TO CTR-GEN-HELD-OUT.
           WRITE EDIT-REPORT-LINE FROM BLANK-LINE.
           WRITE EDIT-REPORT-LINE FROM EDIT-TOTAL-LINE1.
           WRITE EDIT-REPORT-LINE FROM EDIT-TOTAL-LINE2.
           WRITE EDIT-REPORT-LINE FROM EDIT-TOTAL-LINE3.
           WRITE EDIT-REPORT-LINE FROM EDIT-TOTAL-LINE4.
           WRITE EDIT-REPORT-LINE FROM EDIT-TOTAL-LINE5.
           WRITE EDIT-REPORT-LINE FROM EDIT-TOTAL-LINE6.
           MOVE TRAILER-TRANS-COUNT-WS TO TRAILER-COUNT-OUT.
           MOVE CTR-TRANS-READ-WS      TO COMPUTED-COUNT-OUT.
           MOVE TRAILER-HASH-TOTAL-WS  TO TRAILER-HASH-OUT.
