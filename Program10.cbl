               ASSIGN TO "AUDTJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LAST JOURNAL SEQUENCE NUMBER ISSUED AND THE RUNNING
      *    CONTROL TOTAL, TAKEN AND REWRITTEN FOR EVERY RECORD.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "JRNLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHEET-SORT-FILE
               ASSIGN TO "CNTSWORK.DAT".

                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    COUNTS KEYED WITH A LOT NUMBER ARE APPLIED TO THE
      *    LOT BALANCE FILE AT POSTING TIME, SO THE LOT FILE
      *    STAYS AS HONEST AS THE MASTER.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       COPY OPERMAST_FD.

       COPY LOTFILE_FD.
           05  SH-PART-NUMBER          PIC 9(5).
           05  SH-PART-NAME            PIC X(20).

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    PHYSICAL INVENTORY COUNT SUPPORT.  (S)HEETS PRINTS

       01  JOURNAL-WS.
           05  JRNL-DATE-WS                PIC 9(8).
           05  JRNL-TIME-WS                PIC 9(8).
           05  JRNL-PRE-QTY-ON-HAND-WS     PIC 9(5)    VALUE ZERO.

       01 DATE-WS.
                   "TOTAL VARIANCE VALUE  ".
           05  TOTAL-VAR-VALUE-OUT PIC $$,$$$,$$9.99-.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-COUNT-SUPPORT.
      *    ==================================================
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS >= 3
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS >= 3
                   AND SYSTEM-LOCKED-FLAG-WS = "NO"
               PERFORM 200-POST-APPROVED-VARIANCES
           ELSE IF SIGNED-ON-FLAG-WS = "YES" AND SIGNON-LEVEL-WS >= 3
               DISPLAY "COUNT POSTING REFUSED - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SIGNED-ON-FLAG-WS = "YES"
                   DISPLAY "COUNT-VARIANCE APPROVAL NEEDS "
                       MOVE COUNT-TBL-QTY-WS (COUNT-SUB-WS)
                           TO LOT-QTY-LB
                       MOVE POSTING-DATE-WS TO LOT-RECEIPT-DATE-LB
                       MOVE ZERO TO LOT-HOLD-QTY-LB LOT-HOLD-DATE-LB
                                    LOT-HOLD-COST-LB
                       WRITE LOT-BALANCE-RECORD
                       ADD 1 TO CTR-LOT-COUNTS-WS
                   NOT INVALID KEY
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

       700-POST-ONE-VARIANCE.
           READ INVENT-FILE-V2 NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-V2
           MOVE UNIT-PRICE-V2          TO JRNL-POST-PRICE-OUT.
           MOVE UNIT-COST-V2           TO JRNL-PRE-COST-OUT.
           MOVE UNIT-COST-V2           TO JRNL-POST-COST-OUT.
           MOVE QTY-ON-HOLD-V2         TO JRNL-PRE-QTY-ON-HOLD-OUT.
           MOVE QTY-ON-HOLD-V2         TO JRNL-POST-QTY-ON-HOLD-OUT.
           MOVE OPERATOR-ID-WS         TO JRNL-OPERATOR-OUT.
           MOVE COUNT-REFERENCE-WS     TO JRNL-REFERENCE-OUT.
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

       700-FIND-COUNT-FOR-KEY.
      *    KEY-FOUND SAYS A PART-LEVEL (BLANK-LOT) COUNT WAS
      *    KEYED; ANY-COUNT SAYS A COUNT OF ANY KIND - LOT
