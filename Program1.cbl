                   RECORD KEY IS WHSE-CODE-WM
                   FILE STATUS IS WAREHOUSE-STATUS-WS.

      *    EVERY SHIPMENT POSTED - INCLUDING BACKORDER RELEASES -
      *    LEAVES A BILLING RECORD PRICED AT TONIGHT'S MASTER
      *    PRICE. THE FILE IS EXTENDED, NOT REPLACED, UNTIL THE
      *    INVOICING RUN BILLS IT.
           SELECT OPTIONAL BILLING-FILE
               ASSIGN TO "BILLING.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    KIT BUILDS - THE BILL OF MATERIALS KEPT BY ITS
      *    MAINTENANCE DIALOG, THE AUDIT JOURNAL EACH SIDE OF A
      *    BUILD IS JOURNALLED TO ALONGSIDE THE ONLINE POSTINGS,
      *    AND THE SHORTAGE LISTING THAT NAMES THE COMPONENT
      *    STOPPING A REFUSED BUILD.
           SELECT OPTIONAL BOM-FILE
               ASSIGN TO "BOMFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BOM-KEY-BM
                   FILE STATUS IS BOM-STATUS-WS.

           SELECT OPTIONAL AUDIT-JOURNAL-OUT
               ASSIGN TO "AUDTJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LAST JOURNAL SEQUENCE NUMBER ISSUED AND THE RUNNING
      *    CONTROL TOTAL, TAKEN AND REWRITTEN FOR EVERY RECORD.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "JRNLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KIT-SHORTAGE-OUT
               ASSIGN TO "KITSHORT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE DEBIT MEMO PER RETURN TO VENDOR, LEFT FOR THE DEBIT
      *    MEMO REGISTER THE SAME WAY THE BILLING FILE IS LEFT
      *    FOR THE INVOICING RUN.
           SELECT OPTIONAL DEBIT-MEMO-FILE
               ASSIGN TO "DEBITMEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    PRICE CHANGES KEYED AHEAD OF THEIR EFFECTIVE DATE.
      *    EVERY ONE DUE BY TONIGHT IS APPLIED TO ITS MASTER
      *    RECORDS AHEAD OF THE NIGHT'S TRANSACTIONS, THEN
      *    MARKED APPLIED.
           SELECT OPTIONAL SCHED-PRICE-FILE
               ASSIGN TO "SCHEDPRC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SCHED-KEY-SP
                   FILE STATUS IS SCHED-PRICE-STATUS-WS.

      *    VENDOR-OWNED STOCK HELD ON CONSIGNMENT, DRAWN BY A
      *    SHIPMENT ONLY ONCE THE OWNED STOCK IS USED UP. EVERY
      *    DRAW LEAVES A USAGE RECORD FOR THE MONTHLY SETTLEMENT,
      *    EXTENDED THE SAME WAY THE BILLING FILE IS.
           SELECT OPTIONAL CONSIGNMENT-FILE
               ASSIGN TO "CONSIGN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CONS-KEY-CS
                   FILE STATUS IS CONSIGN-STATUS-WS.

           SELECT OPTIONAL CONSIGNMENT-USAGE-FILE
               ASSIGN TO "CONSUSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    SET TO BATCH IN PROGRESS FOR THE LENGTH OF THE RUN SO
      *    THE ONLINE AND MAINTENANCE PROGRAMS STAY OFF THE
      *    MASTER WHILE IT IS BEING REWRITTEN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN.
           05  ABC-CLASS-IN        PIC X(1).
           05  LAST-COUNT-DATE-IN  PIC 9(8).
           05  VENDOR-PART-REF-IN  PIC X(10).
           05  ALLOCATED-QTY-IN    PIC 9(5).
           05  INSPECTION-REQD-IN  PIC X(1).
           05  QTY-ON-HOLD-IN      PIC 9(5).

       COPY INVENT2BV2_FD.

               88  REASON-INVALID-TRANS-TYPE       VALUE 02.
               88  REASON-INSUFFICIENT-STOCK       VALUE 03.
               88  REASON-TRANSFER-FAILED          VALUE 04.
               88  REASON-KIT-BUILD-REFUSED        VALUE 05.
               88  REASON-RETURN-REFUSED           VALUE 06.
           05  ERROR-REASON-TEXT-OUT       PIC X(25).

       FD  PO-FILE-OUT.

       COPY WHSEMAST_FD.

       COPY BILLING_FD.

       COPY BOMFILE_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       FD  KIT-SHORTAGE-OUT.
       01  KIT-SHORTAGE-LINE           PIC X(85).

       COPY DEBITMEM_FD.

       COPY SCHEDPRC_FD.

       COPY CONSIGN_FD.

       COPY CONSUSE_FD.

       COPY SYSAVAIL_FD.

       FD  GL-EXTRACT-OUT.
       01  GL-EXTRACT-LINE             PIC X(80).

           05  REG-PRE-RECEIVED-WS     PIC 9(5)    VALUE ZERO.
           05  REG-PRE-SHIPPED-WS      PIC 9(5)    VALUE ZERO.
           05  TYPE-SUB-WS             PIC 9(1)    VALUE ZERO.
           05  REG-TYPE-ENTRY-WS       OCCURS 8 TIMES.
               10  REG-TYPE-COUNT-WS   PIC 9(5).
               10  REG-TYPE-QTY-WS     PIC 9(7).
           05  EDIT-TYPE-ENTRY-WS      OCCURS 8 TIMES.
               10  EDIT-TYPE-COUNT-WS  PIC 9(5).
               10  EDIT-TYPE-QTY-WS    PIC 9(7).

           05  PO-MATCHED-FLAG-WS      PIC X(3)    VALUE "NO".
           05  ON-ORDER-QTY-WS         PIC 9(5)    VALUE ZERO.
           05  RECEIPT-REMAINING-WS    PIC 9(5)    VALUE ZERO.
           05  PO-SLICE-QTY-WS         PIC 9(5)    VALUE ZERO.

       01  RUN-CONTROL-WS.
           05  EOF-FLAG-RC         PIC X(3)    VALUE "NO".
               10  RC-TBL-GEN-WS   PIC 9(6).
               10  RC-TBL-STATUS-WS PIC X(1).

       01  SYSTEM-AVAILABILITY-WS.
           05  EOF-FLAG-SA             PIC X(3)    VALUE "NO".
           05  AVAIL-STEP-WS           PIC X(8)    VALUE "UPDATE".
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

       01  LOT-WORK-WS.
           05  LOT-STATUS-WS           PIC X(2).
           05  LOT-EOF-FLAG-WS         PIC X(3)    VALUE "NO".
           05  BO-AVAILABLE-WS         PIC S9(7)   VALUE ZERO.
           05  CTR-BACKORDERS-WS       PIC 9(4)    VALUE ZERO.
           05  CTR-BO-RELEASED-WS      PIC 9(4)    VALUE ZERO.

       01  CONSIGNMENT-WORK-WS.
      *    THE PART OF A SHIPMENT THE OWNED STOCK CANNOT COVER IS
      *    DRAWN FROM THE CONSIGNED STOCK AT THE SAME PART AND
      *    WAREHOUSE, VENDOR BY VENDOR IN VENDOR NUMBER ORDER.
           05  CONSIGN-STATUS-WS       PIC X(2).
           05  CONSIGN-EOF-FLAG-WS     PIC X(3)    VALUE "NO".
           05  CONSIGN-NEEDED-QTY-WS   PIC 9(5)    VALUE ZERO.
           05  CONSIGN-DRAWN-QTY-WS    PIC 9(5)    VALUE ZERO.
           05  CONSIGN-SLICE-QTY-WS    PIC 9(5)    VALUE ZERO.
           05  CTR-CONSIGN-DRAWS-WS    PIC 9(5)    VALUE ZERO.

       01  KIT-BUILD-WS.
      *    TYPE 5 BUILDS AND UNBUILDS ARE QUEUED DURING THE
      *    MERGE AND POSTED AGAINST THE INDEXED MASTER ONCE IT
      *    IS COMPLETE. EACH SIDE OF A BUILD IS VALUED AT THE
      *    RUN'S VALUATION RATE BEFORE AND AFTER IT POSTS, AND
      *    THE DIFFERENCE IS CARRIED INTO THE CLOSING TOTALS.
           05  BOM-STATUS-WS           PIC X(2).
           05  BOM-EOF-FLAG-WS         PIC X(3)    VALUE "NO".
           05  KIT-SHORT-FLAG-WS       PIC X(3)    VALUE "NO".
           05  KIT-COUNTED-FLAG-WS     PIC X(3)    VALUE "NO".
           05  CTR-QUEUED-BUILDS-WS    PIC 9(2)    VALUE ZERO.
           05  BUILD-SUB-WS            PIC 9(2)    VALUE ZERO.
           05  CTR-KIT-COMPONENTS-WS   PIC 9(3)    VALUE ZERO.
           05  CTR-KITS-BUILT-WS       PIC 9(4)    VALUE ZERO.
           05  CTR-KITS-REFUSED-WS     PIC 9(4)    VALUE ZERO.
           05  KIT-MOVE-QTY-WS         PIC 9(8)    VALUE ZERO.
           05  KIT-AVAILABLE-WS        PIC S9(7)   VALUE ZERO.
           05  KIT-COMPONENT-VALUE-WS  PIC 9(9)V99 VALUE ZERO.
           05  KIT-PRE-VALUE-WS        PIC S9(9)V99 VALUE ZERO.
           05  KIT-POST-VALUE-WS       PIC S9(9)V99 VALUE ZERO.
           05  KIT-LOT-NUMBER-WS.
               10  KIT-LOT-PREFIX-WS   PIC X(3)    VALUE SPACES.
               10  KIT-LOT-REF-WS      PIC 9(5)    VALUE ZERO.
               10  FILLER              PIC X(2)    VALUE SPACES.
           05  QUEUED-BUILD-WS         OCCURS 50 TIMES.
               10  BUILD-KIT-PART-WS   PIC 9(5).
               10  BUILD-WHSE-WS       PIC X(3).
               10  BUILD-SIGN-WS       PIC X(1).
               10  BUILD-QTY-WS        PIC 9(5).
               10  BUILD-REF-WS        PIC 9(5).
               10  BUILD-EFF-DATE-WS   PIC 9(8).

       01  SCHEDULED-PRICE-WS.
      *    THE SCHEDULED CHANGES DUE TONIGHT, LOADED BEFORE THE
      *    MERGE. WHERE SEVERAL ARE DUE FOR ONE PART/WAREHOUSE
      *    THE LATEST EFFECTIVE DATE WINS, AND ON THE SAME DATE
      *    A CHANGE FOR THE WAREHOUSE ITSELF BEATS AN ALL-
      *    WAREHOUSE ONE.
           05  SCHED-PRICE-STATUS-WS   PIC X(2).
           05  SCHED-EOF-FLAG-WS       PIC X(3)    VALUE "NO".
           05  CTR-SCHED-DUE-WS        PIC 9(3)    VALUE ZERO.
           05  CTR-SCHED-APPLIED-WS    PIC 9(5)    VALUE ZERO.
           05  CTR-SCHED-DEFERRED-WS   PIC 9(5)    VALUE ZERO.
           05  SCHED-SUB-WS            PIC 9(3)    VALUE ZERO.
           05  SCHED-WIN-SUB-WS        PIC 9(3)    VALUE ZERO.
           05  SCHED-DUE-WS            OCCURS 200 TIMES.
               10  SCHED-TBL-KEY-WS.
                   15  SCHED-TBL-PART-WS   PIC 9(5).
                   15  SCHED-TBL-WHSE-WS   PIC X(3).
                   15  SCHED-TBL-DATE-WS   PIC 9(8).
               10  SCHED-TBL-PRICE-WS  PIC 9(4)V99.
               10  SCHED-TBL-OPER-WS   PIC X(8).
               10  SCHED-TBL-COUNT-WS  PIC 9(3).

       01  RETURN-TO-VENDOR-WS.
           05  RTV-REFUSAL-TEXT-WS     PIC X(25)   VALUE SPACES.

       01  JOURNAL-WS.
           05  JRNL-DATE-WS                PIC 9(8).
           05  JRNL-TIME-WS                PIC 9(8).
           05  JRNL-PRE-QTY-ON-HAND-WS     PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-QTY-RECEIVED-WS    PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-AMT-SHIPPED-WS     PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-PRICE-WS           PIC 9(4)V99 VALUE ZERO.
           05  JRNL-PRE-COST-WS            PIC 9(4)V99 VALUE ZERO.
           05  JRNL-PRE-QTY-ON-HOLD-WS     PIC 9(5)    VALUE ZERO.

       01  KIT-SHORTAGE-WS.
           05  KS-LINE-CTR-WS          PIC 9(2)    VALUE ZERO.
           05  KS-PAGE-CTR-WS          PIC 9(3)    VALUE ZERO.
           05  CTR-KS-DETAILS-WS       PIC 9(5)    VALUE ZERO.

       01  KIT-SHORTAGE-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE
                   "KIT BUILD SHORTAGE LISTING FOR ".
           05  KS-PAGE-DATE-OUT PIC 9(8).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  KS-PAGE-OUT     PIC ZZ9.

       01  KIT-SHORTAGE-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(5)    VALUE "KIT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE "WHSE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE "ACTION".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE "KITS".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE "REF".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE "PART".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE "  NEEDED".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE "   AVAIL".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(20)   VALUE "REASON".

       01  KIT-SHORTAGE-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  KS-KIT-OUT          PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-WHSE-OUT         PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  KS-ACTION-OUT       PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-KITS-OUT         PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-REF-OUT          PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-PART-OUT         PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-NEEDED-OUT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-AVAIL-OUT        PIC -------9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  KS-REASON-OUT       PIC X(20).

       01  KIT-SHORTAGE-SUMMARY-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "KIT BUILDS POSTED - ".
           05  KS-BUILT-OUT    PIC ZZZ9.
           05  FILLER          PIC X(14)   VALUE "   REFUSED - ".
           05  KS-REFUSED-OUT  PIC ZZZ9.
       
       COPY RE-ORDER-REPORT-WS.
       
       01  PRICE-HISTORY-WS.
           05  OLD-PRICE-WS                PIC 9(4)V99    VALUE ZERO.
           05  PRICE-CHANGE-DATE-WS        PIC 9(8)       VALUE ZERO.
           05  PRICE-CHANGE-NEW-WS         PIC 9(4)V99    VALUE ZERO.

       01  RECONCILIATION-WS.
           05  OPENING-TOTAL-VALUE-WS      PIC S9(9)V99    VALUE ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SUBTOTAL-VALUE-OUT      PIC $$$,$$$,$$9.99.

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-INVENTORY-REPORT.
      *    ==================================================
               STOP RUN
           END-IF.
           PERFORM 700-STAMP-UPDATE-STARTED.
           PERFORM 700-LOCK-SYSTEM-FOR-BATCH.
           PERFORM 200-INITIATE-INVENTORY-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CATEGORY-CODE
               INPUT PROCEDURE 800-BUILD-SORT-FILE
               OUTPUT PROCEDURE 800-PRINT-SORTED-DETAIL.
           PERFORM 700-CLEAR-CHECKPOINT.
           PERFORM 700-MARK-SCHEDULED-PRICES.
           PERFORM 700-POST-KIT-BUILDS.
           PERFORM 700-RELEASE-BACKORDERS.
           PERFORM 200-TERMINATE-INVENTORY-REPORT.
           PERFORM 700-PRINT-RECONCILIATION.
           PERFORM 700-WRITE-GL-EXTRACT.
           PERFORM 700-CLOSE-INVENTORY-FILES.
           PERFORM 700-STAMP-UPDATE-COMPLETE.
           PERFORM 700-RELEASE-SYSTEM-AFTER-BATCH.
           STOP RUN.

       700-CHECK-RUN-SEQUENCE.
           MOVE "C" TO RC-TBL-STATUS-WS (RC-MATCH-SUB-WS).
           PERFORM 700-SAVE-RUN-CONTROL.

       700-LOCK-SYSTEM-FOR-BATCH.
      *    THE ONLINE AND MAINTENANCE PROGRAMS ARE LOCKED OUT OF
      *    THE MASTER FROM HERE UNTIL THE RUN COMPLETES. A RUN
      *    THAT ABENDS LEAVES THE LOCKOUT ON UNTIL A RESTART
      *    COMPLETES, RECOVERY RUNS OR A SUPERVISOR CLEARS IT.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SA
               NOT AT END
                   MOVE SYSTEM-AVAILABILITY-RECORD
                       TO PRIOR-AVAILABILITY-WS.
           CLOSE SYSTEM-AVAILABILITY-FILE.
           MOVE "B" TO AVAIL-STATUS-SA.
           MOVE "NIGHTLY UPDATE IN PROGRESS" TO AVAIL-REASON-SA.
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
                    MOVE "NIGHTLY UPDATE COMPLETE" TO AVAIL-REASON-SA
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
      *    THE BATCH STEP AS THE OPERATOR. THE JOURNAL IS NOT
      *    OPEN AT EITHER END OF THE RUN, SO IT IS OPENED HERE.
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
           PERFORM 700-INITIALIZE-COUNTERS.
           PERFORM 700-LOAD-RUN-PARAMETERS.
           PERFORM 700-OBTAIN-REPORT-SCOPE.
           PERFORM 700-LOAD-SCHEDULED-PRICES.
           PERFORM 700-READ-INVENTORY-RECORD.
           PERFORM 700-READ-TRANSACTION-RECORD.
           PERFORM 700-RESUME-FROM-CHECKPOINT.
           IF CTR-PENDING-TRANSFERS-WS > ZERO
               PERFORM 700-APPLY-TRANSFERS-IN
           END-IF.
      *    A SCHEDULED PRICE CHANGE DUE TONIGHT TAKES EFFECT ON
      *    THE MASTER BEFORE ANY OF ITS TRANSACTIONS POST, THE
      *    SAME AS IF IT HAD BEEN THE FIRST TRANSACTION KEYED.
           IF EOF-FLAG-INV = "NO" AND CTR-SCHED-DUE-WS > ZERO
               PERFORM 700-APPLY-SCHEDULED-PRICE
           END-IF.
      *    A PART/WAREHOUSE CAN NOW CARRY SEVERAL TRANSACTIONS IN
      *    ONE NIGHT - ONE PICK-CONFIRMED SHIPMENT PER SALES ORDER
      *    - SO EVERY TRANSACTION ON THE KEY IS APPLIED BEFORE THE
      *    MASTER IS WRITTEN AND THE MERGE MOVES ON.
           IF  TRANSACTION-KEY-IN = PART-WHSE-KEY-IN
               THEN PERFORM 700-MODIFY-INVENTORY-RECORD
                    PERFORM 700-READ-TRANSACTION-RECORD
                    PERFORM 700-APPLY-SAME-KEY-TRANSACTION
                        UNTIL EOF-FLAG-TRANS = "YES"
                           OR TRANSACTION-KEY-IN NOT = PART-WHSE-KEY-IN
                    PERFORM 700-WRITE-INVENTORY-RECORD
                    PERFORM 200-PRODUCE-INVENTORY-REPORT
                    PERFORM 700-READ-INVENTORY-RECORD
           ELSE IF TRANSACTION-KEY-IN > PART-WHSE-KEY-IN
               THEN PERFORM 700-WRITE-INVENTORY-RECORD
           WRITE RE-ORDER-REPORT-OUT FROM END-OF-REPORT-LINE.
           MOVE CTR-REG-DETAILS-WS TO EOR-COUNT-OUT.
           WRITE TRANS-REGISTER-LINE FROM END-OF-REPORT-LINE.
           MOVE CTR-KITS-BUILT-WS TO KS-BUILT-OUT.
           MOVE CTR-KITS-REFUSED-WS TO KS-REFUSED-OUT.
           WRITE KIT-SHORTAGE-LINE FROM BLANK-LINE.
           WRITE KIT-SHORTAGE-LINE FROM KIT-SHORTAGE-SUMMARY-LINE.
           MOVE CTR-KS-DETAILS-WS TO EOR-COUNT-OUT.
           WRITE KIT-SHORTAGE-LINE FROM END-OF-REPORT-LINE.

       700-FORMAT-AND-WRITE-DETAIL.
           PERFORM 700-CHECK-INV-PAGE.
           OPEN I-O LOT-BALANCE-FILE.
           OPEN EXTEND LOT-MOVEMENT-OUT.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN EXTEND BILLING-FILE.
           OPEN INPUT BOM-FILE.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           OPEN EXTEND DEBIT-MEMO-FILE.
           OPEN I-O SCHED-PRICE-FILE.
           OPEN I-O CONSIGNMENT-FILE.
           OPEN EXTEND CONSIGNMENT-USAGE-FILE.

       700-OPEN-FRESH-OUTPUT-FILES.
      *    A STRAIGHT-THROUGH RUN, WITH NO CHECKPOINT CARRIED OVER
           WRITE TRANS-REGISTER-LINE FROM REGISTER-COLUMN-HEADER.
           MOVE 2 TO REG-LINE-CTR-WS.
           OPEN OUTPUT GL-EXTRACT-OUT.
           OPEN OUTPUT KIT-SHORTAGE-OUT.
           PERFORM 700-PRINT-SHORTAGE-HEADER.

       700-OPEN-RESTART-OUTPUT-FILES.
      *    A RESUMED RUN EXTENDS EVERY OUTPUT FILE INSTEAD OF
           WRITE TRANS-REGISTER-LINE FROM REGISTER-COLUMN-HEADER.
           MOVE 2 TO REG-LINE-CTR-WS.
           OPEN OUTPUT GL-EXTRACT-OUT.
           OPEN EXTEND KIT-SHORTAGE-OUT.
           PERFORM 700-PRINT-SHORTAGE-HEADER.

       700-PRINT-SHORTAGE-HEADER.
           MOVE RUN-DATE-WS TO KS-PAGE-DATE-OUT.
           MOVE 1 TO KS-PAGE-CTR-WS.
           MOVE 1 TO KS-PAGE-OUT.
           WRITE KIT-SHORTAGE-LINE FROM KIT-SHORTAGE-PAGE-LINE.
           WRITE KIT-SHORTAGE-LINE FROM KIT-SHORTAGE-COLUMN-HEADER.
           MOVE 2 TO KS-LINE-CTR-WS.

       700-LOAD-LAST-CHECKPOINT.
           OPEN INPUT RESTART-FILE.
           IF TRANSACTION-TYPE-IN = 1
               THEN PERFORM 700-APPLY-RECEIPT
           ELSE IF TRANSACTION-TYPE-IN = 2
               THEN PERFORM 700-RELIEVE-ORDER-ALLOCATION
                    COMPUTE AVAILABLE-STOCK-WS =
                       QTY-ON-HAND-IN + QTY-RECEIVED-IN - AMT-SHIPPED-IN
                           - ALLOCATED-QTY-IN
                    IF AVAILABLE-STOCK-WS < TRANSACTION-AMOUNT-IN
                        THEN PERFORM 700-DRAW-CONSIGNED-STOCK
                             PERFORM 700-SHIP-SHORT-AND-BACKORDER
                        ELSE ADD TRANSACTION-AMOUNT-IN TO AMT-SHIPPED-IN
                             ADD TRANSACTION-AMOUNT-IN TO YTD-SHIPPED-IN
                             MOVE TRANSACTION-EFF-DATE-IN
                                 TO LAST-SHIP-DATE-IN
                             PERFORM 700-RELIEVE-SHIPMENT-LOTS
                             PERFORM 700-BILL-TRANSACTION-SHIPMENT
                             PERFORM 700-ADD-GL-SHIPMENT
                             COMPUTE TRANS-VALUE-WS =
                                 TRANS-VALUE-WS * -1
           ELSE IF TRANSACTION-TYPE-IN = 4
               THEN ADD TRANSACTION-AMOUNT-IN TO QTY-ON-HAND-IN
                    PERFORM 700-ACCUMULATE-NET-MOVEMENT
           ELSE IF TRANSACTION-TYPE-IN = 5
               THEN PERFORM 700-QUEUE-KIT-BUILD
           ELSE IF TRANSACTION-TYPE-IN = 6
               THEN MOVE TRANSACTION-NEW-PRICE-IN
                        TO PRICE-CHANGE-NEW-WS
                    MOVE TRANSACTION-EFF-DATE-IN
                        TO PRICE-CHANGE-DATE-WS
                    PERFORM 700-APPLY-PRICE-CHANGE
           ELSE IF TRANSACTION-TYPE-IN = 7
               THEN PERFORM 700-APPLY-TRANSFER-OUT
           ELSE IF TRANSACTION-TYPE-IN = 8
               THEN PERFORM 700-APPLY-RETURN-TO-VENDOR
           ELSE
               PERFORM 700-WRITE-INVALID-TYPE-ERROR
           END-IF.
           IF REG-APPLIED-FLAG-WS = "YES"
               PERFORM 700-WRITE-REGISTER-LINE
           END-IF.

       700-APPLY-SAME-KEY-TRANSACTION.
           PERFORM 700-MODIFY-INVENTORY-RECORD.
           PERFORM 700-READ-TRANSACTION-RECORD.

       700-RELIEVE-ORDER-ALLOCATION.
      *    A SHIPMENT GENERATED BY PICK CONFIRMATION CARRIES ITS
      *    SALES ORDER NUMBER, AND ITS UNITS ARE ALREADY COUNTED
      *    IN THE ALLOCATED QUANTITY. THE ALLOCATION IS RELIEVED
      *    FIRST SO THE ORDER SHIPS AGAINST THE STOCK IT WAS
      *    PROMISED, WHILE A KEYPUNCHED SHIPMENT WITH NO ORDER
      *    BEHIND IT CAN ONLY TAKE WHAT NO ORDER HAS SPOKEN FOR.
           IF TRANSACTION-DOC-REF-IN > ZERO
               IF TRANSACTION-AMOUNT-IN < ALLOCATED-QTY-IN
                   THEN SUBTRACT TRANSACTION-AMOUNT-IN
                            FROM ALLOCATED-QTY-IN
                   ELSE MOVE ZERO TO ALLOCATED-QTY-IN
               END-IF
           END-IF.

       700-APPLY-RECEIPT.
      *    A PART FLAGGED FOR INSPECTION RECEIVES INTO THE HELD
      *    QUANTITY, NOT STOCK - NOTHING DOWNSTREAM CAN SHIP,
      *    TRANSFER OR RELEASE A BACKORDER AGAINST IT UNTIL THE
      *    INSPECTION DISPOSITION RELEASES IT.
           IF INSPECTION-REQD-IN = "Y"
               THEN PERFORM 700-APPLY-HELD-RECEIPT
               ELSE PERFORM 700-APPLY-STOCK-RECEIPT
           END-IF.

       700-APPLY-HELD-RECEIPT.
      *    THE VENDOR HAS DELIVERED, SO THE PO IS PAID DOWN AT
      *    ONCE, BUT THE UNITS ARE NOT STOCK YET - THEY CARRY NO
      *    VALUE INTO THE REPORT OR THE GL UNTIL RELEASED, AND
      *    THE AVERAGE COST WAITS FOR THE RELEASE TOO.
           ADD TRANSACTION-AMOUNT-IN TO QTY-ON-HOLD-IN.
           MOVE ZERO TO TRANS-VALUE-WS.
           PERFORM 700-MATCH-RECEIPT-TO-PO.
           PERFORM 700-POST-LOT-HELD-RECEIPT.

       700-APPLY-STOCK-RECEIPT.
      *    THE WEIGHTED-AVERAGE COST IS RECOMPUTED AT EVERY
      *    RECEIPT WHATEVER THE VALUATION BASIS, SO THE MASTER
      *    ALWAYS CARRIES A CURRENT AVERAGE. UNDER THE COST
      *    (CAPTURED AT THE OLD PRICE) NEVER RECONCILES AGAINST THE
      *    CLOSING VALUE (COMPUTED AT THE NEW PRICE).
           MOVE UNIT-PRICE-IN         TO OLD-PRICE-WS.
           MOVE PRICE-CHANGE-NEW-WS   TO UNIT-PRICE-IN.
      *    UNDER THE COST BASIS A SELLING-PRICE CHANGE DOES NOT
      *    REVALUE THE STOCK, SO NO MOVEMENT IS ACCUMULATED.
           IF PRICE-BASIS
           MOVE WAREHOUSE-CODE-IN     TO PRICE-HIST-WAREHOUSE-OUT.
           MOVE OLD-PRICE-WS          TO PRICE-HIST-OLD-PRICE-OUT.
           MOVE UNIT-PRICE-IN         TO PRICE-HIST-NEW-PRICE-OUT.
           MOVE PRICE-CHANGE-DATE-WS
               TO PRICE-HIST-EFFECTIVE-DATE-OUT.
           WRITE PRICE-HISTORY-RECORD-OUT.

       700-LOAD-SCHEDULED-PRICES.
      *    EVERY PENDING CHANGE EFFECTIVE ON OR BEFORE THE RUN
      *    DATE. A NIGHT WITH MORE DUE THAN THE TABLE HOLDS
      *    LEAVES THE REST PENDING FOR THE NEXT RUN.
           MOVE ZERO TO CTR-SCHED-DUE-WS.
           MOVE "NO" TO SCHED-EOF-FLAG-WS.
           MOVE LOW-VALUES TO SCHED-KEY-SP.
           START SCHED-PRICE-FILE
               KEY IS NOT LESS THAN SCHED-KEY-SP
               INVALID KEY MOVE "YES" TO SCHED-EOF-FLAG-WS
           END-START.
           PERFORM 700-LOAD-ONE-SCHEDULED-PRICE
               UNTIL SCHED-EOF-FLAG-WS = "YES".
           IF CTR-SCHED-DEFERRED-WS > ZERO
               DISPLAY CTR-SCHED-DEFERRED-WS " SCHEDULED PRICE "
                   "CHANGE(S) DUE BUT DEFERRED TO THE NEXT RUN"
           END-IF.

       700-LOAD-ONE-SCHEDULED-PRICE.
           READ SCHED-PRICE-FILE NEXT RECORD
               AT END MOVE "YES" TO SCHED-EOF-FLAG-WS
               NOT AT END
                   IF SCHED-PENDING
                           AND SCHED-EFF-DATE-SP <= RUN-DATE-WS
                       IF CTR-SCHED-DUE-WS < 200
                           THEN PERFORM 700-QUEUE-SCHEDULED-PRICE
                           ELSE ADD 1 TO CTR-SCHED-DEFERRED-WS
                       END-IF
                   END-IF
           END-READ.

       700-QUEUE-SCHEDULED-PRICE.
           ADD 1 TO CTR-SCHED-DUE-WS.
           MOVE CTR-SCHED-DUE-WS TO SCHED-SUB-WS.
           MOVE SCHED-KEY-SP
               TO SCHED-TBL-KEY-WS (SCHED-SUB-WS).
           MOVE SCHED-NEW-PRICE-SP
               TO SCHED-TBL-PRICE-WS (SCHED-SUB-WS).
           MOVE SCHED-ENTERED-BY-SP
               TO SCHED-TBL-OPER-WS (SCHED-SUB-WS).
           MOVE ZERO
               TO SCHED-TBL-COUNT-WS (SCHED-SUB-WS).

       700-APPLY-SCHEDULED-PRICE.
           MOVE ZERO TO SCHED-WIN-SUB-WS.
           PERFORM 700-PICK-SCHEDULED-PRICE
               VARYING SCHED-SUB-WS FROM 1 BY 1
               UNTIL SCHED-SUB-WS > CTR-SCHED-DUE-WS.
           IF SCHED-WIN-SUB-WS > ZERO
               MOVE QTY-ON-HAND-IN  TO JRNL-PRE-QTY-ON-HAND-WS
               MOVE QTY-RECEIVED-IN TO JRNL-PRE-QTY-RECEIVED-WS
               MOVE AMT-SHIPPED-IN  TO JRNL-PRE-AMT-SHIPPED-WS
               MOVE UNIT-PRICE-IN   TO JRNL-PRE-PRICE-WS
               MOVE UNIT-COST-IN    TO JRNL-PRE-COST-WS
               MOVE QTY-ON-HOLD-IN  TO JRNL-PRE-QTY-ON-HOLD-WS
               MOVE SCHED-TBL-PRICE-WS (SCHED-WIN-SUB-WS)
                   TO PRICE-CHANGE-NEW-WS
               MOVE SCHED-TBL-DATE-WS (SCHED-WIN-SUB-WS)
                   TO PRICE-CHANGE-DATE-WS
               PERFORM 700-APPLY-PRICE-CHANGE
               PERFORM 700-WRITE-SCHEDULED-JOURNAL
               ADD 1 TO SCHED-TBL-COUNT-WS (SCHED-WIN-SUB-WS)
               ADD 1 TO CTR-SCHED-APPLIED-WS
           END-IF.

       700-PICK-SCHEDULED-PRICE.
           IF SCHED-TBL-PART-WS (SCHED-SUB-WS) = PART-NUMBER-IN
                   AND (SCHED-TBL-WHSE-WS (SCHED-SUB-WS)
                           = WAREHOUSE-CODE-IN
                        OR SCHED-TBL-WHSE-WS (SCHED-SUB-WS) = "ALL")
               IF SCHED-WIN-SUB-WS = ZERO
                   THEN MOVE SCHED-SUB-WS TO SCHED-WIN-SUB-WS
               ELSE IF SCHED-TBL-DATE-WS (SCHED-SUB-WS)
                       > SCHED-TBL-DATE-WS (SCHED-WIN-SUB-WS)
                   THEN MOVE SCHED-SUB-WS TO SCHED-WIN-SUB-WS
               ELSE IF SCHED-TBL-DATE-WS (SCHED-SUB-WS)
                       = SCHED-TBL-DATE-WS (SCHED-WIN-SUB-WS)
                   AND SCHED-TBL-WHSE-WS (SCHED-SUB-WS) NOT = "ALL"
                   THEN MOVE SCHED-SUB-WS TO SCHED-WIN-SUB-WS
               END-IF
           END-IF.

       700-WRITE-SCHEDULED-JOURNAL.
      *    JOURNALLED AS A TYPE 6 UNDER THE OPERATOR WHO KEYED
      *    THE CHANGE, SO THE PRICE TRAIL SHOWS WHO SET IT, NOT
      *    THE NIGHT IT HAPPENED TO TAKE EFFECT.
           ACCEPT JRNL-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME-WS FROM TIME.
           MOVE PART-NUMBER-IN         TO JRNL-PART-NUM-OUT.
           MOVE WAREHOUSE-CODE-IN      TO JRNL-WAREHOUSE-OUT.
           MOVE 6                      TO JRNL-TRANS-TYPE-OUT.
           MOVE ZERO                   TO JRNL-TRANS-AMOUNT-OUT.
           MOVE JRNL-DATE-WS           TO JRNL-TIMESTAMP-OUT (1:8).
           MOVE JRNL-TIME-WS           TO JRNL-TIMESTAMP-OUT (9:6).
           MOVE JRNL-PRE-QTY-ON-HAND-WS   TO JRNL-PRE-QTY-ON-HAND-OUT.
           MOVE JRNL-PRE-QTY-RECEIVED-WS  TO JRNL-PRE-QTY-RECEIVED-OUT.
           MOVE JRNL-PRE-AMT-SHIPPED-WS   TO JRNL-PRE-AMT-SHIPPED-OUT.
           MOVE JRNL-PRE-PRICE-WS         TO JRNL-PRE-PRICE-OUT.
           MOVE JRNL-PRE-COST-WS          TO JRNL-PRE-COST-OUT.
           MOVE QTY-ON-HAND-IN         TO JRNL-POST-QTY-ON-HAND-OUT.
           MOVE QTY-RECEIVED-IN        TO JRNL-POST-QTY-RECEIVED-OUT.
           MOVE AMT-SHIPPED-IN         TO JRNL-POST-AMT-SHIPPED-OUT.
           MOVE UNIT-PRICE-IN          TO JRNL-POST-PRICE-OUT.
           MOVE UNIT-COST-IN           TO JRNL-POST-COST-OUT.
           MOVE JRNL-PRE-QTY-ON-HOLD-WS   TO JRNL-PRE-QTY-ON-HOLD-OUT.
           MOVE QTY-ON-HOLD-IN         TO JRNL-POST-QTY-ON-HOLD-OUT.
           MOVE SCHED-TBL-OPER-WS (SCHED-WIN-SUB-WS)
                                       TO JRNL-OPERATOR-OUT.
           MOVE ZERO                   TO JRNL-REFERENCE-OUT.
           PERFORM 700-STAMP-JOURNAL-SEQUENCE.
           WRITE JOURNAL-RECORD-OUT.

       700-MARK-SCHEDULED-PRICES.
      *    ONCE THE MERGE IS THROUGH, EVERY CHANGE LOADED FOR
      *    TONIGHT IS MARKED APPLIED WITH THE NUMBER OF MASTER
      *    RECORDS THAT TOOK IT, SO IT IS NEVER APPLIED TWICE.
           PERFORM 700-MARK-ONE-SCHEDULED-PRICE
               VARYING SCHED-SUB-WS FROM 1 BY 1
               UNTIL SCHED-SUB-WS > CTR-SCHED-DUE-WS.
           IF CTR-SCHED-DUE-WS > ZERO
               DISPLAY "SCHEDULED PRICE CHANGES APPLIED: "
                   CTR-SCHED-APPLIED-WS " RECORD(S) FROM "
                   CTR-SCHED-DUE-WS " CHANGE(S) DUE"
           END-IF.

       700-MARK-ONE-SCHEDULED-PRICE.
           MOVE SCHED-TBL-KEY-WS (SCHED-SUB-WS) TO SCHED-KEY-SP.
           READ SCHED-PRICE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "A"         TO SCHED-STATUS-SP
                   MOVE RUN-DATE-WS TO SCHED-APPLIED-DATE-SP
                   MOVE SCHED-TBL-COUNT-WS (SCHED-SUB-WS)
                       TO SCHED-APPLIED-COUNT-SP
                   REWRITE SCHED-PRICE-RECORD
           END-READ.

       700-APPLY-ADJUSTMENT.
           IF TRANSACTION-ADJUST-SIGN-IN = "-"
               THEN SUBTRACT TRANSACTION-AMOUNT-IN FROM QTY-ON-HAND-IN
      *    THE REVERSAL AT END OF FILE BACKS IT OUT, SO A
      *    TRANSFER NEVER LANDS ON ONE END ONLY.
           COMPUTE AVAILABLE-STOCK-WS =
               QTY-ON-HAND-IN + QTY-RECEIVED-IN - AMT-SHIPPED-IN
                   - ALLOCATED-QTY-IN.
           IF TRANSACTION-TO-WAREHOUSE-IN = WAREHOUSE-CODE-IN
               PERFORM 700-WRITE-TRANSFER-ERROR
           ELSE IF AVAILABLE-STOCK-WS < TRANSACTION-AMOUNT-IN
           WRITE ERROR-RECORD-OUT.
           MOVE "NO" TO REG-APPLIED-FLAG-WS.
           
       700-APPLY-RETURN-TO-VENDOR.
      *    DEFECTIVE GOODS GOING BACK TO THE VENDOR THEY CAME
      *    FROM. THE RETURN MUST NAME A PO FOR THIS PART FROM
      *    THIS VENDOR THAT RECEIVED AT LEAST THE UNITS GOING
      *    BACK, AND A LOT AT THIS WAREHOUSE THAT STILL HOLDS
      *    THEM. A RETURN THAT PASSES COMES OFF ON-HAND AND OFF
      *    THAT LOT, AND A DEBIT MEMO IS RAISED AT THE COST THE
      *    GOODS WERE RECEIVED AT.
           PERFORM 700-CHECK-RETURN-TO-VENDOR.
           IF RTV-REFUSAL-TEXT-WS NOT = SPACES
               THEN PERFORM 700-WRITE-RETURN-ERROR
               ELSE PERFORM 700-POST-RETURN-TO-VENDOR
           END-IF.

       700-CHECK-RETURN-TO-VENDOR.
           MOVE SPACES TO RTV-REFUSAL-TEXT-WS.
           MOVE TRANSACTION-DOC-REF-IN TO PO-NUMBER-PO.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "RETURN PO NOT ON FILE" TO RTV-REFUSAL-TEXT-WS
           END-READ.
           IF RTV-REFUSAL-TEXT-WS = SPACES
               IF PO-PART-NUMBER-PO NOT = TRANSACTION-PART-NUMBER-IN
                       OR PO-VENDOR-NUMBER-PO
                           NOT = TRANSACTION-VENDOR-IN
                   MOVE "RETURN PO/VENDOR MISMATCH"
                       TO RTV-REFUSAL-TEXT-WS
               ELSE IF PO-QTY-RECEIVED-PO < TRANSACTION-AMOUNT-IN
                   MOVE "RETURN OVER PO RECEIVED"
                       TO RTV-REFUSAL-TEXT-WS
               END-IF
           END-IF.
           IF RTV-REFUSAL-TEXT-WS = SPACES
               MOVE TRANSACTION-PART-NUMBER-IN TO LOT-PART-NUMBER-LB
               MOVE TRANSACTION-WAREHOUSE-IN   TO LOT-WAREHOUSE-LB
               MOVE TRANSACTION-LOT-IN         TO LOT-NUMBER-LB
               READ LOT-BALANCE-FILE
                   INVALID KEY
                       MOVE "RETURN LOT NOT ON FILE"
                           TO RTV-REFUSAL-TEXT-WS
                   NOT INVALID KEY
                       IF LOT-QTY-LB < TRANSACTION-AMOUNT-IN
                           MOVE "RETURN OVER LOT BALANCE"
                               TO RTV-REFUSAL-TEXT-WS
                       END-IF
               END-READ
           END-IF.
           IF RTV-REFUSAL-TEXT-WS = SPACES
               IF QTY-ON-HAND-IN < TRANSACTION-AMOUNT-IN
                   MOVE "INSUFFICIENT STOCK" TO RTV-REFUSAL-TEXT-WS
               END-IF
           END-IF.

       700-POST-RETURN-TO-VENDOR.
           SUBTRACT TRANSACTION-AMOUNT-IN FROM QTY-ON-HAND-IN.
           COMPUTE TRANS-VALUE-WS = TRANS-VALUE-WS * -1.
           PERFORM 700-ACCUMULATE-NET-MOVEMENT.
      *    THE NAMED LOT IS RELIEVED DIRECTLY - NOT OLDEST FIRST -
      *    BECAUSE IT IS THAT LOT THAT IS PHYSICALLY GOING BACK.
           MOVE TRANSACTION-PART-NUMBER-IN TO LOT-PART-NUMBER-LB.
           MOVE TRANSACTION-WAREHOUSE-IN   TO LOT-WAREHOUSE-LB.
           MOVE TRANSACTION-LOT-IN         TO LOT-NUMBER-LB.
           READ LOT-BALANCE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SUBTRACT TRANSACTION-AMOUNT-IN FROM LOT-QTY-LB
                   REWRITE LOT-BALANCE-RECORD
           END-READ.
           MOVE TRANSACTION-PART-NUMBER-IN TO LOTM-PART-NUMBER.
           MOVE TRANSACTION-WAREHOUSE-IN   TO LOTM-WAREHOUSE.
           MOVE TRANSACTION-LOT-IN         TO LOTM-LOT-NUMBER.
           MOVE TRANSACTION-EFF-DATE-IN    TO LOTM-DATE.
           MOVE 8                          TO LOTM-TRANS-TYPE.
           MOVE "O"                        TO LOTM-DIRECTION.
           MOVE TRANSACTION-AMOUNT-IN      TO LOTM-QTY.
           MOVE TRANSACTION-DOC-REF-IN (2:5) TO LOTM-REFERENCE.
           WRITE LOT-MOVEMENT-RECORD.
           MOVE TRANSACTION-DOC-REF-IN TO PO-NUMBER-PO.
           READ OPEN-PO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 700-WRITE-DEBIT-MEMO
                   IF TRANSACTION-REPLACE-FLAG-IN = "Y"
                       PERFORM 700-REOPEN-PO-FOR-REPLACEMENT
                   END-IF
           END-READ.

       700-REOPEN-PO-FOR-REPLACEMENT.
      *    A REPLACEMENT IS STILL DUE, SO THE RETURNED UNITS GO
      *    BACK ON THE PO AS UNRECEIVED AND A CLOSED PO REOPENS.
      *    THE DEBIT MEMO TAKES BACK WHAT WAS PAID FOR THEM, SO
      *    THEY COME OFF THE INVOICED QUANTITY TOO AND THE
      *    REPLACEMENT CAN BE INVOICED AND MATCHED AFRESH.
           SUBTRACT TRANSACTION-AMOUNT-IN FROM PO-QTY-RECEIVED-PO.
           IF PO-QTY-INVOICED-PO > TRANSACTION-AMOUNT-IN
               THEN SUBTRACT TRANSACTION-AMOUNT-IN
                        FROM PO-QTY-INVOICED-PO
               ELSE MOVE ZERO TO PO-QTY-INVOICED-PO
           END-IF.
           IF PO-CLOSED
               SET PO-OPEN TO TRUE
               MOVE ZERO TO PO-CLOSE-DATE-PO
           END-IF.
           REWRITE OPEN-PO-RECORD.

       700-WRITE-DEBIT-MEMO.
      *    PRICED AT THE PO'S AVERAGE RECEIVED COST. A PO THAT
      *    PREDATES THE RECEIVED-COST FIELD CARRIES ZERO THERE,
      *    AND FALLS BACK TO THE PART'S AVERAGE COST.
           MOVE TRANSACTION-VENDOR-IN      TO DM-VENDOR-NUMBER-DM.
           MOVE TRANSACTION-DOC-REF-IN     TO DM-PO-NUMBER-DM.
           MOVE TRANSACTION-PART-NUMBER-IN TO DM-PART-NUMBER-DM.
           MOVE TRANSACTION-WAREHOUSE-IN   TO DM-WAREHOUSE-DM.
           MOVE TRANSACTION-LOT-IN         TO DM-LOT-NUMBER-DM.
           MOVE TRANSACTION-AMOUNT-IN      TO DM-QTY-DM.
           IF PO-RECEIVED-COST-PO > ZERO
               THEN MOVE PO-RECEIVED-COST-PO TO DM-UNIT-COST-DM
               ELSE MOVE UNIT-COST-IN        TO DM-UNIT-COST-DM
           END-IF.
           COMPUTE DM-EXTENDED-AMT-DM ROUNDED =
               DM-QTY-DM * DM-UNIT-COST-DM.
           MOVE TRANSACTION-EFF-DATE-IN    TO DM-EFF-DATE-DM.
           MOVE TRANSACTION-REPLACE-FLAG-IN TO DM-REPLACE-FLAG-DM.
           WRITE DEBIT-MEMO-RECORD.

       700-WRITE-RETURN-ERROR.
           MOVE TRANSACTION-PART-NUMBER-IN TO ERROR-PART-NUMBER-OUT.
           MOVE TRANSACTION-WAREHOUSE-IN   TO ERROR-WAREHOUSE-OUT.
           MOVE TRANSACTION-TYPE-IN        TO ERROR-TRANS-TYPE-OUT.
           MOVE TRANSACTION-AMOUNT-IN      TO ERROR-TRANS-AMOUNT-OUT.
           SET REASON-RETURN-REFUSED       TO TRUE.
           MOVE RTV-REFUSAL-TEXT-WS        TO ERROR-REASON-TEXT-OUT.
           WRITE ERROR-RECORD-OUT.
           MOVE "NO" TO REG-APPLIED-FLAG-WS.

       700-WRITE-INVENTORY-RECORD.
           WRITE INVENTORY-RECORD-V2 FROM INVENTORY-RECORD-IN.

           MOVE TRANSACTION-AMOUNT-IN      TO REG-AMOUNT-OUT.
           IF TRANSACTION-TYPE-IN = 7
               THEN MOVE TRANSACTION-TRANSFER-REF-IN TO REG-REF-OUT
           ELSE IF TRANSACTION-TYPE-IN = 8
               THEN MOVE TRANSACTION-DOC-REF-IN (2:5) TO REG-REF-OUT
               ELSE MOVE SPACES TO REG-REF-OUT
           END-IF.
           MOVE REG-PRE-ON-HAND-WS  TO REG-OH-BEFORE-OUT.
           WRITE TRANS-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
           ADD 1 TO REG-LINE-CTR-WS.
           ADD 1 TO CTR-REG-DETAILS-WS.
           IF TRANSACTION-TYPE-IN >= 1 AND TRANSACTION-TYPE-IN <= 8
               ADD 1 TO REG-TYPE-COUNT-WS (TRANSACTION-TYPE-IN)
               ADD TRANSACTION-AMOUNT-IN
                   TO REG-TYPE-QTY-WS (TRANSACTION-TYPE-IN)
           WRITE TRANS-REGISTER-LINE FROM BLANK-LINE.
           PERFORM 700-PRINT-ONE-TYPE-TOTAL
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > 8.
           MOVE CTR-PRIOR-PERIOD-WS TO CTR-PRIOR-OUT.
           WRITE TRANS-REGISTER-LINE FROM PRIOR-PERIOD-TOTAL-LINE.

           READ BATCH-TOTALS-FILE
               AT END MOVE "YES" TO EOF-FLAG-BT
               NOT AT END
                   IF BT-TRANS-TYPE-IN >= 1 AND BT-TRANS-TYPE-IN <= 8
                       MOVE BT-COUNT-IN
                           TO EDIT-TYPE-COUNT-WS (BT-TRANS-TYPE-IN)
                       MOVE BT-QTY-IN
      *    TIE TO THE EDIT TOTALS GOES SHORT BY THE CAPTURED
      *    REMAINDER, THE SAME WAY IT WENT SHORT WHEN THE
      *    WHOLE SHIPMENT BOUNCED.
      *    CONSIGNED UNITS ALREADY DRAWN FOR THE SHORTFALL GO
      *    OUT WITH THE OWNED ONES AND ARE BILLED WITH THEM,
      *    BUT NEVER TOUCH THE MASTER, THE LOTS OR THE GL - THE
      *    STOCK WAS NEVER OURS. ONLY WHAT NEITHER COVERS IS
      *    BACKORDERED.
           IF AVAILABLE-STOCK-WS > ZERO
               THEN MOVE AVAILABLE-STOCK-WS TO SHIP-NOW-QTY-WS
               ELSE MOVE ZERO TO SHIP-NOW-QTY-WS
           END-IF.
           COMPUTE BACKORDER-QTY-WS =
               TRANSACTION-AMOUNT-IN - SHIP-NOW-QTY-WS
                   - CONSIGN-DRAWN-QTY-WS.
           IF BACKORDER-QTY-WS > ZERO
               PERFORM 700-WRITE-BACKORDER-RECORD
           END-IF.
           IF SHIP-NOW-QTY-WS > ZERO
               ADD SHIP-NOW-QTY-WS TO AMT-SHIPPED-IN
               ADD SHIP-NOW-QTY-WS TO YTD-SHIPPED-IN
               MOVE ZERO TO LOT-WORK-REF-WS
               MOVE "NO" TO TRANSFER-LOTS-FLAG-WS
               PERFORM 700-RELIEVE-LOTS
           END-IF.
           IF SHIP-NOW-QTY-WS > ZERO OR CONSIGN-DRAWN-QTY-WS > ZERO
               THEN COMPUTE TRANSACTION-AMOUNT-IN =
                        SHIP-NOW-QTY-WS + CONSIGN-DRAWN-QTY-WS
                    PERFORM 700-BILL-TRANSACTION-SHIPMENT
               ELSE MOVE "NO" TO REG-APPLIED-FLAG-WS
           END-IF.

       700-DRAW-CONSIGNED-STOCK.
      *    THE SHORTFALL THE OWNED STOCK LEAVES IS DRAWN FROM
      *    THE CONSIGNED STOCK AT THE PART AND WAREHOUSE, LOWEST
      *    VENDOR NUMBER FIRST, UNTIL IT IS COVERED OR THE
      *    CONSIGNED STOCK RUNS OUT.
           IF AVAILABLE-STOCK-WS > ZERO
               THEN COMPUTE CONSIGN-NEEDED-QTY-WS =
                        TRANSACTION-AMOUNT-IN - AVAILABLE-STOCK-WS
               ELSE MOVE TRANSACTION-AMOUNT-IN
                        TO CONSIGN-NEEDED-QTY-WS
           END-IF.
           MOVE ZERO TO CONSIGN-DRAWN-QTY-WS.
           MOVE "NO" TO CONSIGN-EOF-FLAG-WS.
           MOVE TRANSACTION-PART-NUMBER-IN TO CONS-PART-NUMBER-CS.
           MOVE TRANSACTION-WAREHOUSE-IN   TO CONS-WAREHOUSE-CS.
           MOVE ZERO                       TO CONS-VENDOR-NUMBER-CS.
           START CONSIGNMENT-FILE
               KEY IS NOT LESS THAN CONS-KEY-CS
               INVALID KEY MOVE "YES" TO CONSIGN-EOF-FLAG-WS
           END-START.
           PERFORM 700-DRAW-ONE-CONSIGNMENT
               UNTIL CONSIGN-EOF-FLAG-WS = "YES"
                   OR CONSIGN-NEEDED-QTY-WS = ZERO.

       700-DRAW-ONE-CONSIGNMENT.
           READ CONSIGNMENT-FILE NEXT RECORD
               AT END MOVE "YES" TO CONSIGN-EOF-FLAG-WS
               NOT AT END
                   IF CONS-PART-NUMBER-CS
                               NOT = TRANSACTION-PART-NUMBER-IN
                           OR CONS-WAREHOUSE-CS
                               NOT = TRANSACTION-WAREHOUSE-IN
                       MOVE "YES" TO CONSIGN-EOF-FLAG-WS
                   ELSE IF CONS-QTY-CS > ZERO
                       PERFORM 700-TAKE-CONSIGNMENT-SLICE
                   END-IF
           END-READ.

       700-TAKE-CONSIGNMENT-SLICE.
           IF CONS-QTY-CS >= CONSIGN-NEEDED-QTY-WS
               THEN MOVE CONSIGN-NEEDED-QTY-WS TO CONSIGN-SLICE-QTY-WS
               ELSE MOVE CONS-QTY-CS TO CONSIGN-SLICE-QTY-WS
           END-IF.
           SUBTRACT CONSIGN-SLICE-QTY-WS FROM CONS-QTY-CS.
           ADD CONSIGN-SLICE-QTY-WS TO CONS-TOTAL-USED-CS.
           REWRITE CONSIGNMENT-RECORD.
           SUBTRACT CONSIGN-SLICE-QTY-WS FROM CONSIGN-NEEDED-QTY-WS.
           ADD CONSIGN-SLICE-QTY-WS TO CONSIGN-DRAWN-QTY-WS.
           ADD 1 TO CTR-CONSIGN-DRAWS-WS.
           MOVE CONS-VENDOR-NUMBER-CS      TO CU-VENDOR-NUMBER-CU.
           MOVE TRANSACTION-PART-NUMBER-IN TO CU-PART-NUMBER-CU.
           MOVE TRANSACTION-WAREHOUSE-IN   TO CU-WAREHOUSE-CU.
           MOVE CONSIGN-SLICE-QTY-WS       TO CU-QTY-CU.
           MOVE TRANSACTION-EFF-DATE-IN    TO CU-USAGE-DATE-CU.
           MOVE "S"                        TO CU-SOURCE-CU.
           MOVE TRANSACTION-CUSTOMER-IN    TO CU-CUSTOMER-CU.
           MOVE TRANSACTION-DOC-REF-IN     TO CU-DOC-REF-CU.
           MOVE "NIGHTLY"                  TO CU-OPERATOR-CU.
           MOVE CONS-UNIT-COST-CS          TO CU-UNIT-COST-CU.
           WRITE CONSIGNMENT-USAGE-RECORD.

       700-WRITE-BACKORDER-RECORD.
      *    A NUMBER COLLISION MEANS AN ABENDED RUN ALREADY
               NOT INVALID KEY
                   COMPUTE BO-AVAILABLE-WS =
                       QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2
                   IF BO-AVAILABLE-WS >= BO-QTY-BO
                       PERFORM 700-POST-BACKORDER-SHIPMENT
                   END-IF
           MOVE BO-NUMBER-BO (2:5) TO LOT-WORK-REF-WS.
           MOVE "NO"               TO TRANSFER-LOTS-FLAG-WS.
           PERFORM 700-RELIEVE-LOTS.
           MOVE BO-CUSTOMER-BO     TO BILL-CUSTOMER-BL.
           MOVE BO-PART-NUMBER-BO  TO BILL-PART-NUMBER-BL.
           MOVE BO-WAREHOUSE-BO    TO BILL-WAREHOUSE-BL.
           MOVE BO-QTY-BO          TO BILL-QTY-BL.
           MOVE UNIT-PRICE-V2      TO BILL-UNIT-PRICE-BL.
           MOVE RUN-DATE-WS        TO BILL-EFF-DATE-BL.
           MOVE "B"                TO BILL-SOURCE-BL.
           MOVE BO-NUMBER-BO       TO BILL-DOC-REF-BL.
           PERFORM 700-WRITE-BILLING-RECORD.

       700-BILL-TRANSACTION-SHIPMENT.
      *    CALLED ONCE THE SHIPMENT HAS POSTED, WITH THE
      *    TRANSACTION AMOUNT ALREADY CUT DOWN TO WHAT ACTUALLY
      *    WENT OUT ON A SHORT SHIPMENT - THE BACKORDERED
      *    REMAINDER IS BILLED THE NIGHT IT IS RELEASED.
           MOVE TRANSACTION-CUSTOMER-IN    TO BILL-CUSTOMER-BL.
           MOVE TRANSACTION-PART-NUMBER-IN TO BILL-PART-NUMBER-BL.
           MOVE TRANSACTION-WAREHOUSE-IN   TO BILL-WAREHOUSE-BL.
           MOVE TRANSACTION-AMOUNT-IN      TO BILL-QTY-BL.
           MOVE UNIT-PRICE-IN              TO BILL-UNIT-PRICE-BL.
           MOVE TRANSACTION-EFF-DATE-IN    TO BILL-EFF-DATE-BL.
           MOVE "S"                        TO BILL-SOURCE-BL.
           MOVE TRANSACTION-DOC-REF-IN     TO BILL-DOC-REF-BL.
           PERFORM 700-WRITE-BILLING-RECORD.

       700-WRITE-BILLING-RECORD.
           COMPUTE BILL-EXTENDED-AMT-BL ROUNDED =
               BILL-QTY-BL * BILL-UNIT-PRICE-BL.
           WRITE BILLING-RECORD.

       700-LOAD-BO-CONTROL.
      *    THE CONTROL FILE CARRIES THE NEXT BACKORDER NUMBER
           WRITE ERROR-RECORD-OUT.
           MOVE "NO" TO REG-APPLIED-FLAG-WS.

       700-QUEUE-KIT-BUILD.
      *    A KIT BUILD TOUCHES THE KIT AND EVERY ONE OF ITS
      *    COMPONENTS, AND THE COMPONENTS SIT AT OTHER KEYS -
      *    SOME ALREADY WRITTEN TO THE INDEXED MASTER, SOME
      *    STILL AHEAD OF THE MERGE. THE BUILD IS QUEUED HERE
      *    AND POSTED WHOLE ONCE THE MERGE HAS FINISHED, SO ITS
      *    REGISTER LINES ARE WRITTEN THEN, NOT NOW.
           MOVE "NO" TO REG-APPLIED-FLAG-WS.
           IF CTR-QUEUED-BUILDS-WS >= 50
               THEN MOVE TRANSACTION-PART-NUMBER-IN
                        TO ERROR-PART-NUMBER-OUT
                    MOVE TRANSACTION-WAREHOUSE-IN
                        TO ERROR-WAREHOUSE-OUT
                    MOVE TRANSACTION-TYPE-IN  TO ERROR-TRANS-TYPE-OUT
                    MOVE TRANSACTION-AMOUNT-IN
                        TO ERROR-TRANS-AMOUNT-OUT
                    SET REASON-KIT-BUILD-REFUSED TO TRUE
                    MOVE "KIT BUILD QUEUE FULL" TO ERROR-REASON-TEXT-OUT
                    WRITE ERROR-RECORD-OUT
                    ADD 1 TO CTR-KITS-REFUSED-WS
               ELSE ADD 1 TO CTR-QUEUED-BUILDS-WS
                    MOVE CTR-QUEUED-BUILDS-WS TO BUILD-SUB-WS
                    MOVE TRANSACTION-PART-NUMBER-IN
                        TO BUILD-KIT-PART-WS (BUILD-SUB-WS)
                    MOVE TRANSACTION-WAREHOUSE-IN
                        TO BUILD-WHSE-WS (BUILD-SUB-WS)
                    MOVE TRANSACTION-ADJUST-SIGN-IN
                        TO BUILD-SIGN-WS (BUILD-SUB-WS)
                    MOVE TRANSACTION-AMOUNT-IN
                        TO BUILD-QTY-WS (BUILD-SUB-WS)
                    MOVE TRANSACTION-TRANSFER-REF-IN
                        TO BUILD-REF-WS (BUILD-SUB-WS)
                    MOVE TRANSACTION-EFF-DATE-IN
                        TO BUILD-EFF-DATE-WS (BUILD-SUB-WS)
           END-IF.

       700-POST-KIT-BUILDS.
      *    QUEUED BUILDS POST IN THE ORDER THEY WERE KEYED. A
      *    BUILD IS ALL OR NOTHING - EVERY COMPONENT IS CHECKED
      *    BEFORE ANY OF THEM IS RELIEVED, AND A BUILD THAT
      *    CANNOT BE COVERED IS REFUSED WHOLE, WITH THE
      *    COMPONENTS THAT STOPPED IT ON THE SHORTAGE LISTING.
           PERFORM 700-POST-ONE-KIT-BUILD
               VARYING BUILD-SUB-WS FROM 1 BY 1
               UNTIL BUILD-SUB-WS > CTR-QUEUED-BUILDS-WS.

       700-POST-ONE-KIT-BUILD.
           MOVE "NO" TO KIT-SHORT-FLAG-WS.
           MOVE ZERO TO CTR-KIT-COMPONENTS-WS.
           IF BUILD-SIGN-WS (BUILD-SUB-WS) = "-"
               PERFORM 700-CHECK-UNBUILD-KIT
           END-IF.
           PERFORM 700-START-KIT-BOM.
           PERFORM 700-CHECK-ONE-COMPONENT
               UNTIL BOM-EOF-FLAG-WS = "YES".
           IF CTR-KIT-COMPONENTS-WS = ZERO
               MOVE ZERO TO KS-PART-OUT
               MOVE ZERO TO KS-NEEDED-OUT
               MOVE ZERO TO KS-AVAIL-OUT
               MOVE "NO BILL OF MATERIALS" TO KS-REASON-OUT
               PERFORM 700-WRITE-SHORTAGE-LINE
           END-IF.
           IF KIT-SHORT-FLAG-WS = "YES"
               THEN PERFORM 700-WRITE-KIT-BUILD-ERROR
           ELSE IF BUILD-SIGN-WS (BUILD-SUB-WS) = "+"
               THEN PERFORM 700-POST-KIT-BUILD
               ELSE PERFORM 700-POST-KIT-UNBUILD
           END-IF.

       700-START-KIT-BOM.
           MOVE "NO" TO BOM-EOF-FLAG-WS.
           MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS) TO BOM-KIT-PART-BM.
           MOVE ZERO TO BOM-COMPONENT-PART-BM.
           START BOM-FILE
               KEY IS GREATER THAN BOM-KEY-BM
               INVALID KEY MOVE "YES" TO BOM-EOF-FLAG-WS
           END-START.
           PERFORM 700-READ-NEXT-BOM-LINE.

       700-READ-NEXT-BOM-LINE.
           IF BOM-EOF-FLAG-WS = "NO"
               READ BOM-FILE NEXT RECORD
                   AT END MOVE "YES" TO BOM-EOF-FLAG-WS
                   NOT AT END
                       IF BOM-KIT-PART-BM
                               NOT = BUILD-KIT-PART-WS (BUILD-SUB-WS)
                           MOVE "YES" TO BOM-EOF-FLAG-WS
                       ELSE
                           COMPUTE KIT-MOVE-QTY-WS = BOM-QTY-PER-BM
                               * BUILD-QTY-WS (BUILD-SUB-WS)
                       END-IF
               END-READ
           END-IF.

       700-CHECK-ONE-COMPONENT.
      *    A BUILD NEEDS EVERY COMPONENT ON FILE AT THE BUILDING
      *    WAREHOUSE WITH ENOUGH AVAILABLE AND ON-HAND STOCK TO
      *    COVER THE QUANTITY PER KIT TIMES THE KITS BUILT. AN
      *    UNBUILD ONLY NEEDS EACH COMPONENT ON FILE TO TAKE
      *    ITS UNITS BACK.
           ADD 1 TO CTR-KIT-COMPONENTS-WS.
           MOVE BOM-COMPONENT-PART-BM TO PART-NUMBER-V2.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY
                   MOVE BOM-COMPONENT-PART-BM TO KS-PART-OUT
                   MOVE KIT-MOVE-QTY-WS TO KS-NEEDED-OUT
                   MOVE ZERO TO KS-AVAIL-OUT
                   MOVE "NOT AT WAREHOUSE" TO KS-REASON-OUT
                   PERFORM 700-WRITE-SHORTAGE-LINE
               NOT INVALID KEY
                   COMPUTE KIT-AVAILABLE-WS =
                       QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2
                   IF BUILD-SIGN-WS (BUILD-SUB-WS) = "+"
                       THEN IF KIT-AVAILABLE-WS < KIT-MOVE-QTY-WS
                                   OR QTY-ON-HAND-V2 < KIT-MOVE-QTY-WS
                                MOVE BOM-COMPONENT-PART-BM
                                    TO KS-PART-OUT
                                MOVE KIT-MOVE-QTY-WS TO KS-NEEDED-OUT
                                MOVE KIT-AVAILABLE-WS TO KS-AVAIL-OUT
                                MOVE "COMPONENT SHORT" TO KS-REASON-OUT
                                PERFORM 700-WRITE-SHORTAGE-LINE
                            END-IF
                       ELSE IF QTY-ON-HAND-V2 + KIT-MOVE-QTY-WS
                                   > 99999
                                MOVE BOM-COMPONENT-PART-BM
                                    TO KS-PART-OUT
                                MOVE KIT-MOVE-QTY-WS TO KS-NEEDED-OUT
                                MOVE KIT-AVAILABLE-WS TO KS-AVAIL-OUT
                                MOVE "ON HAND WOULD OVERFLOW"
                                    TO KS-REASON-OUT
                                PERFORM 700-WRITE-SHORTAGE-LINE
                            END-IF
                   END-IF
           END-READ.
           PERFORM 700-READ-NEXT-BOM-LINE.

       700-CHECK-UNBUILD-KIT.
      *    AN UNBUILD TAKES THE KITS THEMSELVES OUT OF STOCK, SO
      *    THE KIT RECORD MUST COVER THEM THE SAME WAY A
      *    COMPONENT MUST COVER A BUILD.
           MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS) TO PART-NUMBER-V2.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO WAREHOUSE-CODE-V2.
           MOVE BUILD-QTY-WS (BUILD-SUB-WS) TO KIT-MOVE-QTY-WS.
           READ INVENT-FILE-V2
               INVALID KEY
                   MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS)
                       TO KS-PART-OUT
                   MOVE KIT-MOVE-QTY-WS TO KS-NEEDED-OUT
                   MOVE ZERO TO KS-AVAIL-OUT
                   MOVE "NOT AT WAREHOUSE" TO KS-REASON-OUT
                   PERFORM 700-WRITE-SHORTAGE-LINE
               NOT INVALID KEY
                   COMPUTE KIT-AVAILABLE-WS =
                       QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2
                   IF KIT-AVAILABLE-WS < KIT-MOVE-QTY-WS
                           OR QTY-ON-HAND-V2 < KIT-MOVE-QTY-WS
                       MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS)
                           TO KS-PART-OUT
                       MOVE KIT-MOVE-QTY-WS TO KS-NEEDED-OUT
                       MOVE KIT-AVAILABLE-WS TO KS-AVAIL-OUT
                       MOVE "KITS SHORT" TO KS-REASON-OUT
                       PERFORM 700-WRITE-SHORTAGE-LINE
                   END-IF
           END-READ.

       700-WRITE-SHORTAGE-LINE.
           MOVE "YES" TO KIT-SHORT-FLAG-WS.
           IF KS-LINE-CTR-WS >= LINES-PER-PAGE-WS
               ADD 1 TO KS-PAGE-CTR-WS
               MOVE KS-PAGE-CTR-WS TO KS-PAGE-OUT
               WRITE KIT-SHORTAGE-LINE FROM BLANK-LINE
               WRITE KIT-SHORTAGE-LINE FROM KIT-SHORTAGE-PAGE-LINE
               WRITE KIT-SHORTAGE-LINE
                   FROM KIT-SHORTAGE-COLUMN-HEADER
               MOVE 3 TO KS-LINE-CTR-WS
           END-IF.
           MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS) TO KS-KIT-OUT.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS)     TO KS-WHSE-OUT.
           IF BUILD-SIGN-WS (BUILD-SUB-WS) = "+"
               THEN MOVE "BUILD"  TO KS-ACTION-OUT
               ELSE MOVE "UNBLD" TO KS-ACTION-OUT
           END-IF.
           MOVE BUILD-QTY-WS (BUILD-SUB-WS)      TO KS-KITS-OUT.
           MOVE BUILD-REF-WS (BUILD-SUB-WS)      TO KS-REF-OUT.
           WRITE KIT-SHORTAGE-LINE FROM KIT-SHORTAGE-DETAIL-LINE.
           ADD 1 TO KS-LINE-CTR-WS.
           ADD 1 TO CTR-KS-DETAILS-WS.

       700-WRITE-KIT-BUILD-ERROR.
           MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS)
               TO ERROR-PART-NUMBER-OUT.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO ERROR-WAREHOUSE-OUT.
           MOVE 5 TO ERROR-TRANS-TYPE-OUT.
           MOVE BUILD-QTY-WS (BUILD-SUB-WS) TO ERROR-TRANS-AMOUNT-OUT.
           SET REASON-KIT-BUILD-REFUSED TO TRUE.
           MOVE "KIT BUILD REFUSED" TO ERROR-REASON-TEXT-OUT.
           WRITE ERROR-RECORD-OUT.
           ADD 1 TO CTR-KITS-REFUSED-WS.

       700-POST-KIT-BUILD.
      *    EACH COMPONENT IS RELIEVED AT THE BUILDING WAREHOUSE,
      *    OLDEST LOT FIRST, AND ITS VALUE AT ITS OWN AVERAGE
      *    COST IS GATHERED. THE KITS THEN GO INTO STOCK, THE
      *    GATHERED VALUE BLENDED INTO THE KIT'S AVERAGE COST
      *    THE SAME WAY A RECEIPT'S COST IS.
           MOVE ZERO TO KIT-COMPONENT-VALUE-WS.
           MOVE "NO" TO KIT-COUNTED-FLAG-WS.
           PERFORM 700-START-KIT-BOM.
           PERFORM 700-CONSUME-ONE-COMPONENT
               UNTIL BOM-EOF-FLAG-WS = "YES".
           MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS) TO PART-NUMBER-V2.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO WAREHOUSE-CODE-V2.
           MOVE BUILD-QTY-WS (BUILD-SUB-WS) TO KIT-MOVE-QTY-WS.
           READ INVENT-FILE-V2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 700-SAVE-KIT-PRE-IMAGES
                   COMPUTE OLD-STOCK-WS = QTY-ON-HAND-V2
                       + QTY-RECEIVED-V2 - AMT-SHIPPED-V2
                   IF OLD-STOCK-WS <= ZERO
                       THEN COMPUTE UNIT-COST-V2 ROUNDED =
                               KIT-COMPONENT-VALUE-WS
                                   / KIT-MOVE-QTY-WS
                       ELSE COMPUTE OLD-COST-VALUE-WS ROUNDED =
                               OLD-STOCK-WS * UNIT-COST-V2
                            COMPUTE UNIT-COST-V2 ROUNDED =
                               (OLD-COST-VALUE-WS
                                   + KIT-COMPONENT-VALUE-WS)
                               / (OLD-STOCK-WS + KIT-MOVE-QTY-WS)
                   END-IF
                   ADD KIT-MOVE-QTY-WS TO QTY-ON-HAND-V2
                   MOVE BUILD-EFF-DATE-WS (BUILD-SUB-WS)
                       TO LAST-RECEIPT-DATE-V2
                   REWRITE INVENTORY-RECORD-V2
                   PERFORM 700-COMPENSATE-KIT-VALUE
                   MOVE "YES" TO KIT-COUNTED-FLAG-WS
                   PERFORM 700-WRITE-KIT-REGISTER-LINE
                   PERFORM 700-WRITE-KIT-JOURNAL
                   MOVE "KIT" TO KIT-LOT-PREFIX-WS
                   PERFORM 700-POST-KIT-LOT-IN
           END-READ.
           ADD 1 TO CTR-KITS-BUILT-WS.

       700-CONSUME-ONE-COMPONENT.
           MOVE BOM-COMPONENT-PART-BM TO PART-NUMBER-V2.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 700-SAVE-KIT-PRE-IMAGES
                   COMPUTE KIT-COMPONENT-VALUE-WS ROUNDED =
                       KIT-COMPONENT-VALUE-WS
                           + KIT-MOVE-QTY-WS * UNIT-COST-V2
                   SUBTRACT KIT-MOVE-QTY-WS FROM QTY-ON-HAND-V2
                   MOVE BUILD-EFF-DATE-WS (BUILD-SUB-WS)
                       TO LAST-SHIP-DATE-V2
                   REWRITE INVENTORY-RECORD-V2
                   PERFORM 700-COMPENSATE-KIT-VALUE
                   PERFORM 700-WRITE-KIT-REGISTER-LINE
                   PERFORM 700-WRITE-KIT-JOURNAL
                   PERFORM 700-RELIEVE-KIT-LOTS
           END-READ.
           PERFORM 700-READ-NEXT-BOM-LINE.

       700-POST-KIT-UNBUILD.
      *    AN UNBUILD BREAKS KITS BACK DOWN - THE KITS COME OUT
      *    OF STOCK AND EACH COMPONENT GOES BACK IN AT ITS OWN
      *    AVERAGE COST, WHICH THE RETURN LEAVES UNCHANGED.
           MOVE "YES" TO KIT-COUNTED-FLAG-WS.
           MOVE BUILD-KIT-PART-WS (BUILD-SUB-WS) TO PART-NUMBER-V2.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO WAREHOUSE-CODE-V2.
           MOVE BUILD-QTY-WS (BUILD-SUB-WS) TO KIT-MOVE-QTY-WS.
           READ INVENT-FILE-V2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 700-SAVE-KIT-PRE-IMAGES
                   SUBTRACT KIT-MOVE-QTY-WS FROM QTY-ON-HAND-V2
                   MOVE BUILD-EFF-DATE-WS (BUILD-SUB-WS)
                       TO LAST-SHIP-DATE-V2
                   REWRITE INVENTORY-RECORD-V2
                   PERFORM 700-COMPENSATE-KIT-VALUE
                   PERFORM 700-WRITE-KIT-REGISTER-LINE
                   PERFORM 700-WRITE-KIT-JOURNAL
                   PERFORM 700-RELIEVE-KIT-LOTS
           END-READ.
           MOVE "NO" TO KIT-COUNTED-FLAG-WS.
           PERFORM 700-START-KIT-BOM.
           PERFORM 700-RETURN-ONE-COMPONENT
               UNTIL BOM-EOF-FLAG-WS = "YES".
           ADD 1 TO CTR-KITS-BUILT-WS.

       700-RETURN-ONE-COMPONENT.
           MOVE BOM-COMPONENT-PART-BM TO PART-NUMBER-V2.
           MOVE BUILD-WHSE-WS (BUILD-SUB-WS) TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 700-SAVE-KIT-PRE-IMAGES
                   ADD KIT-MOVE-QTY-WS TO QTY-ON-HAND-V2
                   MOVE BUILD-EFF-DATE-WS (BUILD-SUB-WS)
                       TO LAST-RECEIPT-DATE-V2
                   REWRITE INVENTORY-RECORD-V2
                   PERFORM 700-COMPENSATE-KIT-VALUE
                   PERFORM 700-WRITE-KIT-REGISTER-LINE
                   PERFORM 700-WRITE-KIT-JOURNAL
                   MOVE "UNB" TO KIT-LOT-PREFIX-WS
                   PERFORM 700-POST-KIT-LOT-IN
           END-READ.
           PERFORM 700-READ-NEXT-BOM-LINE.

       700-SAVE-KIT-PRE-IMAGES.
           MOVE QTY-ON-HAND-V2  TO JRNL-PRE-QTY-ON-HAND-WS.
           MOVE QTY-RECEIVED-V2 TO JRNL-PRE-QTY-RECEIVED-WS.
           MOVE AMT-SHIPPED-V2  TO JRNL-PRE-AMT-SHIPPED-WS.
           MOVE UNIT-PRICE-V2   TO JRNL-PRE-PRICE-WS.
           MOVE UNIT-COST-V2    TO JRNL-PRE-COST-WS.
           MOVE QTY-ON-HOLD-V2  TO JRNL-PRE-QTY-ON-HOLD-WS.
           PERFORM 700-VALUE-KIT-RECORD.
           MOVE KIT-POST-VALUE-WS TO KIT-PRE-VALUE-WS.

       700-VALUE-KIT-RECORD.
           IF COST-BASIS
               THEN COMPUTE KIT-POST-VALUE-WS ROUNDED =
                       (QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2) * UNIT-COST-V2
               ELSE COMPUTE KIT-POST-VALUE-WS ROUNDED =
                       (QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                           - AMT-SHIPPED-V2) * UNIT-PRICE-V2
           END-IF.

       700-COMPENSATE-KIT-VALUE.
      *    THE RECORD'S DETAIL LINE AND CLOSING VALUE WERE
      *    TAKEN DURING THE MERGE, SO THE CHANGE IN ITS VALUE
      *    IS CARRIED INTO THE MOVEMENT AND CLOSING TOTALS THE
      *    SAME WAY A BACKORDER RELEASE CARRIES ITS SHIPMENT.
      *    A BUILD IS NOT A RECEIPT OR A SHIPMENT, SO THE GL
      *    RECEIPT AND SHIPMENT COLUMNS ARE LEFT ALONE.
           PERFORM 700-VALUE-KIT-RECORD.
           COMPUTE TRANS-VALUE-WS =
               KIT-POST-VALUE-WS - KIT-PRE-VALUE-WS.
           IF REPORT-SCOPE-CONSOLIDATED
                   OR WAREHOUSE-CODE-V2 = REPORT-WAREHOUSE-FILTER-WS
               MOVE CATEGORY-CODE-V2 TO GL-WORK-CATEGORY-WS
               PERFORM 700-FIND-GL-ENTRY
               ADD TRANS-VALUE-WS TO NET-MOVEMENT-VALUE-WS
               ADD TRANS-VALUE-WS TO INV-TOTAL-VALUE-WS
               ADD TRANS-VALUE-WS
                   TO GL-CAT-CLOSING-WS (GL-MATCH-SUB-WS)
           END-IF.

       700-WRITE-KIT-REGISTER-LINE.
      *    BOTH SIDES OF A BUILD GO ON THE REGISTER UNDER THE
      *    BUILD REFERENCE. ONLY THE KIT'S OWN LINE IS ADDED TO
      *    THE TYPE TOTALS - IT IS THE ONE THE EDIT RUN COUNTED.
           PERFORM 700-CHECK-REG-PAGE.
           MOVE PART-NUMBER-V2              TO REG-PART-OUT.
           MOVE WAREHOUSE-CODE-V2           TO REG-WHSE-OUT.
           MOVE 5                           TO REG-TYPE-OUT.
           MOVE KIT-MOVE-QTY-WS             TO REG-AMOUNT-OUT.
           MOVE BUILD-REF-WS (BUILD-SUB-WS) TO REG-REF-OUT.
           MOVE JRNL-PRE-QTY-ON-HAND-WS     TO REG-OH-BEFORE-OUT.
           MOVE QTY-ON-HAND-V2              TO REG-OH-AFTER-OUT.
           MOVE QTY-RECEIVED-V2             TO REG-RC-BEFORE-OUT.
           MOVE QTY-RECEIVED-V2             TO REG-RC-AFTER-OUT.
           MOVE AMT-SHIPPED-V2              TO REG-SH-BEFORE-OUT.
           MOVE AMT-SHIPPED-V2              TO REG-SH-AFTER-OUT.
           MOVE SPACES TO REG-PRIOR-OUT.
           IF KIT-COUNTED-FLAG-WS = "YES"
               COMPUTE EFF-PERIOD-WS =
                   BUILD-EFF-DATE-WS (BUILD-SUB-WS) / 100
               IF EFF-PERIOD-WS < RUN-PERIOD-WS
                   MOVE "PRIOR" TO REG-PRIOR-OUT
                   ADD 1 TO CTR-PRIOR-PERIOD-WS
               END-IF
               ADD 1 TO REG-TYPE-COUNT-WS (5)
               ADD KIT-MOVE-QTY-WS TO REG-TYPE-QTY-WS (5)
           END-IF.
           WRITE TRANS-REGISTER-LINE FROM REGISTER-DETAIL-LINE.
           ADD 1 TO REG-LINE-CTR-WS.
           ADD 1 TO CTR-REG-DETAILS-WS.

       700-WRITE-KIT-JOURNAL.
      *    EACH SIDE OF A BUILD IS JOURNALLED AS A TYPE 5 WITH
      *    ITS PRE AND POST IMAGES UNDER THE BUILD REFERENCE,
      *    SO RECOVERY REAPPLIES IT LIKE ANY QUANTITY POSTING.
           ACCEPT JRNL-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRNL-TIME-WS FROM TIME.
           MOVE PART-NUMBER-V2         TO JRNL-PART-NUM-OUT.
           MOVE WAREHOUSE-CODE-V2      TO JRNL-WAREHOUSE-OUT.
           MOVE 5                      TO JRNL-TRANS-TYPE-OUT.
           MOVE KIT-MOVE-QTY-WS        TO JRNL-TRANS-AMOUNT-OUT.
           MOVE JRNL-DATE-WS           TO JRNL-TIMESTAMP-OUT (1:8).
           MOVE JRNL-TIME-WS           TO JRNL-TIMESTAMP-OUT (9:6).
           MOVE JRNL-PRE-QTY-ON-HAND-WS   TO JRNL-PRE-QTY-ON-HAND-OUT.
           MOVE JRNL-PRE-QTY-RECEIVED-WS  TO JRNL-PRE-QTY-RECEIVED-OUT.
           MOVE JRNL-PRE-AMT-SHIPPED-WS   TO JRNL-PRE-AMT-SHIPPED-OUT.
           MOVE JRNL-PRE-PRICE-WS         TO JRNL-PRE-PRICE-OUT.
           MOVE JRNL-PRE-COST-WS          TO JRNL-PRE-COST-OUT.
           MOVE QTY-ON-HAND-V2         TO JRNL-POST-QTY-ON-HAND-OUT.
           MOVE QTY-RECEIVED-V2        TO JRNL-POST-QTY-RECEIVED-OUT.
           MOVE AMT-SHIPPED-V2         TO JRNL-POST-AMT-SHIPPED-OUT.
           MOVE UNIT-PRICE-V2          TO JRNL-POST-PRICE-OUT.
           MOVE UNIT-COST-V2           TO JRNL-POST-COST-OUT.
           MOVE JRNL-PRE-QTY-ON-HOLD-WS   TO JRNL-PRE-QTY-ON-HOLD-OUT.
           MOVE QTY-ON-HOLD-V2         TO JRNL-POST-QTY-ON-HOLD-OUT.
           MOVE "NIGHTLY"              TO JRNL-OPERATOR-OUT.
           MOVE BUILD-REF-WS (BUILD-SUB-WS) TO JRNL-REFERENCE-OUT.
           PERFORM 700-STAMP-JOURNAL-SEQUENCE.
           WRITE JOURNAL-RECORD-OUT.

       700-RELIEVE-KIT-LOTS.
           MOVE PART-NUMBER-V2              TO LOT-WORK-PART-WS.
           MOVE WAREHOUSE-CODE-V2           TO LOT-WORK-WHSE-WS.
           MOVE KIT-MOVE-QTY-WS             TO LOT-RELIEVE-QTY-WS.
           MOVE 5                           TO LOT-WORK-TYPE-WS.
           MOVE BUILD-REF-WS (BUILD-SUB-WS) TO LOT-WORK-REF-WS.
           MOVE "NO"                        TO TRANSFER-LOTS-FLAG-WS.
           PERFORM 700-RELIEVE-LOTS.

       700-POST-KIT-LOT-IN.
      *    UNITS A BUILD PUTS INTO STOCK GO INTO A LOT NAMED FOR
      *    THE BUILD - KIT PLUS THE REFERENCE FOR BUILT KITS,
      *    UNB PLUS THE REFERENCE FOR COMPONENTS RETURNED BY AN
      *    UNBUILD - SO A RECALL CAN TRACE THEM BACK TO IT.
           MOVE BUILD-REF-WS (BUILD-SUB-WS) TO KIT-LOT-REF-WS.
           MOVE PART-NUMBER-V2    TO LOT-PART-NUMBER-LB.
           MOVE WAREHOUSE-CODE-V2 TO LOT-WAREHOUSE-LB.
           MOVE KIT-LOT-NUMBER-WS TO LOT-NUMBER-LB.
           READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE KIT-MOVE-QTY-WS TO LOT-QTY-LB
                   MOVE BUILD-EFF-DATE-WS (BUILD-SUB-WS)
                       TO LOT-RECEIPT-DATE-LB
                   MOVE ZERO TO LOT-HOLD-QTY-LB
                                LOT-HOLD-DATE-LB
                                LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   ADD KIT-MOVE-QTY-WS TO LOT-QTY-LB
                   REWRITE LOT-BALANCE-RECORD
           END-READ.
           MOVE PART-NUMBER-V2    TO LOTM-PART-NUMBER.
           MOVE WAREHOUSE-CODE-V2 TO LOTM-WAREHOUSE.
           MOVE KIT-LOT-NUMBER-WS TO LOTM-LOT-NUMBER.
           MOVE BUILD-EFF-DATE-WS (BUILD-SUB-WS) TO LOTM-DATE.
           MOVE 5                 TO LOTM-TRANS-TYPE.
           MOVE "I"               TO LOTM-DIRECTION.
           MOVE KIT-MOVE-QTY-WS   TO LOTM-QTY.
           MOVE BUILD-REF-WS (BUILD-SUB-WS) TO LOTM-REFERENCE.
           WRITE LOT-MOVEMENT-RECORD.

       700-PRINT-RE-ORDER-REPORT.
           PERFORM 700-CHECK-RO-PAGE.
           PERFORM 700-CALCULATE-ORDER-QTY.
      *    A TYPE 1 RECEIPT PAYS DOWN THE OLDEST OPEN POS FOR
      *    ITS PART AND WAREHOUSE, CLOSING EACH PO AS IT FILLS.
      *    A RECEIPT WITH NO OPEN PO POSTS NORMALLY - NOT ALL
      *    STOCK ARRIVES ON ORDER. A RECEIPT CONFIRMED FROM A
      *    SHIP NOTICE NAMES ITS PO, WHICH IS PAID DOWN FIRST.
           MOVE TRANSACTION-AMOUNT-IN TO RECEIPT-REMAINING-WS.
           IF TRANSACTION-DOC-REF-IN > ZERO
               PERFORM 700-PAY-DOWN-NAMED-PO
           END-IF.
           MOVE "NO" TO PO-EOF-FLAG-WS.
           MOVE ZERO TO PO-NUMBER-PO.
           START OPEN-PO-FILE
               UNTIL PO-EOF-FLAG-WS = "YES"
                   OR RECEIPT-REMAINING-WS = ZERO.

       700-PAY-DOWN-NAMED-PO.
           MOVE TRANSACTION-DOC-REF-IN TO PO-NUMBER-PO.
           READ OPEN-PO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PO-OPEN
                           AND PO-PART-NUMBER-PO
                               = TRANSACTION-PART-NUMBER-IN
                           AND PO-WAREHOUSE-PO
                               = TRANSACTION-WAREHOUSE-IN
                       PERFORM 700-POST-RECEIPT-TO-PO
                   END-IF
           END-READ.

       700-PAY-DOWN-ONE-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END MOVE "YES" TO PO-EOF-FLAG-WS
      *    IT ONLY PAYS IT DOWN - AND THE CLOSING RECEIPT
      *    STAMPS THE CLOSE DATE, SO THE VENDOR PERFORMANCE
      *    REPORT HAS A TRACK RECORD INSTEAD OF A GUESS.
           PERFORM 700-AVERAGE-PO-RECEIVED-COST.
           IF RECEIPT-REMAINING-WS >=
                   PO-QTY-ORDERED-PO - PO-QTY-RECEIVED-PO
      *        ONLY THE OUTSTANDING PORTION COMES OFF THE
               MOVE ZERO TO RECEIPT-REMAINING-WS
           END-IF.
           REWRITE OPEN-PO-RECORD.

       700-AVERAGE-PO-RECEIVED-COST.
      *    THE PO CARRIES THE AVERAGE COST OF WHAT HAS BEEN
      *    RECEIVED AGAINST IT, SO THE THREE-WAY MATCH CAN HOLD
      *    THE VENDOR'S INVOICE TO THE COST ACTUALLY RECEIVED.
      *    TAKEN BEFORE THE RECEIVED QUANTITY MOVES.
           IF RECEIPT-REMAINING-WS >=
                   PO-QTY-ORDERED-PO - PO-QTY-RECEIVED-PO
               THEN COMPUTE PO-SLICE-QTY-WS =
                       PO-QTY-ORDERED-PO - PO-QTY-RECEIVED-PO
               ELSE MOVE RECEIPT-REMAINING-WS TO PO-SLICE-QTY-WS
           END-IF.
           IF PO-SLICE-QTY-WS > ZERO
               COMPUTE PO-RECEIVED-COST-PO ROUNDED =
                   (PO-RECEIVED-COST-PO * PO-QTY-RECEIVED-PO
                       + PO-SLICE-QTY-WS * TRANSACTION-UNIT-COST-IN)
                   / (PO-QTY-RECEIVED-PO + PO-SLICE-QTY-WS)
           END-IF.
               
       700-POST-LOT-RECEIPT.
      *    THE RECEIPT'S SUPPLIER LOT GOES ON THE LOT BALANCE
                   MOVE TRANSACTION-AMOUNT-IN TO LOT-QTY-LB
                   MOVE TRANSACTION-EFF-DATE-IN
                       TO LOT-RECEIPT-DATE-LB
                   MOVE ZERO TO LOT-HOLD-QTY-LB
                                LOT-HOLD-DATE-LB
                                LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   ADD TRANSACTION-AMOUNT-IN TO LOT-QTY-LB
           MOVE ZERO                       TO LOTM-REFERENCE.
           WRITE LOT-MOVEMENT-RECORD.

       700-POST-LOT-HELD-RECEIPT.
      *    THE HELD UNITS GO ON THE LOT'S HOLD QUANTITY, WHICH
      *    THE OLDEST-FIRST RELIEF NEVER LOOKS AT. THE HOLD DATE
      *    IS THE FIRST UNHELD-TO-HELD RECEIPT, SO THE AGED HOLD
      *    REPORT SHOWS THE OLDEST UNITS WAITING, AND THE HOLD
      *    COST IS AVERAGED ACROSS RECEIPTS STILL IN INSPECTION.
           MOVE TRANSACTION-PART-NUMBER-IN TO LOT-PART-NUMBER-LB.
           MOVE TRANSACTION-WAREHOUSE-IN   TO LOT-WAREHOUSE-LB.
           MOVE TRANSACTION-LOT-IN         TO LOT-NUMBER-LB.
           READ LOT-BALANCE-FILE
               INVALID KEY
                   MOVE ZERO TO LOT-QTY-LB
                   MOVE TRANSACTION-EFF-DATE-IN
                       TO LOT-RECEIPT-DATE-LB
                   MOVE TRANSACTION-AMOUNT-IN TO LOT-HOLD-QTY-LB
                   MOVE TRANSACTION-EFF-DATE-IN TO LOT-HOLD-DATE-LB
                   MOVE TRANSACTION-UNIT-COST-IN TO LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   IF LOT-HOLD-QTY-LB = ZERO
                       THEN MOVE TRANSACTION-EFF-DATE-IN
                                TO LOT-HOLD-DATE-LB
                            MOVE TRANSACTION-UNIT-COST-IN
                                TO LOT-HOLD-COST-LB
                       ELSE COMPUTE LOT-HOLD-COST-LB ROUNDED =
                               (LOT-HOLD-QTY-LB * LOT-HOLD-COST-LB
                                   + TRANSACTION-AMOUNT-IN
                                       * TRANSACTION-UNIT-COST-IN)
                               / (LOT-HOLD-QTY-LB
                                   + TRANSACTION-AMOUNT-IN)
                   END-IF
                   ADD TRANSACTION-AMOUNT-IN TO LOT-HOLD-QTY-LB
                   REWRITE LOT-BALANCE-RECORD
           END-READ.
           MOVE TRANSACTION-PART-NUMBER-IN TO LOTM-PART-NUMBER.
           MOVE TRANSACTION-WAREHOUSE-IN   TO LOTM-WAREHOUSE.
           MOVE TRANSACTION-LOT-IN         TO LOTM-LOT-NUMBER.
           MOVE TRANSACTION-EFF-DATE-IN    TO LOTM-DATE.
           MOVE 1                          TO LOTM-TRANS-TYPE.
           MOVE "I"                        TO LOTM-DIRECTION.
           MOVE TRANSACTION-AMOUNT-IN      TO LOTM-QTY.
           MOVE ZERO                       TO LOTM-REFERENCE.
           WRITE LOT-MOVEMENT-RECORD.

       700-RELIEVE-SHIPMENT-LOTS.
           MOVE TRANSACTION-PART-NUMBER-IN TO LOT-WORK-PART-WS.
           MOVE TRANSACTION-WAREHOUSE-IN   TO LOT-WORK-WHSE-WS.
               INVALID KEY
                   MOVE LOT-SLICE-QTY-WS   TO LOT-QTY-LB
                   MOVE OLDEST-LOT-DATE-WS TO LOT-RECEIPT-DATE-LB
                   MOVE ZERO TO LOT-HOLD-QTY-LB
                                LOT-HOLD-DATE-LB
                                LOT-HOLD-COST-LB
                   WRITE LOT-BALANCE-RECORD
               NOT INVALID KEY
                   ADD LOT-SLICE-QTY-WS TO LOT-QTY-LB

       700-CLOSE-INVENTORY-FILES.
           PERFORM 700-SAVE-BO-CONTROL.
           IF CTR-CONSIGN-DRAWS-WS > ZERO
               DISPLAY "CONSIGNED STOCK DRAWN BY SHIPMENTS: "
                   CTR-CONSIGN-DRAWS-WS " USAGE RECORD(S)"
           END-IF.
           CLOSE INVENT-FILE-IN
                 INTENTORY-TRANSACTION-FILE
                 INVENT-FILE-V2
                 BACKORDER-FILE
                 LOT-BALANCE-FILE
                 LOT-MOVEMENT-OUT
                 WAREHOUSE-FILE
                 BILLING-FILE
                 BOM-FILE
                 AUDIT-JOURNAL-OUT
                 KIT-SHORTAGE-OUT
                 DEBIT-MEMO-FILE
                 SCHED-PRICE-FILE
                 CONSIGNMENT-FILE
                 CONSIGNMENT-USAGE-FILE.
        
