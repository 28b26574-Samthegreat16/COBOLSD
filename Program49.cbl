       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program49.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSIGNMENT-USAGE-FILE
               ASSIGN TO "CONSUSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSIGNMENT-HISTORY-FILE
               ASSIGN TO "CONSHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSIGNMENT-FILE
               ASSIGN TO "CONSIGN.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CONS-KEY-CS
                   FILE STATUS IS CONSIGN-STATUS-WS.

           SELECT VENDOR-FILE
               ASSIGN TO "VENDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VENDOR-NUMBER-VM
                   FILE STATUS IS VENDOR-STATUS-WS.

           SELECT SETTLEMENT-REPORT-OUT
               ASSIGN TO "CONSSETL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    USAGE THAT CANNOT BE PRICED IS HELD HERE AND WRITTEN
      *    BACK AS THE NEW USAGE FILE, SO IT COMES UP AGAIN ON
      *    THE NEXT SETTLEMENT ONCE THE AGREED COST IS ON FILE.
           SELECT HELD-USAGE-FILE
               ASSIGN TO "CONSHOLD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USAGE-SORT-FILE
               ASSIGN TO "CUWORK.DAT".

      *    SET TO BATCH IN PROGRESS FROM THE SORT OF THE USAGE
      *    FILE UNTIL IT IS REBUILT FROM THE HELD LINES, SO NO
      *    ONLINE SHIPMENT CAN ADD USAGE IN BETWEEN THAT THE
      *    REBUILD WOULD THEN THROW AWAY UNPAID.
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
       COPY CONSUSE_FD.

       COPY CONSHIST_FD.

       COPY CONSIGN_FD.

       COPY VENDMAST_FD.

       FD  SETTLEMENT-REPORT-OUT.
       01  SETTLEMENT-REPORT-LINE      PIC X(100).

       FD  HELD-USAGE-FILE.
       01  HELD-USAGE-RECORD           PIC X(52).

       SD  USAGE-SORT-FILE.
       01  USAGE-SORT-RECORD.
           05  US-VENDOR-NUMBER        PIC 9(5).
           05  US-PART-NUMBER          PIC 9(5).
           05  US-WAREHOUSE            PIC X(3).
           05  US-QTY                  PIC 9(5).
           05  US-USAGE-DATE           PIC 9(8).
           05  US-SOURCE               PIC X(1).
           05  US-CUSTOMER             PIC 9(5).
           05  US-DOC-REF              PIC 9(6).
           05  US-OPERATOR             PIC X(8).
           05  US-UNIT-COST            PIC 9(4)V99.

       COPY SYSAVAIL_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    MONTHLY CONSIGNMENT SETTLEMENT. EVERY UNIT OF
      *    CONSIGNED STOCK A SHIPMENT DREW SINCE THE LAST
      *    SETTLEMENT IS PRICED AT THE COST AGREED WITH ITS
      *    VENDOR WHEN IT WAS DRAWN AND PRINTED BY VENDOR, PART
      *    AND WAREHOUSE, WITH A TOTAL PER VENDOR FOR ACCOUNTS
      *    PAYABLE TO PAY FROM. EVERY LINE PRICED IS ADDED TO
      *    THE SETTLEMENT HISTORY AND DROPS OFF THE USAGE FILE
      *    SO NO UNIT IS PAID FOR TWICE. USAGE WITH NO AGREED
      *    COST IS LISTED AS AN EXCEPTION AND HELD FOR THE NEXT
      *    SETTLEMENT; THE RUN THEN ENDS WITH RETURN CODE 4.
      *    =================================================
       01  BLANK-LINE              PIC X(100)  VALUE SPACES.
       01  VENDOR-STATUS-WS        PIC X(2).
       01  CONSIGN-STATUS-WS       PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-HELD       PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-VENDOR-WS     PIC X(3)    VALUE "YES".
           05  PRICED-FLAG-WS      PIC X(3)    VALUE "NO".
           05  PREV-VENDOR-WS      PIC 9(5)    VALUE ZERO.
           05  CTR-LINES-WS        PIC 9(5)    VALUE ZERO.
           05  CTR-SETTLED-WS      PIC 9(5)    VALUE ZERO.
           05  CTR-HELD-WS         PIC 9(5)    VALUE ZERO.
           05  CTR-VENDORS-WS      PIC 9(5)    VALUE ZERO.
           05  CTR-VENDOR-LINES-WS PIC 9(5)    VALUE ZERO.
           05  UNIT-COST-WS        PIC 9(4)V99 VALUE ZERO.
           05  EXTENDED-AMT-WS     PIC 9(9)V99 VALUE ZERO.
           05  VENDOR-QTY-WS       PIC 9(7)    VALUE ZERO.
           05  VENDOR-TOTAL-WS     PIC 9(9)V99 VALUE ZERO.
           05  GRAND-QTY-WS        PIC 9(7)    VALUE ZERO.
           05  GRAND-TOTAL-WS      PIC 9(9)V99 VALUE ZERO.
           05  HELD-QTY-WS         PIC 9(7)    VALUE ZERO.
           05  SETTLE-DATE-WS      PIC 9(8)    VALUE ZERO.
           05  VENDOR-NAME-WS      PIC X(20)   VALUE SPACES.

       01  SYSTEM-AVAILABILITY-WS.
           05  EOF-FLAG-SA             PIC X(3)    VALUE "NO".
           05  AVAIL-STEP-WS           PIC X(8)    VALUE "SETTLE".
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

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, THE VENDOR IN
      *    PROGRESS CARRIED FORWARD, AND AN END-OF-REPORT LINE
      *    SO A TRUNCATED SETTLEMENT SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  SET-LINE-CTR-WS         PIC 9(2)    VALUE ZERO.
           05  SET-PAGE-CTR-WS         PIC 9(3)    VALUE ZERO.

       01  SETTLEMENT-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(27)   VALUE
                   "CONSIGNMENT SETTLEMENT FOR ".
           05  SET-MONTH       PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  SET-DAY         PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  SET-YEAR        PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  SET-PAGE-OUT    PIC ZZ9.

       01  SETTLEMENT-COLUMN-HEADER.
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "PART ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(3)    VALUE   "WHS".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "USED ON ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(1)    VALUE   "S".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "CUST ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "DOC   ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "  QTY".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "    COST".
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(14)   VALUE   "        AMOUNT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "NOTE".

       01  VENDOR-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "VENDOR ".
           05  VND-NUMBER-OUT      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VND-NAME-OUT        PIC X(20).
           05  VND-CONTINUED-OUT   PIC X(12).

       01  SETTLEMENT-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-PART-OUT         PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-WHSE-OUT         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-DATE-OUT         PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-SOURCE-OUT       PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-CUSTOMER-OUT     PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-DOC-REF-OUT      PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-QTY-OUT          PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-COST-OUT         PIC Z,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  SD-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SD-NOTE-OUT         PIC X(20).

       01  VENDOR-TOTAL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE "VENDOR TOTAL ".
           05  VND-TOT-LINES-OUT   PIC ZZZZ9.
           05  FILLER              PIC X(7)    VALUE " LINES ".
           05  VND-TOT-QTY-OUT     PIC ZZZZZZ9.
           05  FILLER              PIC X(7)    VALUE " UNITS ".
           05  VND-TOT-AMOUNT-OUT  PIC $$$,$$$,$$9.99.

       01  SETTLEMENT-GRAND-LINE1.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "USAGE LINES SETTLED ".
           05  GRAND-SETTLED-OUT PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "VENDORS   ".
           05  GRAND-VENDORS-OUT PIC ZZZZ9.

       01  SETTLEMENT-GRAND-LINE2.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "UNITS SETTLED       ".
           05  GRAND-QTY-OUT   PIC ZZZZZZ9.

       01  SETTLEMENT-GRAND-LINE3.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "TOTAL OWED VENDORS  ".
           05  GRAND-AMOUNT-OUT    PIC $$$,$$$,$$9.99.

       01  SETTLEMENT-GRAND-LINE4.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "LINES HELD UNPRICED ".
           05  GRAND-HELD-OUT  PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "UNITS     ".
           05  GRAND-HELD-QTY-OUT PIC ZZZZZZ9.

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-CONSIGNMENT-SETTLEMENT.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 700-LOCK-SYSTEM-FOR-BATCH.
           PERFORM 200-INITIATE-SETTLEMENT.
           SORT USAGE-SORT-FILE
               ON ASCENDING KEY US-VENDOR-NUMBER
                                US-PART-NUMBER
                                US-WAREHOUSE
                                US-USAGE-DATE
               USING CONSIGNMENT-USAGE-FILE
               OUTPUT PROCEDURE 800-PRICE-SORTED-USAGE.
           PERFORM 200-TERMINATE-SETTLEMENT.
           PERFORM 700-RELEASE-SYSTEM-AFTER-BATCH.
           STOP RUN.

       200-INITIATE-SETTLEMENT.
           OPEN INPUT CONSIGNMENT-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN EXTEND CONSIGNMENT-HISTORY-FILE.
           OPEN OUTPUT SETTLEMENT-REPORT-OUT.
           OPEN OUTPUT HELD-USAGE-FILE.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO SETTLE-DATE-WS.
           MOVE MNTH TO SET-MONTH.
           MOVE DY   TO SET-DAY.
           MOVE YR   TO SET-YEAR.
           PERFORM 700-PRINT-SETTLEMENT-HEADINGS.

       200-TERMINATE-SETTLEMENT.
           IF FIRST-VENDOR-WS = "NO"
               PERFORM 700-CLOSE-VENDOR
           END-IF.
           PERFORM 700-PRINT-GRAND-TOTALS.
           CLOSE CONSIGNMENT-FILE
                 VENDOR-FILE
                 CONSIGNMENT-HISTORY-FILE
                 SETTLEMENT-REPORT-OUT
                 HELD-USAGE-FILE.
           PERFORM 700-REPLACE-USAGE-FILE.
           IF CTR-HELD-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "USAGE LINES SETTLED: " CTR-SETTLED-WS
               "  VENDORS: " CTR-VENDORS-WS
               "  HELD UNPRICED: " CTR-HELD-WS.

       800-PRICE-SORTED-USAGE.
           PERFORM 800-RETURN-USAGE-RECORD.
           PERFORM 800-PRICE-ONE-USAGE
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-USAGE-RECORD.
           RETURN USAGE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRICE-ONE-USAGE.
      *    A CHANGE OF VENDOR CLOSES THE VENDOR IN PROGRESS WITH
      *    ITS TOTAL AND HEADS UP THE NEXT. EACH USAGE RECORD IS
      *    PRICED AT THE COST IT WAS DRAWN AT.
           IF FIRST-VENDOR-WS = "YES"
                   OR US-VENDOR-NUMBER NOT = PREV-VENDOR-WS
               IF FIRST-VENDOR-WS = "NO"
                   PERFORM 700-CLOSE-VENDOR
               END-IF
               MOVE "NO" TO FIRST-VENDOR-WS
               MOVE US-VENDOR-NUMBER TO PREV-VENDOR-WS
               PERFORM 700-OPEN-VENDOR
           END-IF.
           PERFORM 700-FIND-AGREED-COST.
           ADD 1 TO CTR-LINES-WS.
           PERFORM 700-CHECK-SETTLEMENT-PAGE.
           MOVE US-PART-NUMBER TO SD-PART-OUT.
           MOVE US-WAREHOUSE   TO SD-WHSE-OUT.
           MOVE US-USAGE-DATE  TO SD-DATE-OUT.
           MOVE US-SOURCE      TO SD-SOURCE-OUT.
           MOVE US-CUSTOMER    TO SD-CUSTOMER-OUT.
           MOVE US-DOC-REF     TO SD-DOC-REF-OUT.
           MOVE US-QTY         TO SD-QTY-OUT.
           IF PRICED-FLAG-WS = "YES"
               THEN COMPUTE EXTENDED-AMT-WS ROUNDED =
                        US-QTY * UNIT-COST-WS
                    ADD 1 TO CTR-SETTLED-WS
                    ADD 1 TO CTR-VENDOR-LINES-WS
                    ADD US-QTY TO VENDOR-QTY-WS
                    ADD EXTENDED-AMT-WS TO VENDOR-TOTAL-WS
                    MOVE UNIT-COST-WS    TO SD-COST-OUT
                    MOVE EXTENDED-AMT-WS TO SD-AMOUNT-OUT
                    MOVE SPACES          TO SD-NOTE-OUT
                    PERFORM 700-WRITE-SETTLEMENT-HISTORY
               ELSE ADD 1 TO CTR-HELD-WS
                    ADD US-QTY TO HELD-QTY-WS
                    MOVE ZERO TO SD-COST-OUT
                                 SD-AMOUNT-OUT
                    MOVE "NO AGREED COST-HELD" TO SD-NOTE-OUT
                    WRITE HELD-USAGE-RECORD FROM USAGE-SORT-RECORD
           END-IF.
           WRITE SETTLEMENT-REPORT-LINE FROM SETTLEMENT-DETAIL-LINE.
           ADD 1 TO SET-LINE-CTR-WS.
           PERFORM 800-RETURN-USAGE-RECORD.

       700-FIND-AGREED-COST.
      *    THE COST CARRIED ON THE USAGE RECORD IS THE ONE IN
      *    FORCE WHEN THE UNITS WENT OUT, SO A LATER COST CHANGE
      *    DOES NOT REPRICE UNITS ALREADY USED. USAGE DRAWN
      *    BEFORE THE COST WAS CARRIED HAS NONE, AND FALLS BACK
      *    TO THE CONSIGNMENT RECORD - ONE DRAWN TO ZERO STAYS
      *    ON FILE, SO ITS COST IS STILL THERE. NO RECORD, OR A
      *    ZERO COST, LEAVES THE USAGE UNPRICED.
           MOVE "NO" TO PRICED-FLAG-WS.
           MOVE ZERO TO UNIT-COST-WS.
           IF US-UNIT-COST IS NUMERIC AND US-UNIT-COST > ZERO
               THEN MOVE US-UNIT-COST TO UNIT-COST-WS
                    MOVE "YES" TO PRICED-FLAG-WS
               ELSE PERFORM 700-READ-CONSIGNMENT-COST
           END-IF.

       700-READ-CONSIGNMENT-COST.
           MOVE US-PART-NUMBER   TO CONS-PART-NUMBER-CS.
           MOVE US-WAREHOUSE     TO CONS-WAREHOUSE-CS.
           MOVE US-VENDOR-NUMBER TO CONS-VENDOR-NUMBER-CS.
           READ CONSIGNMENT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CONS-UNIT-COST-CS > ZERO
                       MOVE CONS-UNIT-COST-CS TO UNIT-COST-WS
                       MOVE "YES" TO PRICED-FLAG-WS
                   END-IF
           END-READ.

       700-OPEN-VENDOR.
           ADD 1 TO CTR-VENDORS-WS.
           MOVE ZERO TO CTR-VENDOR-LINES-WS
                        VENDOR-QTY-WS
                        VENDOR-TOTAL-WS.
           MOVE US-VENDOR-NUMBER TO VENDOR-NUMBER-VM.
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO VENDOR-NAME-WS
               NOT INVALID KEY
                   MOVE VENDOR-NAME-VM TO VENDOR-NAME-WS
           END-READ.
           IF SET-LINE-CTR-WS + 4 >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-SETTLEMENT-HEADINGS
           END-IF.
           MOVE SPACES TO VND-CONTINUED-OUT.
           PERFORM 700-PRINT-VENDOR-HEADING.

       700-PRINT-VENDOR-HEADING.
           MOVE PREV-VENDOR-WS TO VND-NUMBER-OUT.
           MOVE VENDOR-NAME-WS TO VND-NAME-OUT.
           WRITE SETTLEMENT-REPORT-LINE FROM BLANK-LINE.
           WRITE SETTLEMENT-REPORT-LINE FROM VENDOR-HEADING-LINE.
           ADD 2 TO SET-LINE-CTR-WS.

       700-CLOSE-VENDOR.
           PERFORM 700-CHECK-SETTLEMENT-PAGE.
           MOVE CTR-VENDOR-LINES-WS TO VND-TOT-LINES-OUT.
           MOVE VENDOR-QTY-WS       TO VND-TOT-QTY-OUT.
           MOVE VENDOR-TOTAL-WS     TO VND-TOT-AMOUNT-OUT.
           WRITE SETTLEMENT-REPORT-LINE FROM VENDOR-TOTAL-LINE.
           ADD 1 TO SET-LINE-CTR-WS.
           ADD VENDOR-QTY-WS   TO GRAND-QTY-WS.
           ADD VENDOR-TOTAL-WS TO GRAND-TOTAL-WS.

       700-PRINT-SETTLEMENT-HEADINGS.
           ADD 1 TO SET-PAGE-CTR-WS.
           MOVE SET-PAGE-CTR-WS TO SET-PAGE-OUT.
           WRITE SETTLEMENT-REPORT-LINE FROM BLANK-LINE.
           WRITE SETTLEMENT-REPORT-LINE FROM SETTLEMENT-PAGE-LINE.
           WRITE SETTLEMENT-REPORT-LINE FROM BLANK-LINE.
           WRITE SETTLEMENT-REPORT-LINE
               FROM SETTLEMENT-COLUMN-HEADER.
           MOVE 4 TO SET-LINE-CTR-WS.

       700-CHECK-SETTLEMENT-PAGE.
      *    A FULL PAGE GETS FRESH HEADINGS, AND THE VENDOR IN
      *    PROGRESS IS NAMED AGAIN SO ITS LINES READ ON THE NEW
      *    PAGE.
           IF SET-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-SETTLEMENT-HEADINGS
               MOVE " (CONTINUED)" TO VND-CONTINUED-OUT
               PERFORM 700-PRINT-VENDOR-HEADING
               MOVE SPACES TO VND-CONTINUED-OUT
           END-IF.

       700-WRITE-SETTLEMENT-HISTORY.
           MOVE SETTLE-DATE-WS   TO CH-SETTLE-DATE-CH.
           MOVE US-VENDOR-NUMBER TO CH-VENDOR-NUMBER-CH.
           MOVE US-PART-NUMBER   TO CH-PART-NUMBER-CH.
           MOVE US-WAREHOUSE     TO CH-WAREHOUSE-CH.
           MOVE US-QTY           TO CH-QTY-CH.
           MOVE US-USAGE-DATE    TO CH-USAGE-DATE-CH.
           MOVE US-SOURCE        TO CH-SOURCE-CH.
           MOVE US-CUSTOMER      TO CH-CUSTOMER-CH.
           MOVE US-DOC-REF       TO CH-DOC-REF-CH.
           MOVE UNIT-COST-WS     TO CH-UNIT-COST-CH.
           MOVE EXTENDED-AMT-WS  TO CH-EXTENDED-AMT-CH.
           WRITE CONSIGNMENT-HISTORY-RECORD.

       700-PRINT-GRAND-TOTALS.
           MOVE CTR-SETTLED-WS TO GRAND-SETTLED-OUT.
           MOVE CTR-VENDORS-WS TO GRAND-VENDORS-OUT.
           MOVE GRAND-QTY-WS   TO GRAND-QTY-OUT.
           MOVE GRAND-TOTAL-WS TO GRAND-AMOUNT-OUT.
           WRITE SETTLEMENT-REPORT-LINE FROM BLANK-LINE.
           WRITE SETTLEMENT-REPORT-LINE FROM SETTLEMENT-GRAND-LINE1.
           WRITE SETTLEMENT-REPORT-LINE FROM SETTLEMENT-GRAND-LINE2.
           WRITE SETTLEMENT-REPORT-LINE FROM SETTLEMENT-GRAND-LINE3.
           IF CTR-HELD-WS > ZERO
               MOVE CTR-HELD-WS TO GRAND-HELD-OUT
               MOVE HELD-QTY-WS TO GRAND-HELD-QTY-OUT
               WRITE SETTLEMENT-REPORT-LINE
                   FROM SETTLEMENT-GRAND-LINE4
           END-IF.
           MOVE CTR-LINES-WS TO EOR-COUNT-OUT.
           WRITE SETTLEMENT-REPORT-LINE FROM BLANK-LINE.
           WRITE SETTLEMENT-REPORT-LINE FROM END-OF-REPORT-LINE.

       700-REPLACE-USAGE-FILE.
      *    EVERY PRICED LINE IS NOW ON THE HISTORY FILE, SO THE
      *    USAGE FILE IS REBUILT FROM THE HELD LINES ALONE - A
      *    SECOND RUN BEFORE TONIGHT'S UPDATE FINDS NOTHING TO
      *    PAY INSTEAD OF PAYING THE VENDOR TWICE.
           OPEN INPUT  HELD-USAGE-FILE.
           OPEN OUTPUT CONSIGNMENT-USAGE-FILE.
           PERFORM 700-COPY-ONE-HELD-LINE
               UNTIL EOF-FLAG-HELD = "YES".
           CLOSE HELD-USAGE-FILE
                 CONSIGNMENT-USAGE-FILE.

       700-COPY-ONE-HELD-LINE.
           READ HELD-USAGE-FILE
               AT END MOVE "YES" TO EOF-FLAG-HELD
               NOT AT END
                   WRITE CONSIGNMENT-USAGE-RECORD
                       FROM HELD-USAGE-RECORD
           END-READ.

       700-LOCK-SYSTEM-FOR-BATCH.
      *    THE ONLINE SHIPMENT PROGRAM THAT ADDS TO THE USAGE
      *    FILE IS LOCKED OUT FROM THE SORT UNTIL THE FILE IS
      *    REBUILT.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SA
               NOT AT END
                   MOVE SYSTEM-AVAILABILITY-RECORD
                       TO PRIOR-AVAILABILITY-WS.
           CLOSE SYSTEM-AVAILABILITY-FILE.
           MOVE "B" TO AVAIL-STATUS-SA.
           MOVE "SETTLEMENT RUN IN PROGRESS" TO AVAIL-REASON-SA.
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
                    MOVE "SETTLEMENT RUN COMPLETE"
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
