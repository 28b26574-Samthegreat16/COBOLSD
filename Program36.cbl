       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program36.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEBIT-MEMO-FILE
               ASSIGN TO "DEBITMEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DEBIT-MEMO-HISTORY-FILE
               ASSIGN TO "DMHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-FILE
               ASSIGN TO "VENDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VENDOR-NUMBER-VM
                   FILE STATUS IS VENDOR-STATUS-WS.

           SELECT OPTIONAL DEBIT-MEMO-CONTROL-FILE
               ASSIGN TO "DMCNTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEBIT-MEMO-REGISTER-OUT
               ASSIGN TO "DMREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEBIT-MEMO-SORT-FILE
               ASSIGN TO "DMWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       COPY DEBITMEM_FD.

       COPY DMHIST_FD.

       COPY VENDMAST_FD.

       FD  DEBIT-MEMO-CONTROL-FILE.
       01  DEBIT-MEMO-CONTROL-RECORD.
           05  NEXT-MEMO-NUMBER-DC     PIC 9(6).

       FD  DEBIT-MEMO-REGISTER-OUT.
       01  DEBIT-MEMO-REGISTER-LINE    PIC X(85).

       SD  DEBIT-MEMO-SORT-FILE.
       01  DEBIT-MEMO-SORT-RECORD.
           05  DS-VENDOR-NUMBER        PIC 9(5).
           05  DS-PO-NUMBER            PIC 9(6).
           05  DS-PART-NUMBER          PIC 9(5).
           05  DS-WAREHOUSE            PIC X(3).
           05  DS-LOT-NUMBER           PIC X(10).
           05  DS-QTY                  PIC 9(5).
           05  DS-UNIT-COST            PIC 9(4)V99.
           05  DS-EXTENDED-AMT         PIC 9(9)V99.
           05  DS-EFF-DATE             PIC 9(8).
           05  DS-REPLACE-FLAG         PIC X(1).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    DEBIT MEMO REGISTER. THE DEBIT MEMOS THE NIGHTLY
      *    UPDATE RAISES FOR EVERY RETURN TO VENDOR ARE SORTED
      *    BY VENDOR AND PO, NUMBERED, AND PRINTED WITH A TOTAL
      *    PER VENDOR FOR PURCHASING TO CLAIM AGAINST. A MEMO
      *    MARKED R IS AWAITING A REPLACEMENT SHIPMENT, AND ITS
      *    UNITS ARE BACK ON THE PO AS STILL DUE. EVERY MEMO
      *    PRINTED IS ADDED TO THE DEBIT MEMO HISTORY THE
      *    VENDOR PERFORMANCE REPORT READS, AND THE DEBIT MEMO
      *    FILE IS THEN EMPTIED SO NO RETURN IS CLAIMED TWICE.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  VENDOR-STATUS-WS        PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-DMCNTL     PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-VENDOR-WS     PIC X(3)    VALUE "YES".
           05  PREV-VENDOR-WS      PIC 9(5)    VALUE ZERO.
           05  NEXT-MEMO-NUMBER-WS PIC 9(6)    VALUE 000001.
           05  CURRENT-MEMO-WS     PIC 9(6)    VALUE ZERO.
           05  FIRST-MEMO-WS       PIC 9(6)    VALUE ZERO.
           05  CTR-MEMOS-WS        PIC 9(5)    VALUE ZERO.
           05  CTR-VENDORS-WS      PIC 9(5)    VALUE ZERO.
           05  CTR-VENDOR-MEMOS-WS PIC 9(5)    VALUE ZERO.
           05  VENDOR-QTY-WS       PIC 9(7)    VALUE ZERO.
           05  VENDOR-TOTAL-WS     PIC 9(9)V99 VALUE ZERO.
           05  GRAND-QTY-WS        PIC 9(7)    VALUE ZERO.
           05  GRAND-TOTAL-WS      PIC 9(9)V99 VALUE ZERO.
           05  MEMO-DATE-WS        PIC 9(8)    VALUE ZERO.
           05  VENDOR-NAME-WS      PIC X(20)   VALUE SPACES.

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, THE VENDOR IN
      *    PROGRESS CARRIED FORWARD, AND AN END-OF-REPORT LINE
      *    SO A TRUNCATED REGISTER SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  REG-LINE-CTR-WS         PIC 9(2)    VALUE ZERO.
           05  REG-PAGE-CTR-WS         PIC 9(3)    VALUE ZERO.

       01  DEBIT-MEMO-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                   "DEBIT MEMO REGISTER FOR ".
           05  REG-MONTH       PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  REG-DAY         PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  REG-YEAR        PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  REG-PAGE-OUT    PIC ZZ9.

       01  DEBIT-MEMO-COLUMN-HEADER.
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "MEMO  ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "PO    ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "PART ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(3)    VALUE   "WHS".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(10)   VALUE   "LOT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "RETURNED".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "  QTY".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "    COST".
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(14)   VALUE   "        AMOUNT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(1)    VALUE   "R".

       01  VENDOR-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "VENDOR ".
           05  VND-NUMBER-OUT      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VND-NAME-OUT        PIC X(20).
           05  VND-CONTINUED-OUT   PIC X(12).

       01  DEBIT-MEMO-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-MEMO-OUT         PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-PO-OUT           PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-PART-OUT         PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-WHSE-OUT         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-LOT-OUT          PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-DATE-OUT         PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-QTY-OUT          PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-COST-OUT         PIC Z,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  DM-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DM-REPLACE-OUT      PIC X(1).

       01  VENDOR-TOTAL-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE "VENDOR TOTAL ".
           05  VND-TOT-MEMOS-OUT   PIC ZZZZ9.
           05  FILLER              PIC X(7)    VALUE " MEMOS ".
           05  VND-TOT-QTY-OUT     PIC ZZZZZZ9.
           05  FILLER              PIC X(7)    VALUE " UNITS ".
           05  VND-TOT-AMOUNT-OUT  PIC $$$,$$$,$$9.99.

       01  REGISTER-GRAND-LINE1.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "DEBIT MEMOS PRINTED ".
           05  GRAND-MEMOS-OUT PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "VENDORS   ".
           05  GRAND-VENDORS-OUT PIC ZZZZ9.

       01  REGISTER-GRAND-LINE2.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "UNITS RETURNED      ".
           05  GRAND-QTY-OUT   PIC ZZZZZZ9.

       01  REGISTER-GRAND-LINE3.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "TOTAL DEBITED       ".
           05  GRAND-AMOUNT-OUT    PIC $$$,$$$,$$9.99.

       01  REGISTER-GRAND-LINE4.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "MEMO NUMBERS        ".
           05  GRAND-FIRST-OUT PIC 9(6).
           05  FILLER          PIC X(4)    VALUE " TO ".
           05  GRAND-LAST-OUT  PIC 9(6).

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-DEBIT-MEMO-REGISTER.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-DEBIT-MEMOS.
           SORT DEBIT-MEMO-SORT-FILE
               ON ASCENDING KEY DS-VENDOR-NUMBER
                                DS-PO-NUMBER
                                DS-PART-NUMBER
                                DS-EFF-DATE
               USING DEBIT-MEMO-FILE
               OUTPUT PROCEDURE 800-PRINT-SORTED-MEMOS.
           PERFORM 200-TERMINATE-DEBIT-MEMOS.
           STOP RUN.

       200-INITIATE-DEBIT-MEMOS.
           PERFORM 700-LOAD-MEMO-CONTROL.
           MOVE NEXT-MEMO-NUMBER-WS TO FIRST-MEMO-WS.
           OPEN INPUT VENDOR-FILE.
           OPEN EXTEND DEBIT-MEMO-HISTORY-FILE.
           OPEN OUTPUT DEBIT-MEMO-REGISTER-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO MEMO-DATE-WS.
           MOVE MNTH TO REG-MONTH.
           MOVE DY   TO REG-DAY.
           MOVE YR   TO REG-YEAR.
           PERFORM 700-PRINT-REGISTER-HEADINGS.

       200-TERMINATE-DEBIT-MEMOS.
           IF FIRST-VENDOR-WS = "NO"
               PERFORM 700-CLOSE-VENDOR
           END-IF.
           PERFORM 700-PRINT-GRAND-TOTALS.
           PERFORM 700-SAVE-MEMO-CONTROL.
           CLOSE VENDOR-FILE
                 DEBIT-MEMO-HISTORY-FILE
                 DEBIT-MEMO-REGISTER-OUT.
           PERFORM 700-CONSUME-DEBIT-MEMO-FILE.
           DISPLAY "DEBIT MEMOS PRINTED: " CTR-MEMOS-WS
               "  VENDORS: " CTR-VENDORS-WS.

       800-PRINT-SORTED-MEMOS.
           PERFORM 800-RETURN-MEMO-RECORD.
           PERFORM 800-PRINT-ONE-MEMO
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-MEMO-RECORD.
           RETURN DEBIT-MEMO-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRINT-ONE-MEMO.
      *    A CHANGE OF VENDOR CLOSES THE VENDOR IN PROGRESS WITH
      *    ITS TOTAL AND HEADS UP THE NEXT. EVERY RETURN IS ITS
      *    OWN NUMBERED MEMO.
           IF FIRST-VENDOR-WS = "YES"
                   OR DS-VENDOR-NUMBER NOT = PREV-VENDOR-WS
               IF FIRST-VENDOR-WS = "NO"
                   PERFORM 700-CLOSE-VENDOR
               END-IF
               MOVE "NO" TO FIRST-VENDOR-WS
               MOVE DS-VENDOR-NUMBER TO PREV-VENDOR-WS
               PERFORM 700-OPEN-VENDOR
           END-IF.
           MOVE NEXT-MEMO-NUMBER-WS TO CURRENT-MEMO-WS.
           ADD 1 TO NEXT-MEMO-NUMBER-WS.
           ADD 1 TO CTR-MEMOS-WS.
           ADD 1 TO CTR-VENDOR-MEMOS-WS.
           ADD DS-QTY TO VENDOR-QTY-WS.
           ADD DS-EXTENDED-AMT TO VENDOR-TOTAL-WS.
           PERFORM 700-CHECK-REGISTER-PAGE.
           MOVE CURRENT-MEMO-WS TO DM-MEMO-OUT.
           MOVE DS-PO-NUMBER    TO DM-PO-OUT.
           MOVE DS-PART-NUMBER  TO DM-PART-OUT.
           MOVE DS-WAREHOUSE    TO DM-WHSE-OUT.
           MOVE DS-LOT-NUMBER   TO DM-LOT-OUT.
           MOVE DS-EFF-DATE     TO DM-DATE-OUT.
           MOVE DS-QTY          TO DM-QTY-OUT.
           MOVE DS-UNIT-COST    TO DM-COST-OUT.
           MOVE DS-EXTENDED-AMT TO DM-AMOUNT-OUT.
           IF DS-REPLACE-FLAG = "Y"
               THEN MOVE "R"   TO DM-REPLACE-OUT
               ELSE MOVE SPACE TO DM-REPLACE-OUT
           END-IF.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM DEBIT-MEMO-DETAIL-LINE.
           ADD 1 TO REG-LINE-CTR-WS.
           PERFORM 700-WRITE-MEMO-HISTORY.
           PERFORM 800-RETURN-MEMO-RECORD.

       700-OPEN-VENDOR.
           ADD 1 TO CTR-VENDORS-WS.
           MOVE ZERO TO CTR-VENDOR-MEMOS-WS
                        VENDOR-QTY-WS
                        VENDOR-TOTAL-WS.
           MOVE DS-VENDOR-NUMBER TO VENDOR-NUMBER-VM.
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO VENDOR-NAME-WS
               NOT INVALID KEY
                   MOVE VENDOR-NAME-VM TO VENDOR-NAME-WS
           END-READ.
           IF REG-LINE-CTR-WS + 4 >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-REGISTER-HEADINGS
           END-IF.
           MOVE SPACES TO VND-CONTINUED-OUT.
           PERFORM 700-PRINT-VENDOR-HEADING.

       700-PRINT-VENDOR-HEADING.
           MOVE PREV-VENDOR-WS TO VND-NUMBER-OUT.
           MOVE VENDOR-NAME-WS TO VND-NAME-OUT.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM BLANK-LINE.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM VENDOR-HEADING-LINE.
           ADD 2 TO REG-LINE-CTR-WS.

       700-CLOSE-VENDOR.
           PERFORM 700-CHECK-REGISTER-PAGE.
           MOVE CTR-VENDOR-MEMOS-WS TO VND-TOT-MEMOS-OUT.
           MOVE VENDOR-QTY-WS       TO VND-TOT-QTY-OUT.
           MOVE VENDOR-TOTAL-WS     TO VND-TOT-AMOUNT-OUT.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM VENDOR-TOTAL-LINE.
           ADD 1 TO REG-LINE-CTR-WS.
           ADD VENDOR-QTY-WS   TO GRAND-QTY-WS.
           ADD VENDOR-TOTAL-WS TO GRAND-TOTAL-WS.

       700-PRINT-REGISTER-HEADINGS.
           ADD 1 TO REG-PAGE-CTR-WS.
           MOVE REG-PAGE-CTR-WS TO REG-PAGE-OUT.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM BLANK-LINE.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM DEBIT-MEMO-PAGE-LINE.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM BLANK-LINE.
           WRITE DEBIT-MEMO-REGISTER-LINE
               FROM DEBIT-MEMO-COLUMN-HEADER.
           MOVE 4 TO REG-LINE-CTR-WS.

       700-CHECK-REGISTER-PAGE.
      *    A FULL PAGE GETS FRESH HEADINGS, AND THE VENDOR IN
      *    PROGRESS IS NAMED AGAIN SO ITS MEMOS READ ON THE NEW
      *    PAGE.
           IF REG-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-REGISTER-HEADINGS
               MOVE " (CONTINUED)" TO VND-CONTINUED-OUT
               PERFORM 700-PRINT-VENDOR-HEADING
               MOVE SPACES TO VND-CONTINUED-OUT
           END-IF.

       700-WRITE-MEMO-HISTORY.
           MOVE CURRENT-MEMO-WS  TO DH-MEMO-NUMBER-DH.
           MOVE MEMO-DATE-WS     TO DH-MEMO-DATE-DH.
           MOVE DS-VENDOR-NUMBER TO DH-VENDOR-NUMBER-DH.
           MOVE DS-PO-NUMBER     TO DH-PO-NUMBER-DH.
           MOVE DS-PART-NUMBER   TO DH-PART-NUMBER-DH.
           MOVE DS-WAREHOUSE     TO DH-WAREHOUSE-DH.
           MOVE DS-LOT-NUMBER    TO DH-LOT-NUMBER-DH.
           MOVE DS-QTY           TO DH-QTY-DH.
           MOVE DS-UNIT-COST     TO DH-UNIT-COST-DH.
           MOVE DS-EXTENDED-AMT  TO DH-EXTENDED-AMT-DH.
           MOVE DS-EFF-DATE      TO DH-EFF-DATE-DH.
           MOVE DS-REPLACE-FLAG  TO DH-REPLACE-FLAG-DH.
           WRITE DEBIT-MEMO-HISTORY-RECORD.

       700-PRINT-GRAND-TOTALS.
           MOVE CTR-MEMOS-WS   TO GRAND-MEMOS-OUT.
           MOVE CTR-VENDORS-WS TO GRAND-VENDORS-OUT.
           MOVE GRAND-QTY-WS   TO GRAND-QTY-OUT.
           MOVE GRAND-TOTAL-WS TO GRAND-AMOUNT-OUT.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM BLANK-LINE.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM REGISTER-GRAND-LINE1.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM REGISTER-GRAND-LINE2.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM REGISTER-GRAND-LINE3.
           IF CTR-MEMOS-WS > ZERO
               MOVE FIRST-MEMO-WS   TO GRAND-FIRST-OUT
               MOVE CURRENT-MEMO-WS TO GRAND-LAST-OUT
               WRITE DEBIT-MEMO-REGISTER-LINE
                   FROM REGISTER-GRAND-LINE4
           END-IF.
           MOVE CTR-MEMOS-WS TO EOR-COUNT-OUT.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM BLANK-LINE.
           WRITE DEBIT-MEMO-REGISTER-LINE FROM END-OF-REPORT-LINE.

       700-LOAD-MEMO-CONTROL.
      *    THE CONTROL FILE CARRIES THE NEXT DEBIT MEMO NUMBER
      *    FROM RUN TO RUN. A MISSING OR EMPTY FILE STARTS THE
      *    SERIES AT 000001.
           OPEN INPUT DEBIT-MEMO-CONTROL-FILE.
           READ DEBIT-MEMO-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-DMCNTL
               NOT AT END MOVE NEXT-MEMO-NUMBER-DC
                              TO NEXT-MEMO-NUMBER-WS.
           CLOSE DEBIT-MEMO-CONTROL-FILE.

       700-SAVE-MEMO-CONTROL.
           OPEN OUTPUT DEBIT-MEMO-CONTROL-FILE.
           MOVE NEXT-MEMO-NUMBER-WS TO NEXT-MEMO-NUMBER-DC.
           WRITE DEBIT-MEMO-CONTROL-RECORD.
           CLOSE DEBIT-MEMO-CONTROL-FILE.

       700-CONSUME-DEBIT-MEMO-FILE.
      *    EVERY DEBIT MEMO IS NOW NUMBERED, PRINTED AND ON THE
      *    HISTORY FILE, SO THE FILE IS EMPTIED - A SECOND RUN
      *    BEFORE TONIGHT'S UPDATE FINDS NOTHING TO CLAIM
      *    INSTEAD OF DEBITING THE VENDOR TWICE.
           OPEN OUTPUT DEBIT-MEMO-FILE.
           CLOSE DEBIT-MEMO-FILE.
