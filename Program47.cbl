       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program47.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-CONTROL-FILE
               ASSIGN TO "ARCHCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    EACH RETAINED GENERATION OF THE JOURNAL IN TURN, OLDEST
      *    FIRST, THEN THE CURRENT JOURNAL. A GENERATION NOT YET
      *    WRITTEN IS SIMPLY EMPTY.
           SELECT OPTIONAL JOURNAL-FILE-IN
               ASSIGN TO DYNAMIC JOURNAL-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "OPERMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    THE VALUE THRESHOLD FOR ADJUSTMENTS AND THE BUSINESS
      *    DAY. DEFAULTS APPLY WHEN IT HAS NOT BEEN SET UP.
           SELECT OPTIONAL ACTIVITY-PARAMETER-FILE
               ASSIGN TO "OPACTPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-ACTIVITY-OUT
               ASSIGN TO "OPACTRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-SORT-FILE
               ASSIGN TO "OPAWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CONTROL-FILE.
       01  ARCH-CONTROL-RECORD.
           05  RETENTION-COUNT-AC      PIC 9(2).
           05  NEXT-GENERATION-AC      PIC 9(2).

       FD  JOURNAL-FILE-IN.
       01  JOURNAL-RECORD-JA.
           05  JRNL-PART-NUM-JA           PIC 9(5).
           05  JRNL-WAREHOUSE-JA          PIC X(3).
           05  JRNL-TRANS-TYPE-JA         PIC 9(1).
           05  JRNL-TRANS-AMOUNT-JA       PIC 9(5).
           05  JRNL-TIMESTAMP-JA.
               10  JRNL-DATE-JA           PIC 9(8).
               10  JRNL-TIME-JA           PIC 9(6).
           05  JRNL-PRE-QTY-ON-HAND-JA    PIC 9(5).
           05  JRNL-POST-QTY-ON-HAND-JA   PIC 9(5).
           05  JRNL-PRE-QTY-RECEIVED-JA   PIC 9(5).
           05  JRNL-PRE-AMT-SHIPPED-JA    PIC 9(5).
           05  JRNL-POST-QTY-RECEIVED-JA  PIC 9(5).
           05  JRNL-POST-AMT-SHIPPED-JA   PIC 9(5).
           05  JRNL-PRE-PRICE-JA          PIC 9(4)V99.
           05  JRNL-POST-PRICE-JA         PIC 9(4)V99.
           05  JRNL-OPERATOR-JA           PIC X(8).
           05  JRNL-REFERENCE-JA          PIC 9(5).
           05  JRNL-PRE-COST-JA           PIC 9(4)V99.
           05  JRNL-POST-COST-JA          PIC 9(4)V99.
      *        BLANK ON A RECORD WRITTEN BEFORE THE JOURNAL WAS
      *        NUMBERED, WHICH ENDS AFTER THE COST IMAGES.
           05  JRNL-SEQUENCE-AREA-JA      PIC X(9).
           05  JRNL-SEQUENCE-JA REDEFINES JRNL-SEQUENCE-AREA-JA
                                          PIC 9(9).
           05  JRNL-CONTROL-TOTAL-JA      PIC X(15).
           05  JRNL-HOLD-IMAGES-JA        PIC X(10).

       COPY OPERMAST_FD.

       FD  ACTIVITY-PARAMETER-FILE.
       01  ACTIVITY-PARAMETER-RECORD.
           05  AP-ADJUST-THRESHOLD     PIC 9(7)V99.
           05  AP-DAY-START-TIME       PIC 9(6).
           05  AP-DAY-END-TIME         PIC 9(6).

       FD  OPERATOR-ACTIVITY-OUT.
       01  OPERATOR-ACTIVITY-LINE      PIC X(100).

       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  AS-OPERATOR             PIC X(8).
           05  AS-TIMESTAMP.
               10  AS-DATE             PIC 9(8).
               10  AS-TIME             PIC 9(6).
           05  AS-SEQUENCE             PIC 9(9).
           05  AS-PART-NUMBER          PIC 9(5).
           05  AS-WAREHOUSE            PIC X(3).
           05  AS-TRANS-TYPE           PIC 9(1).
           05  AS-REFERENCE            PIC 9(5).
           05  AS-QUANTITY             PIC 9(5).
           05  AS-VALUE                PIC 9(9)V99.
      *        Y WHEN THE RECORD WAS WRITTEN WHILE A BATCH STEP
      *        HELD THE SYSTEM - IT WAS POSTED BY THE BATCH, NOT
      *        KEYED AT A TERMINAL, WHATEVER ID IT CARRIES.
           05  AS-BATCH-WINDOW         PIC X(1).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    OPERATOR ACTIVITY AND SEGREGATION-OF-DUTIES REPORT
      *    FOR THE QUARTERLY ACCESS REVIEW. THE RETAINED
      *    ARCHIVE GENERATIONS OF THE AUDIT JOURNAL AND THE
      *    CURRENT JOURNAL ARE SELECTED BY OPERATOR AND DATE
      *    RANGE AND SORTED BY OPERATOR AND TIME. EACH
      *    OPERATOR'S POSTINGS ARE SUMMARIZED BY JOURNAL TYPE
      *    WITH THE UNITS AND THE VALUE AT COST, AND THESE ARE
      *    LISTED AS EXCEPTIONS:
      *      - A PART ADDED BY AN OPERATOR WHOSE STOCK THE SAME
      *        OPERATOR LATER ADJUSTS (TYPE 3 OR 4)
      *      - A PRICE CHANGE FOLLOWED BY A SHIPMENT OF THE SAME
      *        PART/WAREHOUSE BY THE SAME OPERATOR
      *      - AN ADJUSTMENT WORTH MORE THAN THE THRESHOLD
      *      - A POSTING OUTSIDE THE BUSINESS DAY OR AT A WEEKEND
      *        (POSTINGS MADE BY A BATCH STEP ARE PASSED OVER)
      *      - ANY ACTIVITY BY AN ID NO LONGER ON THE OPERATOR
      *        MASTER (THE BATCH STEP NAMES ARE PASSED OVER)
      *    RETURN CODE 4 WHEN ANY EXCEPTION IS LISTED.
      *    =================================================
       01  BLANK-LINE              PIC X(100)  VALUE SPACES.
       01  OPERATOR-STATUS-WS      PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-CONTROL    PIC X(3)    VALUE "NO".
           05  EOF-FLAG-JRNL       PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-OPERATOR-WS   PIC X(3)    VALUE "YES".
           05  BATCH-WINDOW-FLAG-WS PIC X(3)   VALUE "NO".
           05  ENTRY-FOUND-FLAG-WS PIC X(3)    VALUE "NO".
           05  CTR-GENERATIONS-WS  PIC 9(2)    VALUE ZERO.
           05  CTR-RECORDS-READ-WS PIC 9(7)    VALUE ZERO.
           05  CTR-SELECTED-WS     PIC 9(7)    VALUE ZERO.
           05  CTR-OPERATORS-WS    PIC 9(5)    VALUE ZERO.
           05  CTR-OPER-POSTINGS-WS PIC 9(7)   VALUE ZERO.
           05  CTR-OPER-EXCEPTIONS-WS PIC 9(5) VALUE ZERO.
           05  CTR-EXCEPTIONS-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-ADD-ADJUST-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-PRICE-SHIP-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-OVER-LIMIT-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-AFTER-HOURS-WS  PIC 9(5)    VALUE ZERO.
           05  CTR-UNKNOWN-ID-WS   PIC 9(5)    VALUE ZERO.

       01  ARCHIVE-CONTROL-WS.
           05  RETENTION-COUNT-WS  PIC 9(2)    VALUE 07.
           05  GENERATION-WS       PIC 9(2)    VALUE 01.

       01  JOURNAL-NAME-WS         PIC X(12)   VALUE SPACES.

       01  SELECTION-CRITERIA-WS.
      *    A BLANK OPERATOR ID SELECTS EVERY OPERATOR.
           05  SELECT-OPERATOR-WS      PIC X(8)    VALUE SPACES.
           05  SELECT-START-DATE-WS    PIC 9(8)    VALUE ZERO.
           05  SELECT-END-DATE-WS      PIC 9(8)    VALUE 99999999.

       01  ACTIVITY-PARAMETERS-WS.
           05  ADJUST-THRESHOLD-WS     PIC 9(7)V99 VALUE 1000.00.
           05  DAY-START-TIME-WS       PIC 9(6)    VALUE 070000.
           05  DAY-END-TIME-WS         PIC 9(6)    VALUE 190000.

       01  ACTIVITY-WORK-WS.
           05  LINE-VALUE-WS           PIC 9(9)V99 VALUE ZERO.
           05  PRICE-DIFF-WS           PIC 9(4)V99 VALUE ZERO.
           05  TYPE-SUB-WS             PIC 9(2)    VALUE ZERO.
           05  TABLE-SUB-WS            PIC 9(3)    VALUE ZERO.
           05  DAY-SERIAL-WS           PIC 9(7)    VALUE ZERO.
           05  DAY-QUOTIENT-WS         PIC 9(7)    VALUE ZERO.
      *    0 = SUNDAY THROUGH 6 = SATURDAY.
           05  DAY-OF-WEEK-WS          PIC 9(1)    VALUE ZERO.
               88  WEEKEND-DAY             VALUE 0 6.
           05  CURRENT-OPERATOR-WS     PIC X(8)    VALUE SPACES.
               88  BATCH-STEP-ID           VALUE "NIGHTLY"
                                                 "UPDATE"
                                                 "CLOSE"
                                                 "RECOVERY"
                                                 "EDIT"
                                                 "SETTLE".
           05  CURRENT-ON-FILE-WS      PIC X(3)    VALUE "NO".

      *    PARTS THE CURRENT OPERATOR HAS ADDED AND PRICES THE
      *    CURRENT OPERATOR HAS CHANGED, CLEARED AT EACH NEW
      *    OPERATOR. AN OPERATOR WITH MORE THAN THE TABLE HOLDS
      *    IS CHECKED AGAINST THE FIRST 200 OF EACH.
       01  OPERATOR-PART-TABLES-WS.
           05  CTR-ADDED-WS            PIC 9(3)    VALUE ZERO.
           05  ADDED-ENTRY-WS          OCCURS 200 TIMES.
               10  ADDED-PART-WS       PIC 9(5).
               10  ADDED-WHSE-WS       PIC X(3).
           05  CTR-PRICED-WS           PIC 9(3)    VALUE ZERO.
           05  PRICED-ENTRY-WS         OCCURS 200 TIMES.
               10  PRICED-PART-WS      PIC 9(5).
               10  PRICED-WHSE-WS      PIC X(3).

      *    ONE ENTRY PER JOURNAL TYPE 0-9, SUBSCRIPTED BY TYPE + 1.
       01  OPERATOR-TYPE-TOTALS-WS.
           05  OPER-TYPE-ENTRY-WS      OCCURS 10 TIMES.
               10  OPER-TYPE-COUNT-WS  PIC 9(7).
               10  OPER-TYPE-UNITS-WS  PIC 9(9).
               10  OPER-TYPE-VALUE-WS  PIC 9(11)V99.

       01  GRAND-TYPE-TOTALS-WS.
           05  GRAND-TYPE-ENTRY-WS     OCCURS 10 TIMES.
               10  GRAND-TYPE-COUNT-WS PIC 9(7).
               10  GRAND-TYPE-UNITS-WS PIC 9(9).
               10  GRAND-TYPE-VALUE-WS PIC 9(11)V99.

       01  JOURNAL-TYPE-NAMES.
           05  FILLER      PIC X(18)   VALUE "SYSTEM EVENTS".
           05  FILLER      PIC X(18)   VALUE "RECEIPTS".
           05  FILLER      PIC X(18)   VALUE "SHIPMENTS".
           05  FILLER      PIC X(18)   VALUE "ADJUSTMENTS".
           05  FILLER      PIC X(18)   VALUE "STOCK RETURNS".
           05  FILLER      PIC X(18)   VALUE "KIT BUILDS".
           05  FILLER      PIC X(18)   VALUE "PRICE CHANGES".
           05  FILLER      PIC X(18)   VALUE "ADDS AND TRANSFERS".
           05  FILLER      PIC X(18)   VALUE "PART CHANGES".
           05  FILLER      PIC X(18)   VALUE "PART DELETES".
       01  JOURNAL-TYPE-TABLE REDEFINES JOURNAL-TYPE-NAMES.
           05  JOURNAL-TYPE-NAME-WS    PIC X(18)   OCCURS 10 TIMES.

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  ACTIVITY-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(28)   VALUE
                   "OPERATOR ACTIVITY REPORT FOR".
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  ACT-MONTH       PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  ACT-DAY         PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  ACT-YEAR        PIC 9999    VALUE ZERO.

       01  ACTIVITY-RANGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "POSTINGS  ".
           05  RANGE-START-OUT PIC 9(8).
           05  FILLER          PIC X(4)    VALUE " TO ".
           05  RANGE-END-OUT   PIC 9(8).
           05  FILLER          PIC X(11)   VALUE "  OPERATOR ".
           05  RANGE-OPER-OUT  PIC X(8).

       01  ACTIVITY-LIMIT-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE
                   "ADJUSTMENT THRESHOLD ".
           05  LIMIT-VALUE-OUT PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(16)   VALUE "  BUSINESS DAY  ".
           05  LIMIT-START-OUT PIC 9(6).
           05  FILLER          PIC X(3)    VALUE " - ".
           05  LIMIT-END-OUT   PIC 9(6).

       01  OPERATOR-HEADING-LINE.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "OPERATOR ".
           05  OPER-ID-OUT     PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  OPER-NAME-OUT   PIC X(29).
           05  FILLER          PIC X(6)    VALUE "LEVEL ".
           05  OPER-LEVEL-OUT  PIC X(1).

       01  EXCEPTION-COLUMN-HEADER.
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(14)   VALUE   "TIMESTAMP".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "PART".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "WHSE".
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(1)    VALUE   "T".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "UNITS".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(14)   VALUE   "         VALUE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(28)   VALUE   "EXCEPTION".

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  EXC-TIMESTAMP-OUT   PIC 9(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EXC-PART-OUT        PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EXC-WHSE-OUT        PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EXC-TYPE-OUT        PIC 9(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EXC-UNITS-OUT       PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EXC-VALUE-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  EXC-TEXT-OUT        PIC X(28).

       01  TYPE-SUMMARY-LINE.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE "TYPE ".
           05  SUM-TYPE-OUT        PIC 9(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SUM-NAME-OUT        PIC X(18).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SUM-COUNT-OUT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(8)    VALUE " POSTED ".
           05  SUM-UNITS-OUT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(7)    VALUE " UNITS ".
           05  SUM-VALUE-OUT       PIC $$$,$$$,$$$,$$9.99.

       01  OPERATOR-TOTAL-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(19)   VALUE "OPERATOR POSTINGS  ".
           05  OPER-POSTINGS-OUT PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(14)   VALUE "  EXCEPTIONS  ".
           05  OPER-EXCEPTIONS-OUT PIC ZZ,ZZ9.

       01  GRAND-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TOTAL-LABEL-OUT     PIC X(34).
           05  TOTAL-COUNT-OUT     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-OPERATOR-ACTIVITY.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-OPERATOR-ACTIVITY.
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY AS-OPERATOR
                                AS-TIMESTAMP
                                AS-SEQUENCE
               INPUT PROCEDURE 800-BUILD-ACTIVITY-SORT
               OUTPUT PROCEDURE 800-PRINT-SORTED-ACTIVITY.
           PERFORM 200-TERMINATE-OPERATOR-ACTIVITY.
           STOP RUN.

       200-INITIATE-OPERATOR-ACTIVITY.
           OPEN INPUT OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-ACTIVITY-OUT.
           PERFORM 700-ACCEPT-SELECTION-CRITERIA.
           PERFORM 700-LOAD-ACTIVITY-PARAMETERS.
           PERFORM 700-LOAD-ARCHIVE-CONTROL.
           INITIALIZE GRAND-TYPE-TOTALS-WS.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE MNTH TO ACT-MONTH.
           MOVE DY   TO ACT-DAY.
           MOVE YR   TO ACT-YEAR.
           MOVE SELECT-START-DATE-WS TO RANGE-START-OUT.
           MOVE SELECT-END-DATE-WS   TO RANGE-END-OUT.
           IF SELECT-OPERATOR-WS = SPACES
               THEN MOVE "ALL" TO RANGE-OPER-OUT
               ELSE MOVE SELECT-OPERATOR-WS TO RANGE-OPER-OUT
           END-IF.
           MOVE ADJUST-THRESHOLD-WS TO LIMIT-VALUE-OUT.
           MOVE DAY-START-TIME-WS   TO LIMIT-START-OUT.
           MOVE DAY-END-TIME-WS     TO LIMIT-END-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM ACTIVITY-PAGE-LINE.
           WRITE OPERATOR-ACTIVITY-LINE FROM ACTIVITY-RANGE-LINE.
           WRITE OPERATOR-ACTIVITY-LINE FROM ACTIVITY-LIMIT-LINE.

       200-TERMINATE-OPERATOR-ACTIVITY.
           IF FIRST-OPERATOR-WS = "NO"
               PERFORM 700-PRINT-OPERATOR-SUMMARY
           END-IF.
           PERFORM 700-PRINT-GRAND-TOTALS.
           CLOSE OPERATOR-FILE
                 OPERATOR-ACTIVITY-OUT.
           DISPLAY "OPERATOR ACTIVITY PRINTED - " CTR-OPERATORS-WS
               " OPERATOR(S), " CTR-EXCEPTIONS-WS " EXCEPTION(S)".
           IF CTR-EXCEPTIONS-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       700-ACCEPT-SELECTION-CRITERIA.
           DISPLAY "ENTER OPERATOR ID (BLANK FOR ALL): ".
           ACCEPT SELECT-OPERATOR-WS.
           DISPLAY "ENTER START DATE (YYYYMMDD): ".
           ACCEPT SELECT-START-DATE-WS.
           DISPLAY "ENTER END DATE (YYYYMMDD): ".
           ACCEPT SELECT-END-DATE-WS.
           IF SELECT-END-DATE-WS = ZERO
               MOVE 99999999 TO SELECT-END-DATE-WS
           END-IF.

       700-LOAD-ACTIVITY-PARAMETERS.
           OPEN INPUT ACTIVITY-PARAMETER-FILE.
           READ ACTIVITY-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE AP-ADJUST-THRESHOLD TO ADJUST-THRESHOLD-WS
                   MOVE AP-DAY-START-TIME   TO DAY-START-TIME-WS
                   MOVE AP-DAY-END-TIME     TO DAY-END-TIME-WS
           END-READ.
           CLOSE ACTIVITY-PARAMETER-FILE.

       700-LOAD-ARCHIVE-CONTROL.
           OPEN INPUT ARCH-CONTROL-FILE.
           READ ARCH-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-CONTROL
               NOT AT END
                   MOVE RETENTION-COUNT-AC TO RETENTION-COUNT-WS
                   MOVE NEXT-GENERATION-AC TO GENERATION-WS.
           CLOSE ARCH-CONTROL-FILE.
           IF RETENTION-COUNT-WS = ZERO
               MOVE 07 TO RETENTION-COUNT-WS
           END-IF.
           IF GENERATION-WS = ZERO
                   OR GENERATION-WS > RETENTION-COUNT-WS
               MOVE 01 TO GENERATION-WS
           END-IF.

       800-BUILD-ACTIVITY-SORT.
      *    OLDEST GENERATION FIRST, SO THE BATCH LOCKOUT EVENTS
      *    ARE MET IN THE ORDER THEY WERE WRITTEN.
           PERFORM 800-SELECT-ONE-GENERATION
               UNTIL CTR-GENERATIONS-WS >= RETENTION-COUNT-WS.
           MOVE "AUDTJRNL.DAT" TO JOURNAL-NAME-WS.
           PERFORM 800-SELECT-ONE-FILE.

       800-SELECT-ONE-GENERATION.
           MOVE SPACES TO JOURNAL-NAME-WS.
           STRING "AUDTJRNL.G" DELIMITED BY SIZE
                  GENERATION-WS DELIMITED BY SIZE
               INTO JOURNAL-NAME-WS.
           PERFORM 800-SELECT-ONE-FILE.
           ADD 1 TO CTR-GENERATIONS-WS.
           IF GENERATION-WS >= RETENTION-COUNT-WS
               THEN MOVE 01 TO GENERATION-WS
               ELSE ADD 1 TO GENERATION-WS
           END-IF.

       800-SELECT-ONE-FILE.
           MOVE "NO" TO EOF-FLAG-JRNL.
           OPEN INPUT JOURNAL-FILE-IN.
           PERFORM 800-RELEASE-ONE-ENTRY
               UNTIL EOF-FLAG-JRNL = "YES".
           CLOSE JOURNAL-FILE-IN.

       800-RELEASE-ONE-ENTRY.
           READ JOURNAL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-JRNL
               NOT AT END
                   ADD 1 TO CTR-RECORDS-READ-WS
                   PERFORM 700-TRACK-BATCH-WINDOW
                   IF JRNL-DATE-JA >= SELECT-START-DATE-WS
                           AND JRNL-DATE-JA <= SELECT-END-DATE-WS
                           AND (SELECT-OPERATOR-WS = SPACES
                               OR JRNL-OPERATOR-JA = SELECT-OPERATOR-WS)
                       PERFORM 700-RELEASE-ACTIVITY
                   END-IF
           END-READ.

       700-TRACK-BATCH-WINDOW.
      *    A BATCH STEP JOURNALS BAT WHEN IT LOCKS THE SYSTEM AND
      *    CLR WHEN IT LETS GO; A SUPERVISOR'S OVR ALSO ENDS IT.
      *    ANYTHING IN BETWEEN WAS POSTED BY THE BATCH.
           IF JRNL-TRANS-TYPE-JA = ZERO
               IF JRNL-WAREHOUSE-JA = "BAT"
                   THEN MOVE "YES" TO BATCH-WINDOW-FLAG-WS
               ELSE IF JRNL-WAREHOUSE-JA = "CLR"
                       OR JRNL-WAREHOUSE-JA = "OVR"
                   THEN MOVE "NO" TO BATCH-WINDOW-FLAG-WS
               END-IF
           END-IF.

       700-RELEASE-ACTIVITY.
           IF JRNL-SEQUENCE-AREA-JA = SPACES
               MOVE ZERO TO JRNL-SEQUENCE-JA
           END-IF.
           PERFORM 700-VALUE-ONE-POSTING.
           MOVE JRNL-OPERATOR-JA    TO AS-OPERATOR.
           MOVE JRNL-TIMESTAMP-JA   TO AS-TIMESTAMP.
           MOVE JRNL-SEQUENCE-JA    TO AS-SEQUENCE.
           MOVE JRNL-PART-NUM-JA    TO AS-PART-NUMBER.
           MOVE JRNL-WAREHOUSE-JA   TO AS-WAREHOUSE.
           MOVE JRNL-TRANS-TYPE-JA  TO AS-TRANS-TYPE.
           MOVE JRNL-REFERENCE-JA   TO AS-REFERENCE.
           MOVE JRNL-TRANS-AMOUNT-JA TO AS-QUANTITY.
           MOVE LINE-VALUE-WS       TO AS-VALUE.
           IF BATCH-WINDOW-FLAG-WS = "YES"
               THEN MOVE "Y" TO AS-BATCH-WINDOW
               ELSE MOVE "N" TO AS-BATCH-WINDOW
           END-IF.
           RELEASE ACTIVITY-SORT-RECORD.
           ADD 1 TO CTR-SELECTED-WS.

       700-VALUE-ONE-POSTING.
      *    QUANTITY POSTINGS ARE VALUED AT THE COST AFTER THE
      *    POSTING. A PART ADD IS VALUED AT THE STOCK IT CAME ON
      *    WITH, A DELETE AT THE STOCK IT WENT OFF WITH, AND A
      *    PRICE CHANGE AT THE DIFFERENCE ACROSS THE UNITS ON
      *    HAND. PART CHANGES AND SYSTEM EVENTS CARRY NO VALUE.
           MOVE ZERO TO LINE-VALUE-WS.
           IF JRNL-TRANS-TYPE-JA = ZERO OR JRNL-TRANS-TYPE-JA = 8
               THEN MOVE ZERO TO LINE-VALUE-WS
           ELSE IF JRNL-TRANS-TYPE-JA = 7
                   AND JRNL-REFERENCE-JA = ZERO
               THEN COMPUTE LINE-VALUE-WS ROUNDED =
                        JRNL-POST-QTY-ON-HAND-JA * JRNL-POST-COST-JA
           ELSE IF JRNL-TRANS-TYPE-JA = 9
               THEN COMPUTE LINE-VALUE-WS ROUNDED =
                        JRNL-PRE-QTY-ON-HAND-JA * JRNL-PRE-COST-JA
           ELSE IF JRNL-TRANS-TYPE-JA = 6
               THEN IF JRNL-POST-PRICE-JA > JRNL-PRE-PRICE-JA
                        THEN COMPUTE PRICE-DIFF-WS =
                                 JRNL-POST-PRICE-JA - JRNL-PRE-PRICE-JA
                        ELSE COMPUTE PRICE-DIFF-WS =
                                 JRNL-PRE-PRICE-JA - JRNL-POST-PRICE-JA
                    END-IF
                    COMPUTE LINE-VALUE-WS ROUNDED =
                        JRNL-POST-QTY-ON-HAND-JA * PRICE-DIFF-WS
           ELSE
               COMPUTE LINE-VALUE-WS ROUNDED =
                   JRNL-TRANS-AMOUNT-JA * JRNL-POST-COST-JA
           END-IF.

       800-PRINT-SORTED-ACTIVITY.
           PERFORM 800-RETURN-ACTIVITY-RECORD.
           PERFORM 800-PRINT-ONE-ACTIVITY
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-ACTIVITY-RECORD.
           RETURN ACTIVITY-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRINT-ONE-ACTIVITY.
           IF FIRST-OPERATOR-WS = "YES"
                   OR AS-OPERATOR NOT = CURRENT-OPERATOR-WS
               IF FIRST-OPERATOR-WS = "NO"
                   PERFORM 700-PRINT-OPERATOR-SUMMARY
               END-IF
               MOVE "NO" TO FIRST-OPERATOR-WS
               PERFORM 700-START-NEW-OPERATOR
           END-IF.
           COMPUTE TYPE-SUB-WS = AS-TRANS-TYPE + 1.
           ADD 1          TO OPER-TYPE-COUNT-WS (TYPE-SUB-WS).
           ADD AS-QUANTITY TO OPER-TYPE-UNITS-WS (TYPE-SUB-WS).
           ADD AS-VALUE   TO OPER-TYPE-VALUE-WS (TYPE-SUB-WS).
           ADD 1 TO CTR-OPER-POSTINGS-WS.
           PERFORM 700-CHECK-ADDED-THEN-ADJUSTED.
           PERFORM 700-CHECK-PRICED-THEN-SHIPPED.
           PERFORM 700-CHECK-ADJUSTMENT-LIMIT.
           PERFORM 700-CHECK-BUSINESS-HOURS.
           PERFORM 800-RETURN-ACTIVITY-RECORD.

       700-START-NEW-OPERATOR.
           MOVE AS-OPERATOR TO CURRENT-OPERATOR-WS.
           ADD 1 TO CTR-OPERATORS-WS.
           MOVE ZERO TO CTR-OPER-POSTINGS-WS.
           MOVE ZERO TO CTR-OPER-EXCEPTIONS-WS.
           MOVE ZERO TO CTR-ADDED-WS.
           MOVE ZERO TO CTR-PRICED-WS.
           INITIALIZE OPERATOR-TYPE-TOTALS-WS.
           MOVE AS-OPERATOR TO OPER-ID-OUT.
           MOVE AS-OPERATOR TO OPER-ID-OM.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "NO" TO CURRENT-ON-FILE-WS
                   MOVE SPACES TO OPER-LEVEL-OUT
                   IF BATCH-STEP-ID
                       THEN MOVE "(BATCH STEP)" TO OPER-NAME-OUT
                       ELSE MOVE "** NOT ON OPERATOR MASTER **"
                                TO OPER-NAME-OUT
                   END-IF
               NOT INVALID KEY
                   MOVE "YES" TO CURRENT-ON-FILE-WS
                   MOVE OPER-NAME-OM  TO OPER-NAME-OUT
                   MOVE OPER-LEVEL-OM TO OPER-LEVEL-OUT
           END-READ.
           WRITE OPERATOR-ACTIVITY-LINE FROM BLANK-LINE.
           WRITE OPERATOR-ACTIVITY-LINE FROM OPERATOR-HEADING-LINE.
           WRITE OPERATOR-ACTIVITY-LINE FROM EXCEPTION-COLUMN-HEADER.
           IF CURRENT-ON-FILE-WS = "NO" AND NOT BATCH-STEP-ID
               MOVE "ID NOT ON OPERATOR MASTER" TO EXC-TEXT-OUT
               PERFORM 700-PRINT-ACTIVITY-EXCEPTION
               ADD 1 TO CTR-UNKNOWN-ID-WS
           END-IF.

       700-CHECK-ADDED-THEN-ADJUSTED.
      *    THE ONLINE TRANSFER ALSO JOURNALS AS A TYPE 7 BUT
      *    ALWAYS CARRIES A REFERENCE - ONLY A ZERO REFERENCE IS
      *    A PART ADD.
           IF AS-TRANS-TYPE = 7 AND AS-REFERENCE = ZERO
               IF CTR-ADDED-WS < 200
                   ADD 1 TO CTR-ADDED-WS
                   MOVE AS-PART-NUMBER TO ADDED-PART-WS (CTR-ADDED-WS)
                   MOVE AS-WAREHOUSE   TO ADDED-WHSE-WS (CTR-ADDED-WS)
               END-IF
           END-IF.
           IF AS-TRANS-TYPE = 3 OR AS-TRANS-TYPE = 4
               MOVE "NO" TO ENTRY-FOUND-FLAG-WS
               PERFORM 700-SEARCH-ADDED-PART
                   VARYING TABLE-SUB-WS FROM 1 BY 1
                   UNTIL TABLE-SUB-WS > CTR-ADDED-WS
                       OR ENTRY-FOUND-FLAG-WS = "YES"
               IF ENTRY-FOUND-FLAG-WS = "YES"
                   MOVE "ADDED PART THEN ADJUSTED" TO EXC-TEXT-OUT
                   PERFORM 700-PRINT-ACTIVITY-EXCEPTION
                   ADD 1 TO CTR-ADD-ADJUST-WS
               END-IF
           END-IF.

       700-SEARCH-ADDED-PART.
           IF ADDED-PART-WS (TABLE-SUB-WS) = AS-PART-NUMBER
                   AND ADDED-WHSE-WS (TABLE-SUB-WS) = AS-WAREHOUSE
               MOVE "YES" TO ENTRY-FOUND-FLAG-WS
           END-IF.

       700-CHECK-PRICED-THEN-SHIPPED.
           IF AS-TRANS-TYPE = 6
               IF CTR-PRICED-WS < 200
                   ADD 1 TO CTR-PRICED-WS
                   MOVE AS-PART-NUMBER TO PRICED-PART-WS (CTR-PRICED-WS)
                   MOVE AS-WAREHOUSE   TO PRICED-WHSE-WS (CTR-PRICED-WS)
               END-IF
           END-IF.
           IF AS-TRANS-TYPE = 2
               MOVE "NO" TO ENTRY-FOUND-FLAG-WS
               PERFORM 700-SEARCH-PRICED-PART
                   VARYING TABLE-SUB-WS FROM 1 BY 1
                   UNTIL TABLE-SUB-WS > CTR-PRICED-WS
                       OR ENTRY-FOUND-FLAG-WS = "YES"
               IF ENTRY-FOUND-FLAG-WS = "YES"
                   MOVE "PRICE CHANGED THEN SHIPPED" TO EXC-TEXT-OUT
                   PERFORM 700-PRINT-ACTIVITY-EXCEPTION
                   ADD 1 TO CTR-PRICE-SHIP-WS
               END-IF
           END-IF.

       700-SEARCH-PRICED-PART.
           IF PRICED-PART-WS (TABLE-SUB-WS) = AS-PART-NUMBER
                   AND PRICED-WHSE-WS (TABLE-SUB-WS) = AS-WAREHOUSE
               MOVE "YES" TO ENTRY-FOUND-FLAG-WS
           END-IF.

       700-CHECK-ADJUSTMENT-LIMIT.
           IF AS-TRANS-TYPE = 3 AND AS-VALUE > ADJUST-THRESHOLD-WS
               MOVE "ADJUSTMENT OVER THRESHOLD" TO EXC-TEXT-OUT
               PERFORM 700-PRINT-ACTIVITY-EXCEPTION
               ADD 1 TO CTR-OVER-LIMIT-WS
           END-IF.

       700-CHECK-BUSINESS-HOURS.
      *    SYSTEM EVENTS ARE NOT POSTINGS, AND A POSTING MADE BY
      *    A BATCH STEP RUNS AT NIGHT BY DESIGN.
           IF AS-TRANS-TYPE NOT = ZERO AND AS-BATCH-WINDOW = "N"
               COMPUTE DAY-SERIAL-WS =
                   FUNCTION INTEGER-OF-DATE (AS-DATE)
               DIVIDE DAY-SERIAL-WS BY 7 GIVING DAY-QUOTIENT-WS
                   REMAINDER DAY-OF-WEEK-WS
               IF AS-TIME < DAY-START-TIME-WS
                       OR AS-TIME >= DAY-END-TIME-WS
                       OR WEEKEND-DAY
                   MOVE "OUTSIDE BUSINESS HOURS" TO EXC-TEXT-OUT
                   PERFORM 700-PRINT-ACTIVITY-EXCEPTION
                   ADD 1 TO CTR-AFTER-HOURS-WS
               END-IF
           END-IF.

       700-PRINT-ACTIVITY-EXCEPTION.
           MOVE AS-TIMESTAMP   TO EXC-TIMESTAMP-OUT.
           MOVE AS-PART-NUMBER TO EXC-PART-OUT.
           MOVE AS-WAREHOUSE   TO EXC-WHSE-OUT.
           MOVE AS-TRANS-TYPE  TO EXC-TYPE-OUT.
           MOVE AS-QUANTITY    TO EXC-UNITS-OUT.
           MOVE AS-VALUE       TO EXC-VALUE-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM EXCEPTION-DETAIL-LINE.
           ADD 1 TO CTR-OPER-EXCEPTIONS-WS.
           ADD 1 TO CTR-EXCEPTIONS-WS.

       700-PRINT-OPERATOR-SUMMARY.
           WRITE OPERATOR-ACTIVITY-LINE FROM BLANK-LINE.
           PERFORM 700-PRINT-OPERATOR-TYPE
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > 10.
           MOVE CTR-OPER-POSTINGS-WS   TO OPER-POSTINGS-OUT.
           MOVE CTR-OPER-EXCEPTIONS-WS TO OPER-EXCEPTIONS-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM OPERATOR-TOTAL-LINE.

       700-PRINT-OPERATOR-TYPE.
           IF OPER-TYPE-COUNT-WS (TYPE-SUB-WS) > ZERO
               COMPUTE SUM-TYPE-OUT = TYPE-SUB-WS - 1
               MOVE JOURNAL-TYPE-NAME-WS (TYPE-SUB-WS) TO SUM-NAME-OUT
               MOVE OPER-TYPE-COUNT-WS (TYPE-SUB-WS) TO SUM-COUNT-OUT
               MOVE OPER-TYPE-UNITS-WS (TYPE-SUB-WS) TO SUM-UNITS-OUT
               MOVE OPER-TYPE-VALUE-WS (TYPE-SUB-WS) TO SUM-VALUE-OUT
               WRITE OPERATOR-ACTIVITY-LINE FROM TYPE-SUMMARY-LINE
               ADD OPER-TYPE-COUNT-WS (TYPE-SUB-WS)
                   TO GRAND-TYPE-COUNT-WS (TYPE-SUB-WS)
               ADD OPER-TYPE-UNITS-WS (TYPE-SUB-WS)
                   TO GRAND-TYPE-UNITS-WS (TYPE-SUB-WS)
               ADD OPER-TYPE-VALUE-WS (TYPE-SUB-WS)
                   TO GRAND-TYPE-VALUE-WS (TYPE-SUB-WS)
           END-IF.

       700-PRINT-GRAND-TOTALS.
           WRITE OPERATOR-ACTIVITY-LINE FROM BLANK-LINE.
           MOVE "*ALL*"         TO OPER-ID-OUT.
           MOVE "ALL OPERATORS" TO OPER-NAME-OUT.
           MOVE SPACES          TO OPER-LEVEL-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM OPERATOR-HEADING-LINE.
           PERFORM 700-PRINT-GRAND-TYPE
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > 10.
           WRITE OPERATOR-ACTIVITY-LINE FROM BLANK-LINE.
           MOVE "JOURNAL RECORDS READ" TO TOTAL-LABEL-OUT.
           MOVE CTR-RECORDS-READ-WS    TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "RECORDS SELECTED"     TO TOTAL-LABEL-OUT.
           MOVE CTR-SELECTED-WS        TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "OPERATORS REPORTED"   TO TOTAL-LABEL-OUT.
           MOVE CTR-OPERATORS-WS       TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "ADDED PART THEN ADJUSTED" TO TOTAL-LABEL-OUT.
           MOVE CTR-ADD-ADJUST-WS      TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "PRICE CHANGED THEN SHIPPED" TO TOTAL-LABEL-OUT.
           MOVE CTR-PRICE-SHIP-WS      TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "ADJUSTMENTS OVER THRESHOLD" TO TOTAL-LABEL-OUT.
           MOVE CTR-OVER-LIMIT-WS      TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "POSTINGS OUTSIDE BUSINESS HOURS" TO TOTAL-LABEL-OUT.
           MOVE CTR-AFTER-HOURS-WS     TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "IDS NOT ON OPERATOR MASTER" TO TOTAL-LABEL-OUT.
           MOVE CTR-UNKNOWN-ID-WS      TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.
           MOVE "EXCEPTIONS LISTED"    TO TOTAL-LABEL-OUT.
           MOVE CTR-EXCEPTIONS-WS      TO TOTAL-COUNT-OUT.
           WRITE OPERATOR-ACTIVITY-LINE FROM GRAND-TOTAL-LINE.

       700-PRINT-GRAND-TYPE.
           IF GRAND-TYPE-COUNT-WS (TYPE-SUB-WS) > ZERO
               COMPUTE SUM-TYPE-OUT = TYPE-SUB-WS - 1
               MOVE JOURNAL-TYPE-NAME-WS (TYPE-SUB-WS) TO SUM-NAME-OUT
               MOVE GRAND-TYPE-COUNT-WS (TYPE-SUB-WS) TO SUM-COUNT-OUT
               MOVE GRAND-TYPE-UNITS-WS (TYPE-SUB-WS) TO SUM-UNITS-OUT
               MOVE GRAND-TYPE-VALUE-WS (TYPE-SUB-WS) TO SUM-VALUE-OUT
               WRITE OPERATOR-ACTIVITY-LINE FROM TYPE-SUMMARY-LINE
           END-IF.
