       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program43.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHED-PRICE-FILE
               ASSIGN TO "SCHEDPRC.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SCHED-KEY-SP
                   FILE STATUS IS SCHED-PRICE-STATUS-WS.

           SELECT INVENT-FILE-V2
               ASSIGN TO "INVENT2BV2.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PART-WHSE-KEY-V2
                   ALTERNATE RECORD KEY IS PART-NAME-V2
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CATEGORY-CODE-V2
                       WITH DUPLICATES
                   FILE STATUS IS STATUS-FIELD.

           SELECT PENDING-PRICE-OUT
               ASSIGN TO "PRICEPND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-SORT-FILE
               ASSIGN TO "PNDWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       COPY SCHEDPRC_FD.

       COPY INVENT2BV2_FD.

       FD  PENDING-PRICE-OUT.
       01  PENDING-PRICE-LINE          PIC X(85).

       SD  PENDING-SORT-FILE.
       01  PENDING-SORT-RECORD.
           05  PS-EFF-DATE             PIC 9(8).
           05  PS-PART-NUMBER          PIC 9(5).
           05  PS-WAREHOUSE            PIC X(3).
           05  PS-NEW-PRICE            PIC 9(4)V99.
           05  PS-ENTERED-BY           PIC X(8).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    PENDING PRICE CHANGE LISTING. EVERY SCHEDULED PRICE
      *    CHANGE NOT YET APPLIED THAT FALLS DUE WITHIN THE NEXT
      *    30 DAYS IS LISTED IN EFFECTIVE DATE ORDER, WITH THE
      *    PRICE IT REPLACES AND WHO KEYED IT, SO PURCHASING AND
      *    SALES CAN CHECK THEM BEFORE THE NIGHTLY UPDATE TAKES
      *    THEM UP. A PENDING CHANGE ALREADY PAST ITS DATE HAS
      *    NOT BEEN PICKED UP BY A NIGHTLY RUN AND IS FLAGGED
      *    OVERDUE. A CHANGE FOR ALL WAREHOUSES SHOWS NO CURRENT
      *    PRICE AS IT REPLACES A DIFFERENT ONE IN EACH.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  STATUS-FIELD            PIC X(2).
       01  SCHED-PRICE-STATUS-WS   PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-SCHED      PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  CTR-PENDING-WS      PIC 9(5)    VALUE ZERO.
           05  CTR-OVERDUE-WS      PIC 9(5)    VALUE ZERO.

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PENDING-WINDOW-WS.
      *    THE LISTING LOOKS 30 DAYS AHEAD OF THE RUN DATE.
           05  RUN-DATE-WS             PIC 9(8)    VALUE ZERO.
           05  WINDOW-DAYS-WS          PIC 9(3)    VALUE 30.
           05  WINDOW-END-DATE-WS      PIC 9(8)    VALUE ZERO.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, AND AN
      *    END-OF-REPORT LINE SO A TRUNCATED REPORT SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  PEND-LINE-CTR-WS        PIC 9(2)    VALUE ZERO.
           05  PEND-PAGE-CTR-WS        PIC 9(3)    VALUE ZERO.

       01  PEND-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(28)   VALUE
                   "PENDING PRICE CHANGES AS OF ".
           05  PEND-MONTH      PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  PEND-DAY        PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  PEND-YEAR       PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  PEND-PAGE-OUT   PIC ZZ9.

       01  PEND-WINDOW-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                   "DUE ON OR BEFORE        ".
           05  PEND-WINDOW-OUT PIC 9(8).

       01  PEND-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(8)    VALUE   "EFF DATE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "PART ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(20)   VALUE   "PART NAME".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "WHSE".
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(8)    VALUE   " CURRENT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "     NEW".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "KEYED BY".
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(7)    VALUE   "OVERDUE".

       01  PEND-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PEND-EFF-DATE-OUT   PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PEND-PART-OUT       PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PEND-PART-NAME-OUT  PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PEND-WHSE-OUT       PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PEND-CURRENT-OUT    PIC Z,ZZ9.99.
           05  PEND-CURRENT-X-OUT  REDEFINES PEND-CURRENT-OUT
                                   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PEND-NEW-OUT        PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PEND-KEYED-BY-OUT   PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  PEND-OVERDUE-OUT    PIC X(7).

       01  PEND-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                   "PENDING CHANGES LISTED  ".
           05  PEND-COUNT-OUT  PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "OVERDUE  ".
           05  PEND-OVER-OUT   PIC ZZZZ9.

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-PENDING-PRICES.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-PENDING-PRICES.
           SORT PENDING-SORT-FILE
               ON ASCENDING KEY PS-EFF-DATE
                                PS-PART-NUMBER
                                PS-WAREHOUSE
               INPUT PROCEDURE 800-BUILD-PENDING-SORT
               OUTPUT PROCEDURE 800-PRINT-SORTED-PENDING.
           PERFORM 200-TERMINATE-PENDING-PRICES.
           STOP RUN.

       200-INITIATE-PENDING-PRICES.
           OPEN INPUT SCHED-PRICE-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN OUTPUT PENDING-PRICE-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO RUN-DATE-WS.
           MOVE MNTH TO PEND-MONTH.
           MOVE DY   TO PEND-DAY.
           MOVE YR   TO PEND-YEAR.
           COMPUTE WINDOW-END-DATE-WS =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                    + WINDOW-DAYS-WS).
           MOVE WINDOW-END-DATE-WS TO PEND-WINDOW-OUT.
           PERFORM 700-PRINT-PENDING-HEADINGS.

       200-TERMINATE-PENDING-PRICES.
           MOVE CTR-PENDING-WS TO PEND-COUNT-OUT.
           MOVE CTR-OVERDUE-WS TO PEND-OVER-OUT.
           WRITE PENDING-PRICE-LINE FROM BLANK-LINE.
           WRITE PENDING-PRICE-LINE FROM PEND-TOTAL-LINE.
           MOVE CTR-PENDING-WS TO EOR-COUNT-OUT.
           WRITE PENDING-PRICE-LINE FROM BLANK-LINE.
           WRITE PENDING-PRICE-LINE FROM END-OF-REPORT-LINE.
           CLOSE SCHED-PRICE-FILE
                 INVENT-FILE-V2
                 PENDING-PRICE-OUT.
           DISPLAY "PENDING PRICE LISTING PRINTED - " CTR-PENDING-WS
               " CHANGE(S), " CTR-OVERDUE-WS " OVERDUE".

       800-BUILD-PENDING-SORT.
           MOVE "NO" TO EOF-FLAG-SCHED.
           PERFORM 800-RELEASE-ONE-CHANGE
               UNTIL EOF-FLAG-SCHED = "YES".

       800-RELEASE-ONE-CHANGE.
           READ SCHED-PRICE-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-SCHED
               NOT AT END
                   IF SCHED-PENDING
                           AND SCHED-EFF-DATE-SP <= WINDOW-END-DATE-WS
                       MOVE SCHED-EFF-DATE-SP    TO PS-EFF-DATE
                       MOVE SCHED-PART-NUMBER-SP TO PS-PART-NUMBER
                       MOVE SCHED-WAREHOUSE-SP   TO PS-WAREHOUSE
                       MOVE SCHED-NEW-PRICE-SP   TO PS-NEW-PRICE
                       MOVE SCHED-ENTERED-BY-SP  TO PS-ENTERED-BY
                       RELEASE PENDING-SORT-RECORD
                   END-IF
           END-READ.

       800-PRINT-SORTED-PENDING.
           PERFORM 800-RETURN-PENDING-RECORD.
           PERFORM 800-PRINT-ONE-PENDING
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-PENDING-RECORD.
           RETURN PENDING-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRINT-ONE-PENDING.
           PERFORM 700-CHECK-PENDING-PAGE.
           MOVE PS-EFF-DATE    TO PEND-EFF-DATE-OUT.
           MOVE PS-PART-NUMBER TO PEND-PART-OUT.
           MOVE PS-WAREHOUSE   TO PEND-WHSE-OUT.
           MOVE PS-NEW-PRICE   TO PEND-NEW-OUT.
           MOVE PS-ENTERED-BY  TO PEND-KEYED-BY-OUT.
           PERFORM 700-LOOKUP-CURRENT-PRICE.
           IF PS-EFF-DATE < RUN-DATE-WS
               THEN MOVE "OVERDUE" TO PEND-OVERDUE-OUT
                    ADD 1 TO CTR-OVERDUE-WS
               ELSE MOVE SPACES TO PEND-OVERDUE-OUT
           END-IF.
           WRITE PENDING-PRICE-LINE FROM PEND-DETAIL-LINE.
           ADD 1 TO PEND-LINE-CTR-WS.
           ADD 1 TO CTR-PENDING-WS.
           PERFORM 800-RETURN-PENDING-RECORD.

       700-LOOKUP-CURRENT-PRICE.
      *    FOR ALL WAREHOUSES THE NAME COMES FROM THE FIRST
      *    WAREHOUSE THAT CARRIES THE PART.
           MOVE PS-PART-NUMBER TO PART-NUMBER-V2.
           IF PS-WAREHOUSE = "ALL"
               MOVE SPACES TO PEND-CURRENT-X-OUT
               MOVE "** NOT ON FILE **" TO PEND-PART-NAME-OUT
               MOVE LOW-VALUES TO WAREHOUSE-CODE-V2
               START INVENT-FILE-V2
                   KEY IS NOT LESS THAN PART-WHSE-KEY-V2
                   NOT INVALID KEY
                       READ INVENT-FILE-V2 NEXT RECORD
                           NOT AT END
                               IF PART-NUMBER-V2 = PS-PART-NUMBER
                                   MOVE PART-NAME-V2
                                       TO PEND-PART-NAME-OUT
                               END-IF
                       END-READ
               END-START
           ELSE
               MOVE PS-WAREHOUSE TO WAREHOUSE-CODE-V2
               READ INVENT-FILE-V2
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO PEND-PART-NAME-OUT
                       MOVE SPACES TO PEND-CURRENT-X-OUT
                   NOT INVALID KEY
                       MOVE PART-NAME-V2  TO PEND-PART-NAME-OUT
                       MOVE UNIT-PRICE-V2 TO PEND-CURRENT-OUT
               END-READ
           END-IF.

       700-PRINT-PENDING-HEADINGS.
           ADD 1 TO PEND-PAGE-CTR-WS.
           MOVE PEND-PAGE-CTR-WS TO PEND-PAGE-OUT.
           WRITE PENDING-PRICE-LINE FROM BLANK-LINE.
           WRITE PENDING-PRICE-LINE FROM PEND-PAGE-LINE.
           WRITE PENDING-PRICE-LINE FROM PEND-WINDOW-LINE.
           WRITE PENDING-PRICE-LINE FROM BLANK-LINE.
           WRITE PENDING-PRICE-LINE FROM PEND-COLUMN-HEADER.
           MOVE 5 TO PEND-LINE-CTR-WS.

       700-CHECK-PENDING-PAGE.
           IF PEND-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-PENDING-HEADINGS
           END-IF.
