       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program30.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALES-ORDER-FILE
               ASSIGN TO "SALESORD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SO-NUMBER-SO
                   FILE STATUS IS SALES-ORDER-STATUS-WS.

           SELECT INVENT-FILE-V2
               ASSIGN TO "INVENT2BV2.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PART-WHSE-KEY-V2
                   ALTERNATE RECORD KEY IS PART-NAME-V2
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS CATEGORY-CODE-V2
                       WITH DUPLICATES
                   FILE STATUS IS STATUS-FIELD.

           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO "WHSEMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WHSE-CODE-WM
                   FILE STATUS IS WAREHOUSE-STATUS-WS.

           SELECT PICK-LIST-OUT
               ASSIGN TO "PICKLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PICK-SORT-FILE
               ASSIGN TO "PKSWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       COPY SALESORD_FD.

       COPY INVENT2BV2_FD.

       COPY WHSEMAST_FD.

       FD  PICK-LIST-OUT.
       01  PICK-LIST-LINE              PIC X(85).

       SD  PICK-SORT-FILE.
       01  PICK-SORT-RECORD.
           05  PS-WAREHOUSE            PIC X(3).
           05  PS-PART-NUMBER          PIC 9(5).
           05  PS-SO-NUMBER            PIC 9(6).
           05  PS-CUSTOMER             PIC 9(5).
           05  PS-QTY                  PIC 9(5).
           05  PS-REQUESTED-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    NIGHTLY WAREHOUSE PICK LIST. EVERY SALES ORDER
      *    STILL WAITING TO BE PICKED IS LISTED UNDER ITS
      *    WAREHOUSE IN PART NUMBER SEQUENCE, SO THE FLOOR
      *    WALKS THE BINS ONCE. EACH WAREHOUSE STARTS A NEW
      *    PAGE SO ITS SHEETS CAN BE TORN OFF AND HANDED TO
      *    THAT FLOOR. THE QUANTITY TO PICK IS THE ALLOCATED
      *    QUANTITY - WHAT THE ORDER WAS PROMISED, NOT WHAT
      *    THE CUSTOMER FIRST ASKED FOR.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  STATUS-FIELD            PIC X(2).
       01  SALES-ORDER-STATUS-WS   PIC X(2).
       01  WAREHOUSE-STATUS-WS     PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-SO         PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-WAREHOUSE-WS  PIC X(3)    VALUE "YES".
           05  PREV-WAREHOUSE-WS   PIC X(3)    VALUE SPACES.
           05  CTR-WHSE-LINES-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-WHSE-UNITS-WS   PIC 9(7)    VALUE ZERO.
           05  CTR-PICK-DETAILS-WS PIC 9(5)    VALUE ZERO.
           05  CTR-WAREHOUSES-WS   PIC 9(3)    VALUE ZERO.

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, AND AN
      *    END-OF-REPORT LINE SO A TRUNCATED REPORT SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  PICK-LINE-CTR-WS        PIC 9(2)    VALUE ZERO.
           05  PICK-PAGE-CTR-WS        PIC 9(3)    VALUE ZERO.

       01  PICK-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE "PICK LIST FOR ".
           05  PICK-MONTH      PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  PICK-DAY        PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  PICK-YEAR       PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  PICK-PAGE-OUT   PIC ZZ9.

       01  PICK-WAREHOUSE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "WAREHOUSE ".
           05  PICK-WHSE-OUT   PIC X(3).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  PICK-WHSE-NAME-OUT PIC X(20).

       01  PICK-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(8)    VALUE   "ORDER NO".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "PART NO".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(20)   VALUE   "PART NAME".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "CUSTOMER".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "TO PICK".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(9)    VALUE   "REQUESTED".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "PICKED".

       01  PICK-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  PICK-ORDER-OUT      PIC 9(6).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PICK-PART-OUT       PIC 9(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PICK-PART-NAME-OUT  PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  PICK-CUSTOMER-OUT   PIC 9(5).
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  PICK-QTY-OUT        PIC ZZZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  PICK-REQ-DATE-OUT   PIC 9(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE "______".

       01  PICK-WHSE-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                   "WAREHOUSE ORDER LINES ".
           05  WHSE-LINES-OUT  PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE "UNITS       ".
           05  WHSE-UNITS-OUT  PIC Z,ZZZ,ZZ9.

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-PICK-LIST.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-PICK-LIST.
           SORT PICK-SORT-FILE
               ON ASCENDING KEY PS-WAREHOUSE
                                PS-PART-NUMBER
                                PS-SO-NUMBER
               INPUT PROCEDURE 800-BUILD-PICK-SORT
               OUTPUT PROCEDURE 800-PRINT-SORTED-PICKS.
           PERFORM 200-TERMINATE-PICK-LIST.
           STOP RUN.

       200-INITIATE-PICK-LIST.
           OPEN INPUT SALES-ORDER-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN OUTPUT PICK-LIST-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE MNTH TO PICK-MONTH.
           MOVE DY   TO PICK-DAY.
           MOVE YR   TO PICK-YEAR.

       200-TERMINATE-PICK-LIST.
           IF FIRST-WAREHOUSE-WS = "NO"
               PERFORM 700-PRINT-WAREHOUSE-TOTAL
           END-IF.
           MOVE CTR-PICK-DETAILS-WS TO EOR-COUNT-OUT.
           WRITE PICK-LIST-LINE FROM BLANK-LINE.
           WRITE PICK-LIST-LINE FROM END-OF-REPORT-LINE.
           CLOSE SALES-ORDER-FILE
                 INVENT-FILE-V2
                 WAREHOUSE-FILE
                 PICK-LIST-OUT.
           DISPLAY "PICK LIST PRINTED - " CTR-PICK-DETAILS-WS
               " LINES FOR " CTR-WAREHOUSES-WS " WAREHOUSE(S)".

       800-BUILD-PICK-SORT.
           MOVE "NO" TO EOF-FLAG-SO.
           MOVE ZERO TO SO-NUMBER-SO.
           START SALES-ORDER-FILE
               KEY IS NOT LESS THAN SO-NUMBER-SO
               INVALID KEY MOVE "YES" TO EOF-FLAG-SO
           END-START.
           PERFORM 800-RELEASE-ONE-ORDER
               UNTIL EOF-FLAG-SO = "YES".

       800-RELEASE-ONE-ORDER.
           READ SALES-ORDER-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-SO
               NOT AT END
                   IF SO-ALLOCATED
                       MOVE SO-WAREHOUSE-SO      TO PS-WAREHOUSE
                       MOVE SO-PART-NUMBER-SO    TO PS-PART-NUMBER
                       MOVE SO-NUMBER-SO         TO PS-SO-NUMBER
                       MOVE SO-CUSTOMER-SO       TO PS-CUSTOMER
                       MOVE SO-QTY-ALLOCATED-SO  TO PS-QTY
                       MOVE SO-REQUESTED-DATE-SO TO PS-REQUESTED-DATE
                       RELEASE PICK-SORT-RECORD
                   END-IF
           END-READ.

       800-PRINT-SORTED-PICKS.
           PERFORM 800-RETURN-PICK-RECORD.
           PERFORM 800-PRINT-ONE-PICK
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-PICK-RECORD.
           RETURN PICK-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRINT-ONE-PICK.
           IF FIRST-WAREHOUSE-WS = "YES"
                   OR PS-WAREHOUSE NOT = PREV-WAREHOUSE-WS
               IF FIRST-WAREHOUSE-WS = "NO"
                   PERFORM 700-PRINT-WAREHOUSE-TOTAL
               END-IF
               MOVE "NO" TO FIRST-WAREHOUSE-WS
               MOVE PS-WAREHOUSE TO PREV-WAREHOUSE-WS
               MOVE ZERO TO CTR-WHSE-LINES-WS CTR-WHSE-UNITS-WS
               ADD 1 TO CTR-WAREHOUSES-WS
               PERFORM 700-LOOKUP-WAREHOUSE-NAME
               PERFORM 700-PRINT-PICK-HEADINGS
           END-IF.
           PERFORM 700-CHECK-PICK-PAGE.
           MOVE PS-SO-NUMBER      TO PICK-ORDER-OUT.
           MOVE PS-PART-NUMBER    TO PICK-PART-OUT.
           MOVE PS-CUSTOMER       TO PICK-CUSTOMER-OUT.
           MOVE PS-QTY            TO PICK-QTY-OUT.
           MOVE PS-REQUESTED-DATE TO PICK-REQ-DATE-OUT.
           MOVE PS-PART-NUMBER    TO PART-NUMBER-V2.
           MOVE PS-WAREHOUSE      TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO PICK-PART-NAME-OUT
               NOT INVALID KEY
                   MOVE PART-NAME-V2 TO PICK-PART-NAME-OUT
           END-READ.
           WRITE PICK-LIST-LINE FROM PICK-DETAIL-LINE.
           ADD 1 TO PICK-LINE-CTR-WS.
           ADD 1 TO CTR-PICK-DETAILS-WS.
           ADD 1 TO CTR-WHSE-LINES-WS.
           ADD PS-QTY TO CTR-WHSE-UNITS-WS.
           PERFORM 800-RETURN-PICK-RECORD.

       700-LOOKUP-WAREHOUSE-NAME.
           MOVE PS-WAREHOUSE TO WHSE-CODE-WM.
           MOVE PS-WAREHOUSE TO PICK-WHSE-OUT.
           READ WAREHOUSE-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO PICK-WHSE-NAME-OUT
               NOT INVALID KEY
                   MOVE WHSE-NAME-WM TO PICK-WHSE-NAME-OUT
           END-READ.

       700-PRINT-PICK-HEADINGS.
      *    EVERY WAREHOUSE STARTS ON A FRESH PAGE.
           ADD 1 TO PICK-PAGE-CTR-WS.
           MOVE PICK-PAGE-CTR-WS TO PICK-PAGE-OUT.
           WRITE PICK-LIST-LINE FROM BLANK-LINE.
           WRITE PICK-LIST-LINE FROM PICK-PAGE-LINE.
           WRITE PICK-LIST-LINE FROM PICK-WAREHOUSE-LINE.
           WRITE PICK-LIST-LINE FROM BLANK-LINE.
           WRITE PICK-LIST-LINE FROM PICK-COLUMN-HEADER.
           MOVE 5 TO PICK-LINE-CTR-WS.

       700-CHECK-PICK-PAGE.
           IF PICK-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-PICK-HEADINGS
           END-IF.

       700-PRINT-WAREHOUSE-TOTAL.
           MOVE CTR-WHSE-LINES-WS TO WHSE-LINES-OUT.
           MOVE CTR-WHSE-UNITS-WS TO WHSE-UNITS-OUT.
           WRITE PICK-LIST-LINE FROM BLANK-LINE.
           WRITE PICK-LIST-LINE FROM PICK-WHSE-TOTAL-LINE.
