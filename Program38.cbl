       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program38.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-BALANCE-FILE
               ASSIGN TO "LOTFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LOT-KEY-LB
                   FILE STATUS IS LOT-STATUS-WS.

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

           SELECT HOLD-AGING-OUT
               ASSIGN TO "HOLDAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-SORT-FILE
               ASSIGN TO "HLDWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       COPY LOTFILE_FD.

       COPY INVENT2BV2_FD.

       COPY WHSEMAST_FD.

       FD  HOLD-AGING-OUT.
       01  HOLD-AGING-LINE             PIC X(85).

       SD  HOLD-SORT-FILE.
       01  HOLD-SORT-RECORD.
           05  HS-WAREHOUSE            PIC X(3).
           05  HS-HOLD-DATE            PIC 9(8).
           05  HS-PART-NUMBER          PIC 9(5).
           05  HS-LOT-NUMBER           PIC X(10).
           05  HS-HOLD-QTY             PIC 9(5).
           05  HS-HOLD-COST            PIC 9(4)V99.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    AGED INSPECTION HOLD REPORT. EVERY LOT WITH UNITS
      *    STILL ON HOLD FOR RECEIVING INSPECTION IS LISTED
      *    UNDER ITS WAREHOUSE, OLDEST HOLD FIRST, WITH THE
      *    DAYS IT HAS BEEN WAITING AND THE VALUE TIED UP IN
      *    IT AT THE COST IT WAS RECEIVED AT. EACH WAREHOUSE
      *    STARTS A NEW PAGE FOR ITS INSPECTION AREA, AND THE
      *    GRAND TOTALS BREAK THE HELD UNITS DOWN BY AGE SO A
      *    BACKLOG IN INSPECTION SHOWS AT A GLANCE.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  STATUS-FIELD            PIC X(2).
       01  LOT-STATUS-WS           PIC X(2).
       01  WAREHOUSE-STATUS-WS     PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-LB         PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-WAREHOUSE-WS  PIC X(3)    VALUE "YES".
           05  PREV-WAREHOUSE-WS   PIC X(3)    VALUE SPACES.
           05  CTR-WHSE-LOTS-WS    PIC 9(5)    VALUE ZERO.
           05  CTR-WHSE-UNITS-WS   PIC 9(7)    VALUE ZERO.
           05  WHSE-VALUE-WS       PIC 9(9)V99 VALUE ZERO.
           05  CTR-HOLD-DETAILS-WS PIC 9(5)    VALUE ZERO.
           05  CTR-WAREHOUSES-WS   PIC 9(3)    VALUE ZERO.
           05  GRAND-UNITS-WS      PIC 9(7)    VALUE ZERO.
           05  GRAND-VALUE-WS      PIC 9(9)V99 VALUE ZERO.

       01  HOLD-AGING-WS.
      *    THE AGE BUCKETS - A WEEK IS NORMAL TURNAROUND FOR
      *    INSPECTION, A MONTH IS OVERDUE, BEYOND THAT THE
      *    GOODS ARE STUCK.
           05  RUN-SERIAL-WS           PIC 9(7)    VALUE ZERO.
           05  HOLD-SERIAL-WS          PIC 9(7)    VALUE ZERO.
           05  DAYS-HELD-WS            PIC S9(5)   VALUE ZERO.
           05  LINE-VALUE-WS           PIC 9(9)V99 VALUE ZERO.
           05  AGE-WEEK-UNITS-WS       PIC 9(7)    VALUE ZERO.
           05  AGE-MONTH-UNITS-WS      PIC 9(7)    VALUE ZERO.
           05  AGE-OVER-UNITS-WS       PIC 9(7)    VALUE ZERO.
           05  AGE-WEEK-VALUE-WS       PIC 9(9)V99 VALUE ZERO.
           05  AGE-MONTH-VALUE-WS      PIC 9(9)V99 VALUE ZERO.
           05  AGE-OVER-VALUE-WS       PIC 9(9)V99 VALUE ZERO.

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  RUN-DATE-WS             PIC 9(8)    VALUE ZERO.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, AND AN
      *    END-OF-REPORT LINE SO A TRUNCATED REPORT SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  HOLD-LINE-CTR-WS        PIC 9(2)    VALUE ZERO.
           05  HOLD-PAGE-CTR-WS        PIC 9(3)    VALUE ZERO.

       01  HOLD-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(26)   VALUE
                   "AGED INSPECTION HOLDS FOR ".
           05  HOLD-MONTH      PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  HOLD-DAY        PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  HOLD-YEAR       PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  HOLD-PAGE-OUT   PIC ZZ9.

       01  HOLD-WAREHOUSE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE "WAREHOUSE ".
           05  HOLD-WHSE-OUT   PIC X(3).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  HOLD-WHSE-NAME-OUT PIC X(20).

       01  HOLD-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(7)    VALUE   "PART NO".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(20)   VALUE   "PART NAME".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(10)   VALUE   "LOT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "HELD ON ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "DAYS".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "  QTY".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(14)   VALUE   "         VALUE".

       01  HOLD-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HOLD-PART-OUT       PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  HOLD-PART-NAME-OUT  PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HOLD-LOT-OUT        PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HOLD-DATE-OUT       PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HOLD-DAYS-OUT       PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HOLD-QTY-OUT        PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  HOLD-VALUE-OUT      PIC ZZZ,ZZZ,ZZ9.99.

       01  HOLD-WHSE-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE "WAREHOUSE LOTS  ".
           05  WHSE-LOTS-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "UNITS ".
           05  WHSE-UNITS-OUT  PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "VALUE ".
           05  WHSE-VALUE-OUT  PIC $$$,$$$,$$9.99.

       01  HOLD-AGE-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  AGE-LABEL-OUT   PIC X(20).
           05  AGE-UNITS-OUT   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(7)    VALUE " UNITS ".
           05  AGE-VALUE-OUT   PIC $$$,$$$,$$9.99.

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-HOLD-AGING.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-HOLD-AGING.
           SORT HOLD-SORT-FILE
               ON ASCENDING KEY HS-WAREHOUSE
                                HS-HOLD-DATE
                                HS-PART-NUMBER
               INPUT PROCEDURE 800-BUILD-HOLD-SORT
               OUTPUT PROCEDURE 800-PRINT-SORTED-HOLDS.
           PERFORM 200-TERMINATE-HOLD-AGING.
           STOP RUN.

       200-INITIATE-HOLD-AGING.
           OPEN INPUT LOT-BALANCE-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN OUTPUT HOLD-AGING-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO RUN-DATE-WS.
           MOVE MNTH TO HOLD-MONTH.
           MOVE DY   TO HOLD-DAY.
           MOVE YR   TO HOLD-YEAR.
           COMPUTE RUN-SERIAL-WS =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-WS).

       200-TERMINATE-HOLD-AGING.
           IF FIRST-WAREHOUSE-WS = "NO"
               PERFORM 700-PRINT-WAREHOUSE-TOTAL
           END-IF.
           PERFORM 700-PRINT-AGE-TOTALS.
           MOVE CTR-HOLD-DETAILS-WS TO EOR-COUNT-OUT.
           WRITE HOLD-AGING-LINE FROM BLANK-LINE.
           WRITE HOLD-AGING-LINE FROM END-OF-REPORT-LINE.
           CLOSE LOT-BALANCE-FILE
                 INVENT-FILE-V2
                 WAREHOUSE-FILE
                 HOLD-AGING-OUT.
           DISPLAY "AGED HOLD REPORT PRINTED - " CTR-HOLD-DETAILS-WS
               " LOTS FOR " CTR-WAREHOUSES-WS " WAREHOUSE(S)".

       800-BUILD-HOLD-SORT.
           MOVE "NO" TO EOF-FLAG-LB.
           MOVE LOW-VALUES TO LOT-KEY-LB.
           START LOT-BALANCE-FILE
               KEY IS NOT LESS THAN LOT-KEY-LB
               INVALID KEY MOVE "YES" TO EOF-FLAG-LB
           END-START.
           PERFORM 800-RELEASE-ONE-LOT
               UNTIL EOF-FLAG-LB = "YES".

       800-RELEASE-ONE-LOT.
           READ LOT-BALANCE-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-LB
               NOT AT END
                   IF LOT-HOLD-QTY-LB > ZERO
                       MOVE LOT-WAREHOUSE-LB   TO HS-WAREHOUSE
                       MOVE LOT-HOLD-DATE-LB   TO HS-HOLD-DATE
                       MOVE LOT-PART-NUMBER-LB TO HS-PART-NUMBER
                       MOVE LOT-NUMBER-LB      TO HS-LOT-NUMBER
                       MOVE LOT-HOLD-QTY-LB    TO HS-HOLD-QTY
                       MOVE LOT-HOLD-COST-LB   TO HS-HOLD-COST
                       RELEASE HOLD-SORT-RECORD
                   END-IF
           END-READ.

       800-PRINT-SORTED-HOLDS.
           PERFORM 800-RETURN-HOLD-RECORD.
           PERFORM 800-PRINT-ONE-HOLD
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-HOLD-RECORD.
           RETURN HOLD-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRINT-ONE-HOLD.
           IF FIRST-WAREHOUSE-WS = "YES"
                   OR HS-WAREHOUSE NOT = PREV-WAREHOUSE-WS
               IF FIRST-WAREHOUSE-WS = "NO"
                   PERFORM 700-PRINT-WAREHOUSE-TOTAL
               END-IF
               MOVE "NO" TO FIRST-WAREHOUSE-WS
               MOVE HS-WAREHOUSE TO PREV-WAREHOUSE-WS
               MOVE ZERO TO CTR-WHSE-LOTS-WS CTR-WHSE-UNITS-WS
                            WHSE-VALUE-WS
               ADD 1 TO CTR-WAREHOUSES-WS
               PERFORM 700-LOOKUP-WAREHOUSE-NAME
               PERFORM 700-PRINT-HOLD-HEADINGS
           END-IF.
           PERFORM 700-CHECK-HOLD-PAGE.
           PERFORM 700-AGE-ONE-HOLD.
           MOVE HS-PART-NUMBER    TO HOLD-PART-OUT.
           MOVE HS-LOT-NUMBER     TO HOLD-LOT-OUT.
           MOVE HS-HOLD-DATE      TO HOLD-DATE-OUT.
           MOVE DAYS-HELD-WS      TO HOLD-DAYS-OUT.
           MOVE HS-HOLD-QTY       TO HOLD-QTY-OUT.
           MOVE LINE-VALUE-WS     TO HOLD-VALUE-OUT.
           MOVE HS-PART-NUMBER    TO PART-NUMBER-V2.
           MOVE HS-WAREHOUSE      TO WAREHOUSE-CODE-V2.
           READ INVENT-FILE-V2
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO HOLD-PART-NAME-OUT
               NOT INVALID KEY
                   MOVE PART-NAME-V2 TO HOLD-PART-NAME-OUT
           END-READ.
           WRITE HOLD-AGING-LINE FROM HOLD-DETAIL-LINE.
           ADD 1 TO HOLD-LINE-CTR-WS.
           ADD 1 TO CTR-HOLD-DETAILS-WS.
           ADD 1 TO CTR-WHSE-LOTS-WS.
           ADD HS-HOLD-QTY TO CTR-WHSE-UNITS-WS.
           ADD LINE-VALUE-WS TO WHSE-VALUE-WS.
           PERFORM 800-RETURN-HOLD-RECORD.

       700-AGE-ONE-HOLD.
      *    A LOT CONVERTED WITHOUT A HOLD DATE AGES FROM TODAY.
           IF HS-HOLD-DATE = ZERO
               THEN MOVE ZERO TO DAYS-HELD-WS
               ELSE COMPUTE HOLD-SERIAL-WS =
                        FUNCTION INTEGER-OF-DATE (HS-HOLD-DATE)
                    COMPUTE DAYS-HELD-WS =
                        RUN-SERIAL-WS - HOLD-SERIAL-WS
           END-IF.
           IF DAYS-HELD-WS < ZERO
               MOVE ZERO TO DAYS-HELD-WS
           END-IF.
           COMPUTE LINE-VALUE-WS ROUNDED =
               HS-HOLD-QTY * HS-HOLD-COST.
           IF DAYS-HELD-WS <= 7
               ADD HS-HOLD-QTY   TO AGE-WEEK-UNITS-WS
               ADD LINE-VALUE-WS TO AGE-WEEK-VALUE-WS
           ELSE IF DAYS-HELD-WS <= 30
               ADD HS-HOLD-QTY   TO AGE-MONTH-UNITS-WS
               ADD LINE-VALUE-WS TO AGE-MONTH-VALUE-WS
           ELSE
               ADD HS-HOLD-QTY   TO AGE-OVER-UNITS-WS
               ADD LINE-VALUE-WS TO AGE-OVER-VALUE-WS
           END-IF.

       700-LOOKUP-WAREHOUSE-NAME.
           MOVE HS-WAREHOUSE TO WHSE-CODE-WM.
           MOVE HS-WAREHOUSE TO HOLD-WHSE-OUT.
           READ WAREHOUSE-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO HOLD-WHSE-NAME-OUT
               NOT INVALID KEY
                   MOVE WHSE-NAME-WM TO HOLD-WHSE-NAME-OUT
           END-READ.

       700-PRINT-HOLD-HEADINGS.
      *    EVERY WAREHOUSE STARTS ON A FRESH PAGE.
           ADD 1 TO HOLD-PAGE-CTR-WS.
           MOVE HOLD-PAGE-CTR-WS TO HOLD-PAGE-OUT.
           WRITE HOLD-AGING-LINE FROM BLANK-LINE.
           WRITE HOLD-AGING-LINE FROM HOLD-PAGE-LINE.
           WRITE HOLD-AGING-LINE FROM HOLD-WAREHOUSE-LINE.
           WRITE HOLD-AGING-LINE FROM BLANK-LINE.
           WRITE HOLD-AGING-LINE FROM HOLD-COLUMN-HEADER.
           MOVE 5 TO HOLD-LINE-CTR-WS.

       700-CHECK-HOLD-PAGE.
           IF HOLD-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-HOLD-HEADINGS
           END-IF.

       700-PRINT-WAREHOUSE-TOTAL.
           MOVE CTR-WHSE-LOTS-WS  TO WHSE-LOTS-OUT.
           MOVE CTR-WHSE-UNITS-WS TO WHSE-UNITS-OUT.
           MOVE WHSE-VALUE-WS     TO WHSE-VALUE-OUT.
           WRITE HOLD-AGING-LINE FROM BLANK-LINE.
           WRITE HOLD-AGING-LINE FROM HOLD-WHSE-TOTAL-LINE.
           ADD CTR-WHSE-UNITS-WS TO GRAND-UNITS-WS.
           ADD WHSE-VALUE-WS     TO GRAND-VALUE-WS.

       700-PRINT-AGE-TOTALS.
           WRITE HOLD-AGING-LINE FROM BLANK-LINE.
           MOVE "HELD 0-7 DAYS       " TO AGE-LABEL-OUT.
           MOVE AGE-WEEK-UNITS-WS     TO AGE-UNITS-OUT.
           MOVE AGE-WEEK-VALUE-WS     TO AGE-VALUE-OUT.
           WRITE HOLD-AGING-LINE FROM HOLD-AGE-LINE.
           MOVE "HELD 8-30 DAYS      " TO AGE-LABEL-OUT.
           MOVE AGE-MONTH-UNITS-WS    TO AGE-UNITS-OUT.
           MOVE AGE-MONTH-VALUE-WS    TO AGE-VALUE-OUT.
           WRITE HOLD-AGING-LINE FROM HOLD-AGE-LINE.
           MOVE "HELD OVER 30 DAYS   " TO AGE-LABEL-OUT.
           MOVE AGE-OVER-UNITS-WS     TO AGE-UNITS-OUT.
           MOVE AGE-OVER-VALUE-WS     TO AGE-VALUE-OUT.
           WRITE HOLD-AGING-LINE FROM HOLD-AGE-LINE.
           MOVE "TOTAL ON HOLD       " TO AGE-LABEL-OUT.
           MOVE GRAND-UNITS-WS        TO AGE-UNITS-OUT.
           MOVE GRAND-VALUE-WS        TO AGE-VALUE-OUT.
           WRITE HOLD-AGING-LINE FROM HOLD-AGE-LINE.
