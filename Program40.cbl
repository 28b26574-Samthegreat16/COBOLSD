       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program40.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE PO EXTRACT THE NIGHTLY UPDATE WROTE IS READ IN
      *    THROUGH THE SORT AND WRITTEN BACK OVER ITSELF WITH
      *    ONLY THE QUANTITY NO OTHER WAREHOUSE CAN COVER, SO
      *    THE ASSIGN RUN PICKS IT UP UNCHANGED IN LAYOUT.
           SELECT OPTIONAL PO-FILE-IN
               ASSIGN TO "POFILE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PO-FILE-OUT
               ASSIGN TO "POFILE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT OPTIONAL WAREHOUSE-FILE
               ASSIGN TO "WHSEMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WHSE-CODE-WM
                   FILE STATUS IS WAREHOUSE-STATUS-WS.

      *    APPROVED TRANSFERS BECOME TYPE 7 TRANSACTIONS ON THE
      *    GENERATED TRANSACTION FILE, WHICH THE EDIT RUN SORTS
      *    AND MERGES WITH THE KEYPUNCHED FILE.
           SELECT OPTIONAL GENERATED-TRANS-FILE
               ASSIGN TO "GENTRN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANSFER-CONTROL-FILE
               ASSIGN TO "XFRCNTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REBALANCE-REPORT-OUT
               ASSIGN TO "REBALRPT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REBALANCE-SORT-FILE
               ASSIGN TO "RBLWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE-IN.
       01  PO-RECORD-IN.
           05  PO-PART-NUMBER-IN       PIC 9(5).
           05  PO-PART-NAME-IN         PIC X(20).
           05  PO-ORDER-QTY-IN         PIC 9(4).
           05  PO-WAREHOUSE-IN         PIC X(3).

       FD  PO-FILE-OUT.
       01  PO-RECORD-OUT.
           05  PO-PART-NUMBER-OUT      PIC 9(5).
           05  PO-PART-NAME-OUT        PIC X(20).
           05  PO-ORDER-QTY-OUT        PIC 9(4).
           05  PO-WAREHOUSE-OUT        PIC X(3).

       COPY INVENT2BV2_FD.

       COPY WHSEMAST_FD.

       COPY TRANSFILE_FD REPLACING ==INTENTORY-TRANSACTION-FILE==
                                BY ==GENERATED-TRANS-FILE==.

       FD  TRANSFER-CONTROL-FILE.
       01  TRANSFER-CONTROL-RECORD.
           05  NEXT-TRANSFER-REF-XC    PIC 9(5).

       FD  REBALANCE-REPORT-OUT.
       01  REBALANCE-REPORT-LINE       PIC X(85).

       COPY RUNCTL_FD.

       SD  REBALANCE-SORT-FILE.
       01  REBALANCE-SORT-RECORD.
           05  RS-PART-NUMBER          PIC 9(5).
           05  RS-WAREHOUSE            PIC X(3).
           05  RS-PART-NAME            PIC X(20).
           05  RS-ORDER-QTY            PIC 9(4).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    INTER-WAREHOUSE REBALANCING. RUN BETWEEN THE NIGHTLY
      *    UPDATE AND PO ASSIGNMENT. EVERY PART/WAREHOUSE THE
      *    UPDATE PUT ON THE PO EXTRACT IS CHECKED AGAINST THE
      *    SAME PART IN EVERY OTHER OPEN WAREHOUSE. A WAREHOUSE
      *    WHOSE AVAILABLE STOCK STANDS ABOVE ITS RE-ORDER POINT
      *    PLUS ITS SAFETY STOCK CAN GIVE UP THE EXCESS, AND A
      *    TRANSFER IS PROPOSED FROM IT TO THE SHORT WAREHOUSE.
      *    THE RECOMMENDATION REPORT LISTS EVERY PROPOSED
      *    TRANSFER AND EVERY QUANTITY STILL TO BE PURCHASED.
      *    RUN IN REPORT MODE NOTHING ELSE IS TOUCHED. RUN IN
      *    TRANSFER MODE THE PROPOSALS ARE WRITTEN AS TYPE 7
      *    TRANSACTIONS WITH GENERATED TRANSFER REFERENCES AND
      *    THE PO EXTRACT IS CUT BACK TO THE SHORTFALL NO
      *    WAREHOUSE COULD COVER.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  STATUS-FIELD            PIC X(2).
       01  WAREHOUSE-STATUS-WS     PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  RUN-MODE-WS         PIC X(1)    VALUE SPACE.
           05  EOF-FLAG-EXTRACT    PIC X(3)    VALUE "NO".
           05  EOF-FLAG-V2         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-XFRCNTL    PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-PART-WS       PIC X(3)    VALUE "YES".
           05  PREV-PART-WS        PIC 9(5)    VALUE ZERO.
           05  WRITE-TRANSFERS-WS  PIC X(3)    VALUE "NO".
           05  NEXT-TRANSFER-REF-WS PIC 9(5)   VALUE 00001.
           05  CTR-EXTRACT-READ-WS PIC 9(5)    VALUE ZERO.
           05  CTR-TRANSFERS-WS    PIC 9(5)    VALUE ZERO.
           05  CTR-PO-LINES-OUT-WS PIC 9(5)    VALUE ZERO.
           05  CTR-REPORT-LINES-WS PIC 9(5)    VALUE ZERO.
           05  SHORT-UNITS-WS      PIC 9(7)    VALUE ZERO.
           05  TRANSFER-UNITS-WS   PIC 9(7)    VALUE ZERO.
           05  PURCHASE-UNITS-WS   PIC 9(7)    VALUE ZERO.

       01  REBALANCE-WS.
      *    THE WAREHOUSES THAT CAN GIVE UP STOCK OF THE PART IN
      *    HAND, WITH THE EXCESS EACH STILL HAS TO GIVE AS THE
      *    SHORT WAREHOUSES DRAW ON IT.
           05  TODAY-DATE-WS           PIC 9(8)    VALUE ZERO.
           05  AVAILABLE-WS            PIC S9(7)   VALUE ZERO.
           05  SURPLUS-WS              PIC S9(7)   VALUE ZERO.
           05  STILL-SHORT-WS          PIC 9(5)    VALUE ZERO.
           05  MOVE-QTY-WS             PIC 9(5)    VALUE ZERO.
           05  TO-WAREHOUSE-OPEN-WS    PIC X(3)    VALUE "NO".
           05  DONOR-SUB-WS            PIC 9(2)    VALUE ZERO.
           05  CTR-DONORS-WS           PIC 9(2)    VALUE ZERO.
           05  DONOR-ENTRY-WS          OCCURS 20 TIMES.
               10  DONOR-WAREHOUSE-WS  PIC X(3).
               10  DONOR-SURPLUS-WS    PIC 9(5).

       01  RUN-CONTROL-WS.
           05  EOF-FLAG-RC         PIC X(3)    VALUE "NO".
           05  RC-REFUSED-FLAG-WS  PIC X(3)    VALUE "NO".
           05  RC-FOUND-FLAG-WS    PIC X(3)    VALUE "NO".
           05  RC-SUB-WS           PIC 9(2)    VALUE ZERO.
           05  RC-MATCH-SUB-WS     PIC 9(2)    VALUE ZERO.
           05  CTR-RC-STEPS-WS     PIC 9(2)    VALUE ZERO.
           05  RC-WORK-STEP-WS     PIC X(8)    VALUE SPACES.
           05  RC-STAMP-DATE-WS    PIC 9(8)    VALUE ZERO.
           05  UPDATE-GENERATION-WS PIC 9(6)   VALUE ZERO.
           05  RC-STEP-ENTRY-WS    OCCURS 10 TIMES.
               10  RC-TBL-STEP-WS  PIC X(8).
               10  RC-TBL-DATE-WS  PIC 9(8).
               10  RC-TBL-GEN-WS   PIC 9(6).
               10  RC-TBL-STATUS-WS PIC X(1).

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, AND AN
      *    END-OF-REPORT LINE SO A TRUNCATED REPORT SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  RBL-LINE-CTR-WS         PIC 9(2)    VALUE ZERO.
           05  RBL-PAGE-CTR-WS         PIC 9(3)    VALUE ZERO.

       01  RBL-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE
                   "TRANSFER RECOMMENDATIONS FOR ".
           05  RBL-MONTH       PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  RBL-DAY         PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  RBL-YEAR        PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  RBL-PAGE-OUT    PIC ZZ9.

       01  RBL-MODE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  RBL-MODE-OUT    PIC X(40)   VALUE SPACES.

       01  RBL-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(8)    VALUE   "ACTION".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "PART NO".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(20)   VALUE   "PART NAME".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "FROM".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "TO".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "SHORT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "  QTY".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "XFER REF".

       01  RBL-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RBL-ACTION-OUT      PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RBL-PART-OUT        PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RBL-PART-NAME-OUT   PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RBL-FROM-OUT        PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RBL-TO-OUT          PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RBL-SHORT-OUT       PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RBL-QTY-OUT         PIC ZZZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  RBL-REF-OUT         PIC X(5).

       01  RBL-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  RBL-TOTAL-LABEL-OUT PIC X(30).
           05  RBL-TOTAL-OUT   PIC Z,ZZZ,ZZ9.

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-REBALANCING.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           DISPLAY "(R)EPORT ONLY, OR REPORT AND (T)RANSFER: ".
           ACCEPT RUN-MODE-WS.
           IF RUN-MODE-WS = "R"
               THEN MOVE "NO" TO WRITE-TRANSFERS-WS
                    PERFORM 200-REBALANCE-WAREHOUSES
           ELSE IF RUN-MODE-WS = "T"
               THEN PERFORM 700-CHECK-RUN-SEQUENCE
                    IF RC-REFUSED-FLAG-WS = "YES"
                        THEN MOVE 8 TO RETURN-CODE
                        ELSE MOVE "YES" TO WRITE-TRANSFERS-WS
                             PERFORM 700-STAMP-REBALANCE-STARTED
                             PERFORM 200-REBALANCE-WAREHOUSES
                             PERFORM 700-STAMP-REBALANCE-COMPLETE
                    END-IF
           ELSE
               DISPLAY "UNKNOWN RUN MODE - NOTHING DONE"
           END-IF.
           STOP RUN.

       200-REBALANCE-WAREHOUSES.
           PERFORM 200-INITIATE-REBALANCING.
           SORT REBALANCE-SORT-FILE
               ON ASCENDING KEY RS-PART-NUMBER
                                RS-WAREHOUSE
               INPUT PROCEDURE 800-LOAD-PO-EXTRACT
               OUTPUT PROCEDURE 800-REBALANCE-SORTED-PARTS.
           PERFORM 200-TERMINATE-REBALANCING.

       200-INITIATE-REBALANCING.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT WAREHOUSE-FILE.
           OPEN OUTPUT REBALANCE-REPORT-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO TODAY-DATE-WS.
           MOVE MNTH TO RBL-MONTH.
           MOVE DY   TO RBL-DAY.
           MOVE YR   TO RBL-YEAR.
           IF WRITE-TRANSFERS-WS = "YES"
               THEN MOVE "TRANSFERS WRITTEN - PO EXTRACT CUT BACK"
                        TO RBL-MODE-OUT
                    OPEN EXTEND GENERATED-TRANS-FILE
                    PERFORM 700-LOAD-TRANSFER-CONTROL
               ELSE MOVE "REPORT ONLY - NOTHING WRITTEN"
                        TO RBL-MODE-OUT
           END-IF.
           PERFORM 700-PRINT-RBL-HEADINGS.

       200-TERMINATE-REBALANCING.
           PERFORM 700-PRINT-RBL-TOTALS.
           MOVE CTR-REPORT-LINES-WS TO EOR-COUNT-OUT.
           WRITE REBALANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE REBALANCE-REPORT-LINE FROM END-OF-REPORT-LINE.
           IF WRITE-TRANSFERS-WS = "YES"
               PERFORM 700-SAVE-TRANSFER-CONTROL
               CLOSE GENERATED-TRANS-FILE
           END-IF.
           CLOSE INVENT-FILE-V2
                 WAREHOUSE-FILE
                 REBALANCE-REPORT-OUT.
           DISPLAY "TRANSFERS PROPOSED: " CTR-TRANSFERS-WS
               "  PO LINES LEFT: " CTR-PO-LINES-OUT-WS.

       800-LOAD-PO-EXTRACT.
           OPEN INPUT PO-FILE-IN.
           MOVE "NO" TO EOF-FLAG-EXTRACT.
           PERFORM 800-RELEASE-ONE-EXTRACT
               UNTIL EOF-FLAG-EXTRACT = "YES".
           CLOSE PO-FILE-IN.

       800-RELEASE-ONE-EXTRACT.
           READ PO-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-EXTRACT
               NOT AT END
                   ADD 1 TO CTR-EXTRACT-READ-WS
                   MOVE PO-PART-NUMBER-IN TO RS-PART-NUMBER
                   MOVE PO-WAREHOUSE-IN   TO RS-WAREHOUSE
                   MOVE PO-PART-NAME-IN   TO RS-PART-NAME
                   MOVE PO-ORDER-QTY-IN   TO RS-ORDER-QTY
                   RELEASE REBALANCE-SORT-RECORD
           END-READ.

       800-REBALANCE-SORTED-PARTS.
      *    THE EXTRACT IS CLOSED BY NOW, SO IN TRANSFER MODE IT
      *    IS REWRITTEN FROM THE SORTED LINES AS THEY ARE
      *    WORKED.
           IF WRITE-TRANSFERS-WS = "YES"
               OPEN OUTPUT PO-FILE-OUT
           END-IF.
           PERFORM 800-RETURN-SHORT-RECORD.
           PERFORM 800-REBALANCE-ONE-SHORTAGE
               UNTIL SORT-EOF-WS = "YES".
           IF WRITE-TRANSFERS-WS = "YES"
               CLOSE PO-FILE-OUT
           END-IF.

       800-RETURN-SHORT-RECORD.
           RETURN REBALANCE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-REBALANCE-ONE-SHORTAGE.
           IF FIRST-PART-WS = "YES"
                   OR RS-PART-NUMBER NOT = PREV-PART-WS
               MOVE "NO" TO FIRST-PART-WS
               MOVE RS-PART-NUMBER TO PREV-PART-WS
               PERFORM 700-LOAD-DONOR-WAREHOUSES
           END-IF.
           ADD RS-ORDER-QTY TO SHORT-UNITS-WS.
           MOVE RS-ORDER-QTY TO STILL-SHORT-WS.
           PERFORM 700-CHECK-TO-WAREHOUSE.
           IF TO-WAREHOUSE-OPEN-WS = "YES"
               PERFORM 700-DRAW-FROM-ONE-DONOR
                   VARYING DONOR-SUB-WS FROM 1 BY 1
                   UNTIL DONOR-SUB-WS > CTR-DONORS-WS
                       OR STILL-SHORT-WS = ZERO
           END-IF.
           IF STILL-SHORT-WS > ZERO
               PERFORM 700-PASS-SHORTFALL-TO-PO
           END-IF.
           PERFORM 800-RETURN-SHORT-RECORD.

       700-LOAD-DONOR-WAREHOUSES.
      *    EVERY OPEN WAREHOUSE CARRYING THE PART IS A DONOR IF
      *    ITS AVAILABLE STOCK STANDS ABOVE THE LEVEL IT WOULD
      *    RE-ORDER AT PLUS ITS SAFETY CUSHION - TAKING ONLY
      *    THE EXCESS KEEPS A TRANSFER FROM PUSHING THE DONOR
      *    ONTO TOMORROW'S EXTRACT.
           MOVE ZERO TO CTR-DONORS-WS.
           MOVE "NO" TO EOF-FLAG-V2.
           MOVE RS-PART-NUMBER TO PART-NUMBER-V2.
           MOVE LOW-VALUES     TO WAREHOUSE-CODE-V2.
           START INVENT-FILE-V2
               KEY IS NOT LESS THAN PART-WHSE-KEY-V2
               INVALID KEY MOVE "YES" TO EOF-FLAG-V2
           END-START.
           PERFORM 700-LOAD-ONE-DONOR
               UNTIL EOF-FLAG-V2 = "YES".

       700-LOAD-ONE-DONOR.
           READ INVENT-FILE-V2 NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-V2
               NOT AT END
                   IF PART-NUMBER-V2 NOT = RS-PART-NUMBER
                       THEN MOVE "YES" TO EOF-FLAG-V2
                       ELSE PERFORM 700-CHECK-ONE-DONOR
                   END-IF
           END-READ.

       700-CHECK-ONE-DONOR.
           COMPUTE AVAILABLE-WS =
               QTY-ON-HAND-V2 + QTY-RECEIVED-V2
                   - AMT-SHIPPED-V2 - ALLOCATED-QTY-V2.
           COMPUTE SURPLUS-WS =
               AVAILABLE-WS - RE-ORDER-POINT-V2 - SAFETY-STOCK-V2.
           IF SURPLUS-WS > ZERO AND CTR-DONORS-WS < 20
               MOVE WAREHOUSE-CODE-V2 TO WHSE-CODE-WM
               READ WAREHOUSE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WHSE-ACTIVE
                           ADD 1 TO CTR-DONORS-WS
                           MOVE WAREHOUSE-CODE-V2
                               TO DONOR-WAREHOUSE-WS (CTR-DONORS-WS)
                           MOVE SURPLUS-WS
                               TO DONOR-SURPLUS-WS (CTR-DONORS-WS)
                       END-IF
               END-READ
           END-IF.

       700-CHECK-TO-WAREHOUSE.
      *    A CLOSED RECEIVING WAREHOUSE WOULD BOUNCE THE
      *    TRANSFER IN THE EDIT RUN, SO ITS LINE GOES ON TO
      *    PURCHASING UNTOUCHED.
           MOVE "NO" TO TO-WAREHOUSE-OPEN-WS.
           MOVE RS-WAREHOUSE TO WHSE-CODE-WM.
           READ WAREHOUSE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WHSE-ACTIVE
                       MOVE "YES" TO TO-WAREHOUSE-OPEN-WS
                   END-IF
           END-READ.

       700-DRAW-FROM-ONE-DONOR.
           IF DONOR-WAREHOUSE-WS (DONOR-SUB-WS) NOT = RS-WAREHOUSE
                   AND DONOR-SURPLUS-WS (DONOR-SUB-WS) > ZERO
               IF DONOR-SURPLUS-WS (DONOR-SUB-WS) < STILL-SHORT-WS
                   THEN MOVE DONOR-SURPLUS-WS (DONOR-SUB-WS)
                            TO MOVE-QTY-WS
                   ELSE MOVE STILL-SHORT-WS TO MOVE-QTY-WS
               END-IF
               SUBTRACT MOVE-QTY-WS
                   FROM DONOR-SURPLUS-WS (DONOR-SUB-WS)
               SUBTRACT MOVE-QTY-WS FROM STILL-SHORT-WS
               ADD MOVE-QTY-WS TO TRANSFER-UNITS-WS
               ADD 1 TO CTR-TRANSFERS-WS
               MOVE "TRANSFER" TO RBL-ACTION-OUT
               MOVE DONOR-WAREHOUSE-WS (DONOR-SUB-WS)
                   TO RBL-FROM-OUT
               IF WRITE-TRANSFERS-WS = "YES"
                   THEN PERFORM 700-WRITE-TRANSFER-TRANSACTION
                        MOVE TRANSACTION-TRANSFER-REF-IN
                            TO RBL-REF-OUT
                   ELSE MOVE SPACES TO RBL-REF-OUT
               END-IF
               PERFORM 700-PRINT-RBL-DETAIL
           END-IF.

       700-WRITE-TRANSFER-TRANSACTION.
      *    BUILT FIELD BY FIELD THE WAY THE EDIT RUN EXPECTS A
      *    KEYPUNCHED TRANSFER - EVERY FIELD THAT IS NOT
      *    MEANINGFUL ON A TYPE 7 IS LEFT SPACE OR ZERO.
           MOVE RS-PART-NUMBER      TO TRANSACTION-PART-NUMBER-IN.
           MOVE DONOR-WAREHOUSE-WS (DONOR-SUB-WS)
                                    TO TRANSACTION-WAREHOUSE-IN.
           MOVE 7                   TO TRANSACTION-TYPE-IN.
           MOVE MOVE-QTY-WS         TO TRANSACTION-AMOUNT-IN.
           MOVE SPACE               TO TRANSACTION-ADJUST-SIGN-IN.
           MOVE ZERO                TO TRANSACTION-NEW-PRICE-IN.
           MOVE RS-WAREHOUSE        TO TRANSACTION-TO-WAREHOUSE-IN.
           MOVE NEXT-TRANSFER-REF-WS
                                    TO TRANSACTION-TRANSFER-REF-IN.
           MOVE ZERO                TO TRANSACTION-UNIT-COST-IN.
           MOVE SPACES              TO TRANSACTION-LOT-IN.
           MOVE ZERO                TO TRANSACTION-CUSTOMER-IN.
           MOVE TODAY-DATE-WS       TO TRANSACTION-EFF-DATE-IN.
           MOVE ZERO                TO TRANSACTION-DOC-REF-IN.
           MOVE ZERO                TO TRANSACTION-VENDOR-IN.
           MOVE SPACE               TO TRANSACTION-REPLACE-FLAG-IN.
           WRITE INVENTORY-TRANSACTION-IN.
      *    THE REFERENCE MAY NEVER BE ZERO - THE EDIT RUN
      *    REFUSES A TRANSFER WITHOUT ONE.
           IF NEXT-TRANSFER-REF-WS = 99999
               THEN MOVE 1 TO NEXT-TRANSFER-REF-WS
               ELSE ADD 1 TO NEXT-TRANSFER-REF-WS
           END-IF.

       700-PASS-SHORTFALL-TO-PO.
           ADD STILL-SHORT-WS TO PURCHASE-UNITS-WS.
           MOVE STILL-SHORT-WS TO MOVE-QTY-WS.
           MOVE "PURCHASE" TO RBL-ACTION-OUT.
           MOVE SPACES     TO RBL-FROM-OUT.
           MOVE SPACES     TO RBL-REF-OUT.
           PERFORM 700-PRINT-RBL-DETAIL.
           IF WRITE-TRANSFERS-WS = "YES"
               MOVE RS-PART-NUMBER TO PO-PART-NUMBER-OUT
               MOVE RS-PART-NAME   TO PO-PART-NAME-OUT
               MOVE STILL-SHORT-WS TO PO-ORDER-QTY-OUT
               MOVE RS-WAREHOUSE   TO PO-WAREHOUSE-OUT
               WRITE PO-RECORD-OUT
               ADD 1 TO CTR-PO-LINES-OUT-WS
           END-IF.

       700-PRINT-RBL-DETAIL.
           PERFORM 700-CHECK-RBL-PAGE.
           MOVE RS-PART-NUMBER TO RBL-PART-OUT.
           MOVE RS-PART-NAME   TO RBL-PART-NAME-OUT.
           MOVE RS-WAREHOUSE   TO RBL-TO-OUT.
           MOVE RS-ORDER-QTY   TO RBL-SHORT-OUT.
           MOVE MOVE-QTY-WS    TO RBL-QTY-OUT.
           WRITE REBALANCE-REPORT-LINE FROM RBL-DETAIL-LINE.
           ADD 1 TO RBL-LINE-CTR-WS.
           ADD 1 TO CTR-REPORT-LINES-WS.

       700-PRINT-RBL-HEADINGS.
           ADD 1 TO RBL-PAGE-CTR-WS.
           MOVE RBL-PAGE-CTR-WS TO RBL-PAGE-OUT.
           WRITE REBALANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE REBALANCE-REPORT-LINE FROM RBL-PAGE-LINE.
           WRITE REBALANCE-REPORT-LINE FROM RBL-MODE-LINE.
           WRITE REBALANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE REBALANCE-REPORT-LINE FROM RBL-COLUMN-HEADER.
           MOVE 5 TO RBL-LINE-CTR-WS.

       700-CHECK-RBL-PAGE.
           IF RBL-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-RBL-HEADINGS
           END-IF.

       700-PRINT-RBL-TOTALS.
           WRITE REBALANCE-REPORT-LINE FROM BLANK-LINE.
           MOVE "PO EXTRACT LINES READ         " TO RBL-TOTAL-LABEL-OUT.
           MOVE CTR-EXTRACT-READ-WS TO RBL-TOTAL-OUT.
           WRITE REBALANCE-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "UNITS SHORT                   " TO RBL-TOTAL-LABEL-OUT.
           MOVE SHORT-UNITS-WS TO RBL-TOTAL-OUT.
           WRITE REBALANCE-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "TRANSFERS PROPOSED            " TO RBL-TOTAL-LABEL-OUT.
           MOVE CTR-TRANSFERS-WS TO RBL-TOTAL-OUT.
           WRITE REBALANCE-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "UNITS COVERED BY TRANSFER     " TO RBL-TOTAL-LABEL-OUT.
           MOVE TRANSFER-UNITS-WS TO RBL-TOTAL-OUT.
           WRITE REBALANCE-REPORT-LINE FROM RBL-TOTAL-LINE.
           MOVE "UNITS LEFT TO PURCHASE        " TO RBL-TOTAL-LABEL-OUT.
           MOVE PURCHASE-UNITS-WS TO RBL-TOTAL-OUT.
           WRITE REBALANCE-REPORT-LINE FROM RBL-TOTAL-LINE.

       700-LOAD-TRANSFER-CONTROL.
      *    THE CONTROL FILE CARRIES THE NEXT TRANSFER REFERENCE
      *    FROM RUN TO RUN. A MISSING OR EMPTY FILE STARTS THE
      *    SERIES AT 00001.
           OPEN INPUT TRANSFER-CONTROL-FILE.
           READ TRANSFER-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-XFRCNTL
               NOT AT END MOVE NEXT-TRANSFER-REF-XC
                              TO NEXT-TRANSFER-REF-WS.
           CLOSE TRANSFER-CONTROL-FILE.
           IF NEXT-TRANSFER-REF-WS = ZERO
               MOVE 1 TO NEXT-TRANSFER-REF-WS
           END-IF.

       700-SAVE-TRANSFER-CONTROL.
           OPEN OUTPUT TRANSFER-CONTROL-FILE.
           MOVE NEXT-TRANSFER-REF-WS TO NEXT-TRANSFER-REF-XC.
           WRITE TRANSFER-CONTROL-RECORD.
           CLOSE TRANSFER-CONTROL-FILE.

       700-CHECK-RUN-SEQUENCE.
      *    TRANSFER MODE REWRITES THE PO EXTRACT THE NIGHTLY
      *    UPDATE WROTE - THAT UPDATE MUST HAVE COMPLETED, THE
      *    EXTRACT MUST NOT ALREADY HAVE BEEN TURNED INTO
      *    NUMBERED POS, AND A GENERATION ALREADY REBALANCED IS
      *    REFUSED SO THE SAME SURPLUS IS NOT PROPOSED TWICE.
           PERFORM 700-LOAD-RUN-CONTROL.
           MOVE "UPDATE  " TO RC-WORK-STEP-WS.
           PERFORM 700-FIND-RC-STEP.
           IF RC-TBL-STATUS-WS (RC-MATCH-SUB-WS) NOT = "C"
               DISPLAY "NIGHTLY UPDATE HAS NOT COMPLETED - "
                   "REBALANCING RUN REFUSED"
               MOVE "YES" TO RC-REFUSED-FLAG-WS
           END-IF.
           MOVE RC-TBL-GEN-WS (RC-MATCH-SUB-WS)
               TO UPDATE-GENERATION-WS.
           MOVE "POASSIGN" TO RC-WORK-STEP-WS.
           PERFORM 700-FIND-RC-STEP.
           IF RC-REFUSED-FLAG-WS = "NO"
                   AND RC-TBL-GEN-WS (RC-MATCH-SUB-WS)
                       = UPDATE-GENERATION-WS
                   AND RC-TBL-STATUS-WS (RC-MATCH-SUB-WS) = "C"
               DISPLAY "PO EXTRACT GENERATION "
                   UPDATE-GENERATION-WS " ALREADY ASSIGNED - "
                   "REBALANCING RUN REFUSED"
               MOVE "YES" TO RC-REFUSED-FLAG-WS
           END-IF.
           MOVE "REBALNCE" TO RC-WORK-STEP-WS.
           PERFORM 700-FIND-RC-STEP.
           IF RC-REFUSED-FLAG-WS = "NO"
                   AND RC-TBL-GEN-WS (RC-MATCH-SUB-WS)
                       = UPDATE-GENERATION-WS
                   AND RC-TBL-STATUS-WS (RC-MATCH-SUB-WS) = "C"
               DISPLAY "PO EXTRACT GENERATION "
                   UPDATE-GENERATION-WS " ALREADY REBALANCED - "
                   "REBALANCING RUN REFUSED"
               MOVE "YES" TO RC-REFUSED-FLAG-WS
           END-IF.

       700-STAMP-REBALANCE-STARTED.
           MOVE "REBALNCE" TO RC-WORK-STEP-WS.
           PERFORM 700-FIND-RC-STEP.
           ACCEPT RC-STAMP-DATE-WS FROM DATE YYYYMMDD.
           MOVE RC-STAMP-DATE-WS
               TO RC-TBL-DATE-WS (RC-MATCH-SUB-WS).
           MOVE UPDATE-GENERATION-WS
               TO RC-TBL-GEN-WS (RC-MATCH-SUB-WS).
           MOVE "S" TO RC-TBL-STATUS-WS (RC-MATCH-SUB-WS).
           PERFORM 700-SAVE-RUN-CONTROL.

       700-STAMP-REBALANCE-COMPLETE.
           MOVE "REBALNCE" TO RC-WORK-STEP-WS.
           PERFORM 700-FIND-RC-STEP.
           MOVE "C" TO RC-TBL-STATUS-WS (RC-MATCH-SUB-WS).
           PERFORM 700-SAVE-RUN-CONTROL.

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

       700-SAVE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM 700-WRITE-ONE-RC-STEP
               VARYING RC-SUB-WS FROM 1 BY 1
               UNTIL RC-SUB-WS > CTR-RC-STEPS-WS.
           CLOSE RUN-CONTROL-FILE.

       700-WRITE-ONE-RC-STEP.
           MOVE RC-TBL-STEP-WS (RC-SUB-WS)   TO RC-STEP-ID.
           MOVE RC-TBL-DATE-WS (RC-SUB-WS)   TO RC-RUN-DATE.
           MOVE RC-TBL-GEN-WS (RC-SUB-WS)    TO RC-GENERATION.
           MOVE RC-TBL-STATUS-WS (RC-SUB-WS) TO RC-STATUS.
           WRITE RUN-CONTROL-RECORD.
