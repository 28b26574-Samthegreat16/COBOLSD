       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program34.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDOR-INVOICE-FILE
               ASSIGN TO "VENDINV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO "OPENPO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PO-NUMBER-PO
                   FILE STATUS IS PO-STATUS-WS.

           SELECT VENDOR-FILE
               ASSIGN TO "VENDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VENDOR-NUMBER-VM
                   FILE STATUS IS VENDOR-STATUS-WS.

      *    THE MATCH TOLERANCES - A PERCENTAGE EITHER SIDE OF THE
      *    RECEIVED COST AND A NUMBER OF UNITS OVER THE QUANTITY
      *    STILL OPEN TO INVOICE. WHEN THE FILE IS ABSENT THE
      *    HOUSE DEFAULTS APPLY.
           SELECT OPTIONAL MATCH-PARAMETER-FILE
               ASSIGN TO "MATCHPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    MACHINE-READABLE AP EXTRACT - ONE DELIMITED RECORD PER
      *    INVOICE LINE RELEASED FOR PAYMENT, PLUS A BALANCING
      *    TRAILER, LAID OUT THE SAME WAY AS THE GL EXTRACT.
           SELECT AP-EXTRACT-OUT
               ASSIGN TO "APEXTRCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARIANCE-REPORT-OUT
               ASSIGN TO "MATCHEXC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LINES THAT FAIL THE MATCH ARE HELD HERE AND WRITTEN
      *    BACK AS THE NEW INVOICE FILE, SO THEY COME UP AGAIN
      *    ON THE NEXT RUN ONCE THE GOODS ARRIVE OR AP CORRECTS
      *    THEM. RELEASED LINES DROP OFF.
           SELECT HELD-INVOICE-FILE
               ASSIGN TO "VINVHOLD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-SORT-FILE
               ASSIGN TO "VIWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       COPY VENDINV_FD.

       COPY OPENPO_FD.

       COPY VENDMAST_FD.

       FD  MATCH-PARAMETER-FILE.
       01  MATCH-PARAMETER-RECORD.
           05  MP-PRICE-TOL-PCT        PIC 9(2)V9.
           05  MP-QTY-TOL-UNITS        PIC 9(3).

       FD  AP-EXTRACT-OUT.
       01  AP-EXTRACT-LINE             PIC X(80).

       FD  VARIANCE-REPORT-OUT.
       01  VARIANCE-REPORT-LINE        PIC X(120).

       FD  HELD-INVOICE-FILE.
       01  HELD-INVOICE-RECORD         PIC X(47).

       SD  INVOICE-SORT-FILE.
       01  INVOICE-SORT-RECORD.
           05  VS-VENDOR-NUMBER        PIC 9(5).
           05  VS-INVOICE-NUMBER       PIC X(10).
           05  VS-INVOICE-DATE         PIC 9(8).
           05  VS-LINE-NUMBER          PIC 9(3).
           05  VS-PO-NUMBER            PIC 9(6).
           05  VS-PART-NUMBER          PIC 9(5).
           05  VS-QTY-INVOICED         PIC 9(4).
           05  VS-UNIT-COST            PIC 9(4)V99.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    VENDOR INVOICE THREE-WAY MATCH. EVERY INVOICE LINE
      *    IS TIED TO THE PO IT NAMES AND HELD AGAINST WHAT WAS
      *    ORDERED AND RECEIVED - THE QUANTITY AGAINST THE
      *    RECEIVED UNITS NOT YET INVOICED, THE UNIT COST
      *    AGAINST THE AVERAGE COST ACTUALLY RECEIVED. A LINE
      *    INSIDE TOLERANCE IS RELEASED TO THE AP EXTRACT AND
      *    ITS UNITS MARKED INVOICED ON THE PO; ANY OTHER LINE
      *    PRINTS ON THE VARIANCE EXCEPTION REPORT UNDER ITS
      *    VENDOR AND IS HELD FOR THE NEXT RUN.
      *    =================================================
       01  BLANK-LINE              PIC X(120)  VALUE SPACES.
       01  PO-STATUS-WS            PIC X(2).
       01  VENDOR-STATUS-WS        PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-HELD       PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-VENDOR-WS     PIC X(3)    VALUE "YES".
           05  PREV-VENDOR-WS      PIC 9(5)    VALUE ZERO.
           05  CTR-LINES-READ-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-LINES-RELEASED-WS PIC 9(5)  VALUE ZERO.
           05  CTR-EXCEPTIONS-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-VENDOR-EXCEPT-WS PIC 9(5)   VALUE ZERO.

       01  MATCH-WORK-WS.
           05  PRICE-TOL-PCT-WS    PIC 9(2)V9  VALUE 02.0.
           05  QTY-TOL-UNITS-WS    PIC 9(3)    VALUE ZERO.
           05  MATCH-REASON-WS     PIC X(24)   VALUE SPACES.
           05  QTY-FAIL-FLAG-WS    PIC X(3)    VALUE "NO".
           05  PRICE-FAIL-FLAG-WS  PIC X(3)    VALUE "NO".
           05  OPEN-TO-INVOICE-WS  PIC S9(5)   VALUE ZERO.
           05  QTY-VARIANCE-WS     PIC S9(5)   VALUE ZERO.
           05  PRICE-LIMIT-WS      PIC 9(4)V99 VALUE ZERO.
           05  PRICE-DIFF-WS       PIC S9(4)V99 VALUE ZERO.
           05  ACCEPTABLE-QTY-WS   PIC 9(5)    VALUE ZERO.
           05  RECEIVED-COST-WS    PIC 9(4)V99 VALUE ZERO.
           05  INVOICED-VALUE-WS   PIC 9(9)V99 VALUE ZERO.
           05  VALUE-VARIANCE-WS   PIC S9(9)V99 VALUE ZERO.
           05  VENDOR-VARIANCE-WS  PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-VARIANCE-WS   PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-RELEASED-WS   PIC 9(9)V99 VALUE ZERO.

       01  AP-EXTRACT-WS.
           05  AP-AMOUNT-ED        PIC -(8)9.99.
           05  AP-COST-ED          PIC -(4)9.99.
           05  AP-COUNT-ED         PIC 9(5).

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, THE VENDOR IN
      *    PROGRESS CARRIED FORWARD, AND AN END-OF-REPORT LINE
      *    SO A TRUNCATED REPORT SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  VAR-LINE-CTR-WS         PIC 9(2)    VALUE ZERO.
           05  VAR-PAGE-CTR-WS         PIC 9(3)    VALUE ZERO.

       01  VARIANCE-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(36)   VALUE
                   "INVOICE MATCH VARIANCE EXCEPTIONS - ".
           05  VAR-MONTH       PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  VAR-DAY         PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  VAR-YEAR        PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  VAR-PAGE-OUT    PIC ZZ9.

       01  VARIANCE-TOLERANCE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE "PRICE TOLERANCE  ".
           05  VAR-TOL-PCT-OUT PIC Z9.9.
           05  FILLER          PIC X(23)   VALUE
                   " PCT   QTY TOLERANCE  ".
           05  VAR-TOL-QTY-OUT PIC ZZ9.
           05  FILLER          PIC X(6)    VALUE " UNITS".

       01  VARIANCE-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(10)   VALUE   "INVOICE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(3)    VALUE   "LN ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "PO NO ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "PART ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "INVD".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "OPEN".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "Q VAR".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "INV COST".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "RCV COST".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(11)   VALUE   " $ VARIANCE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "REASON".

       01  VARIANCE-VENDOR-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE "VENDOR ".
           05  VAR-VENDOR-OUT      PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-VENDOR-NAME-OUT PIC X(20).
           05  VAR-CONTINUED-OUT   PIC X(12).

       01  VARIANCE-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  VAR-INVOICE-OUT     PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-LINE-OUT        PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-PO-OUT          PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-PART-OUT        PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-INV-QTY-OUT     PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-OPEN-QTY-OUT    PIC ---9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-QTY-VAR-OUT     PIC ----9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-INV-COST-OUT    PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-RCV-COST-OUT    PIC Z,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-VALUE-VAR-OUT   PIC ----,--9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VAR-REASON-OUT      PIC X(24).

       01  VARIANCE-VENDOR-TOTAL-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE "VENDOR EXCEPTIONS ".
           05  VEND-EXCEPT-OUT PIC ZZZZ9.
           05  FILLER          PIC X(13)   VALUE "   VARIANCE  ".
           05  VEND-VARIANCE-OUT PIC $$$,$$$,$$9.99-.

       01  MATCH-SUMMARY-LINE1.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                   "INVOICE LINES READ      ".
           05  SUM-READ-OUT    PIC ZZZZ9.

       01  MATCH-SUMMARY-LINE2.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                   "LINES RELEASED TO AP    ".
           05  SUM-RELEASED-OUT PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SUM-RELEASED-VALUE-OUT PIC $$$,$$$,$$9.99.

       01  MATCH-SUMMARY-LINE3.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
                   "LINES HELD ON EXCEPTION ".
           05  SUM-EXCEPT-OUT  PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  SUM-VARIANCE-OUT PIC $$$,$$$,$$9.99-.

       01  END-OF-REPORT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
                   "*** END OF REPORT - ".
           05  EOR-COUNT-OUT   PIC ZZZZ9.
           05  FILLER          PIC X(17)   VALUE " DETAIL LINES ***".

       PROCEDURE DIVISION.
       100-PRODUCE-INVOICE-MATCH.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-INVOICE-MATCH.
           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY VS-VENDOR-NUMBER
                                VS-INVOICE-NUMBER
                                VS-LINE-NUMBER
               USING VENDOR-INVOICE-FILE
               OUTPUT PROCEDURE 800-MATCH-SORTED-LINES.
           PERFORM 200-TERMINATE-INVOICE-MATCH.
           STOP RUN.

       200-INITIATE-INVOICE-MATCH.
           PERFORM 700-LOAD-MATCH-PARAMETERS.
           OPEN I-O OPEN-PO-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT AP-EXTRACT-OUT.
           OPEN OUTPUT VARIANCE-REPORT-OUT.
           OPEN OUTPUT HELD-INVOICE-FILE.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE MNTH TO VAR-MONTH.
           MOVE DY   TO VAR-DAY.
           MOVE YR   TO VAR-YEAR.
           MOVE PRICE-TOL-PCT-WS TO VAR-TOL-PCT-OUT.
           MOVE QTY-TOL-UNITS-WS TO VAR-TOL-QTY-OUT.
           PERFORM 700-PRINT-VARIANCE-HEADINGS.

       200-TERMINATE-INVOICE-MATCH.
           IF FIRST-VENDOR-WS = "NO"
               PERFORM 700-PRINT-VENDOR-TOTAL
           END-IF.
           PERFORM 700-PRINT-MATCH-SUMMARY.
           PERFORM 700-WRITE-AP-TRAILER.
           CLOSE OPEN-PO-FILE
                 VENDOR-FILE
                 AP-EXTRACT-OUT
                 VARIANCE-REPORT-OUT
                 HELD-INVOICE-FILE.
           PERFORM 700-REPLACE-INVOICE-FILE.
           DISPLAY "INVOICE LINES RELEASED: " CTR-LINES-RELEASED-WS
               "  HELD ON EXCEPTION: " CTR-EXCEPTIONS-WS.

       700-LOAD-MATCH-PARAMETERS.
           OPEN INPUT MATCH-PARAMETER-FILE.
           READ MATCH-PARAMETER-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE MP-PRICE-TOL-PCT TO PRICE-TOL-PCT-WS
                   MOVE MP-QTY-TOL-UNITS TO QTY-TOL-UNITS-WS
           END-READ.
           CLOSE MATCH-PARAMETER-FILE.

       800-MATCH-SORTED-LINES.
           PERFORM 800-RETURN-INVOICE-LINE.
           PERFORM 800-MATCH-ONE-LINE
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-INVOICE-LINE.
           RETURN INVOICE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-MATCH-ONE-LINE.
           ADD 1 TO CTR-LINES-READ-WS.
           MOVE SPACES TO MATCH-REASON-WS.
           MOVE "NO"   TO QTY-FAIL-FLAG-WS PRICE-FAIL-FLAG-WS.
           MOVE ZERO   TO OPEN-TO-INVOICE-WS QTY-VARIANCE-WS
                          RECEIVED-COST-WS.
           MOVE VS-PO-NUMBER TO PO-NUMBER-PO.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "PO NOT ON FILE" TO MATCH-REASON-WS
               NOT INVALID KEY
                   PERFORM 700-CHECK-INVOICE-LINE
           END-READ.
           IF MATCH-REASON-WS = SPACES
               THEN PERFORM 700-RELEASE-INVOICE-LINE
               ELSE PERFORM 700-REPORT-INVOICE-EXCEPTION
           END-IF.
           PERFORM 800-RETURN-INVOICE-LINE.

       700-CHECK-INVOICE-LINE.
      *    THE PO MUST BELONG TO THE VENDOR BILLING IT AND CARRY
      *    THE PART BILLED. THE QUANTITY IS HELD TO WHAT HAS BEEN
      *    RECEIVED AND NOT YET PAID FOR, AND THE UNIT COST TO
      *    THE AVERAGE COST RECEIVED, EACH WITHIN TOLERANCE.
           COMPUTE OPEN-TO-INVOICE-WS =
               PO-QTY-RECEIVED-PO - PO-QTY-INVOICED-PO.
           MOVE PO-RECEIVED-COST-PO TO RECEIVED-COST-WS.
           COMPUTE QTY-VARIANCE-WS =
               VS-QTY-INVOICED - OPEN-TO-INVOICE-WS.
           IF PO-VENDOR-NUMBER-PO NOT = VS-VENDOR-NUMBER
               MOVE "PO IS FOR ANOTHER VENDOR" TO MATCH-REASON-WS
           ELSE IF PO-PART-NUMBER-PO NOT = VS-PART-NUMBER
               MOVE "PART NOT ON THIS PO"     TO MATCH-REASON-WS
           ELSE IF PO-QTY-RECEIVED-PO = ZERO
               MOVE "NOTHING RECEIVED ON PO"  TO MATCH-REASON-WS
           ELSE
               PERFORM 700-CHECK-LINE-TOLERANCE
           END-IF.

       700-CHECK-LINE-TOLERANCE.
           IF QTY-VARIANCE-WS > QTY-TOL-UNITS-WS
               MOVE "YES" TO QTY-FAIL-FLAG-WS
           END-IF.
           COMPUTE PRICE-LIMIT-WS ROUNDED =
               RECEIVED-COST-WS * PRICE-TOL-PCT-WS / 100.
           COMPUTE PRICE-DIFF-WS = VS-UNIT-COST - RECEIVED-COST-WS.
           IF PRICE-DIFF-WS > PRICE-LIMIT-WS
                   OR PRICE-DIFF-WS < PRICE-LIMIT-WS * -1
               MOVE "YES" TO PRICE-FAIL-FLAG-WS
           END-IF.
           IF QTY-FAIL-FLAG-WS = "YES" AND PRICE-FAIL-FLAG-WS = "YES"
               MOVE "QTY AND PRICE VARIANCE" TO MATCH-REASON-WS
           ELSE IF QTY-FAIL-FLAG-WS = "YES"
               MOVE "QTY OVER RECEIVED"      TO MATCH-REASON-WS
           ELSE IF PRICE-FAIL-FLAG-WS = "YES"
               MOVE "PRICE OVER TOLERANCE"   TO MATCH-REASON-WS
           END-IF.

       700-RELEASE-INVOICE-LINE.
      *    THE LINE IS PAID AT THE VENDOR'S INVOICED COST - IT
      *    IS INSIDE TOLERANCE - AND ITS UNITS ARE MARKED
      *    INVOICED ON THE PO SO THEY CANNOT BE BILLED TWICE.
           ADD VS-QTY-INVOICED TO PO-QTY-INVOICED-PO.
           REWRITE OPEN-PO-RECORD.
           COMPUTE INVOICED-VALUE-WS ROUNDED =
               VS-QTY-INVOICED * VS-UNIT-COST.
           ADD INVOICED-VALUE-WS TO TOTAL-RELEASED-WS.
           ADD 1 TO CTR-LINES-RELEASED-WS.
           MOVE INVOICED-VALUE-WS TO AP-AMOUNT-ED.
           MOVE VS-UNIT-COST      TO AP-COST-ED.
           MOVE SPACES TO AP-EXTRACT-LINE.
           STRING VS-VENDOR-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  VS-INVOICE-NUMBER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  VS-INVOICE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  VS-PO-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  VS-PART-NUMBER DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  VS-QTY-INVOICED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AP-COST-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AP-AMOUNT-ED DELIMITED BY SIZE
               INTO AP-EXTRACT-LINE.
           WRITE AP-EXTRACT-LINE.

       700-REPORT-INVOICE-EXCEPTION.
      *    THE DOLLAR VARIANCE IS WHAT THE LINE WOULD OVERPAY -
      *    THE INVOICED VALUE LESS THE RECEIVED UNITS STILL
      *    OPEN TO INVOICE AT THE COST THEY WERE RECEIVED AT.
           IF VS-VENDOR-NUMBER NOT = PREV-VENDOR-WS
                   OR FIRST-VENDOR-WS = "YES"
               IF FIRST-VENDOR-WS = "NO"
                   PERFORM 700-PRINT-VENDOR-TOTAL
               END-IF
               MOVE "NO" TO FIRST-VENDOR-WS
               MOVE VS-VENDOR-NUMBER TO PREV-VENDOR-WS
               MOVE ZERO TO CTR-VENDOR-EXCEPT-WS VENDOR-VARIANCE-WS
               PERFORM 700-LOOKUP-VENDOR-NAME
               IF VAR-LINE-CTR-WS + 4 >= LINES-PER-PAGE-WS
                   PERFORM 700-PRINT-VARIANCE-HEADINGS
               END-IF
               MOVE SPACES TO VAR-CONTINUED-OUT
               PERFORM 700-PRINT-VENDOR-HEADING
           END-IF.
           PERFORM 700-CHECK-VARIANCE-PAGE.
           IF OPEN-TO-INVOICE-WS > VS-QTY-INVOICED
               THEN MOVE VS-QTY-INVOICED TO ACCEPTABLE-QTY-WS
           ELSE IF OPEN-TO-INVOICE-WS > ZERO
               THEN MOVE OPEN-TO-INVOICE-WS TO ACCEPTABLE-QTY-WS
           ELSE
               MOVE ZERO TO ACCEPTABLE-QTY-WS
           END-IF.
           COMPUTE VALUE-VARIANCE-WS ROUNDED =
               VS-QTY-INVOICED * VS-UNIT-COST
                   - ACCEPTABLE-QTY-WS * RECEIVED-COST-WS.
           MOVE VS-INVOICE-NUMBER  TO VAR-INVOICE-OUT.
           MOVE VS-LINE-NUMBER     TO VAR-LINE-OUT.
           MOVE VS-PO-NUMBER       TO VAR-PO-OUT.
           MOVE VS-PART-NUMBER     TO VAR-PART-OUT.
           MOVE VS-QTY-INVOICED    TO VAR-INV-QTY-OUT.
           MOVE OPEN-TO-INVOICE-WS TO VAR-OPEN-QTY-OUT.
           MOVE QTY-VARIANCE-WS    TO VAR-QTY-VAR-OUT.
           MOVE VS-UNIT-COST       TO VAR-INV-COST-OUT.
           MOVE RECEIVED-COST-WS   TO VAR-RCV-COST-OUT.
           MOVE VALUE-VARIANCE-WS  TO VAR-VALUE-VAR-OUT.
           MOVE MATCH-REASON-WS    TO VAR-REASON-OUT.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-DETAIL-LINE.
           ADD 1 TO VAR-LINE-CTR-WS.
           ADD 1 TO CTR-EXCEPTIONS-WS.
           ADD 1 TO CTR-VENDOR-EXCEPT-WS.
           ADD VALUE-VARIANCE-WS TO VENDOR-VARIANCE-WS.
           ADD VALUE-VARIANCE-WS TO TOTAL-VARIANCE-WS.
           WRITE HELD-INVOICE-RECORD FROM INVOICE-SORT-RECORD.

       700-LOOKUP-VENDOR-NAME.
           MOVE VS-VENDOR-NUMBER TO VENDOR-NUMBER-VM.
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO VAR-VENDOR-NAME-OUT
               NOT INVALID KEY
                   MOVE VENDOR-NAME-VM TO VAR-VENDOR-NAME-OUT
           END-READ.

       700-PRINT-VENDOR-HEADING.
           MOVE PREV-VENDOR-WS TO VAR-VENDOR-OUT.
           WRITE VARIANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-VENDOR-LINE.
           ADD 2 TO VAR-LINE-CTR-WS.

       700-PRINT-VENDOR-TOTAL.
           PERFORM 700-CHECK-VARIANCE-PAGE.
           MOVE CTR-VENDOR-EXCEPT-WS TO VEND-EXCEPT-OUT.
           MOVE VENDOR-VARIANCE-WS   TO VEND-VARIANCE-OUT.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-VENDOR-TOTAL-LINE.
           ADD 1 TO VAR-LINE-CTR-WS.

       700-PRINT-VARIANCE-HEADINGS.
           ADD 1 TO VAR-PAGE-CTR-WS.
           MOVE VAR-PAGE-CTR-WS TO VAR-PAGE-OUT.
           WRITE VARIANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-PAGE-LINE.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-TOLERANCE-LINE.
           WRITE VARIANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE VARIANCE-REPORT-LINE FROM VARIANCE-COLUMN-HEADER.
           MOVE 5 TO VAR-LINE-CTR-WS.

       700-CHECK-VARIANCE-PAGE.
           IF VAR-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-VARIANCE-HEADINGS
               MOVE " (CONTINUED)" TO VAR-CONTINUED-OUT
               PERFORM 700-PRINT-VENDOR-HEADING
               MOVE SPACES TO VAR-CONTINUED-OUT
           END-IF.

       700-PRINT-MATCH-SUMMARY.
           MOVE CTR-LINES-READ-WS     TO SUM-READ-OUT.
           MOVE CTR-LINES-RELEASED-WS TO SUM-RELEASED-OUT.
           MOVE TOTAL-RELEASED-WS     TO SUM-RELEASED-VALUE-OUT.
           MOVE CTR-EXCEPTIONS-WS     TO SUM-EXCEPT-OUT.
           MOVE TOTAL-VARIANCE-WS     TO SUM-VARIANCE-OUT.
           WRITE VARIANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE VARIANCE-REPORT-LINE FROM MATCH-SUMMARY-LINE1.
           WRITE VARIANCE-REPORT-LINE FROM MATCH-SUMMARY-LINE2.
           WRITE VARIANCE-REPORT-LINE FROM MATCH-SUMMARY-LINE3.
           MOVE CTR-EXCEPTIONS-WS TO EOR-COUNT-OUT.
           WRITE VARIANCE-REPORT-LINE FROM BLANK-LINE.
           WRITE VARIANCE-REPORT-LINE FROM END-OF-REPORT-LINE.

       700-WRITE-AP-TRAILER.
      *    THE TRAILER CARRIES THE RELEASED LINE COUNT AND VALUE
      *    THE EXCEPTION REPORT SUMMARY PRINTED, SO THE LOAD INTO
      *    PAYABLES CAN BE PROVED AGAINST IT.
           MOVE TOTAL-RELEASED-WS     TO AP-AMOUNT-ED.
           MOVE CTR-LINES-RELEASED-WS TO AP-COUNT-ED.
           MOVE SPACES TO AP-EXTRACT-LINE.
           STRING "*TRAILER" DELIMITED BY SIZE
                  ",ALL," DELIMITED BY SIZE
                  AP-COUNT-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AP-AMOUNT-ED DELIMITED BY SIZE
               INTO AP-EXTRACT-LINE.
           WRITE AP-EXTRACT-LINE.

       700-REPLACE-INVOICE-FILE.
      *    THE HELD LINES BECOME THE INVOICE FILE THE NEXT RUN
      *    READS, BEHIND WHATEVER AP KEYS IN THE MEANTIME.
           OPEN INPUT  HELD-INVOICE-FILE.
           OPEN OUTPUT VENDOR-INVOICE-FILE.
           PERFORM 700-COPY-ONE-HELD-LINE
               UNTIL EOF-FLAG-HELD = "YES".
           CLOSE HELD-INVOICE-FILE
                 VENDOR-INVOICE-FILE.

       700-COPY-ONE-HELD-LINE.
           READ HELD-INVOICE-FILE
               AT END MOVE "YES" TO EOF-FLAG-HELD
               NOT AT END
                   WRITE VENDOR-INVOICE-RECORD
                       FROM HELD-INVOICE-RECORD
           END-READ.
