       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program33.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLING-FILE
               ASSIGN TO "BILLING.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "CUSTMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CUST-NUMBER-CM
                   FILE STATUS IS CUSTOMER-STATUS-WS.

           SELECT OPTIONAL INVOICE-CONTROL-FILE
               ASSIGN TO "INVCNTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-REGISTER-OUT
               ASSIGN TO "INVREG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    MACHINE-READABLE AR INTERFACE - ONE DELIMITED RECORD
      *    PER INVOICE PLUS A BALANCING TRAILER THAT TIES TO
      *    THE REGISTER'S GRAND TOTAL, LAID OUT THE SAME WAY AS
      *    THE GL EXTRACT SO RECEIVABLES LOADS IT THE SAME WAY.
           SELECT AR-INTERFACE-OUT
               ASSIGN TO "ARINTFC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-SORT-FILE
               ASSIGN TO "INVWORK.DAT".

       DATA DIVISION.
       FILE SECTION.
       COPY BILLING_FD.

       COPY CUSTMAST_FD.

       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD.
           05  NEXT-INVOICE-NUMBER-IC  PIC 9(6).

       FD  INVOICE-REGISTER-OUT.
       01  INVOICE-REGISTER-LINE       PIC X(85).

       FD  AR-INTERFACE-OUT.
       01  AR-INTERFACE-LINE           PIC X(80).

       SD  INVOICE-SORT-FILE.
       01  INVOICE-SORT-RECORD.
           05  IS-CUSTOMER             PIC 9(5).
           05  IS-PART-NUMBER          PIC 9(5).
           05  IS-WAREHOUSE            PIC X(3).
           05  IS-QTY                  PIC 9(5).
           05  IS-UNIT-PRICE           PIC 9(4)V99.
           05  IS-EXTENDED-AMT         PIC 9(9)V99.
           05  IS-EFF-DATE             PIC 9(8).
           05  IS-SOURCE               PIC X(1).
           05  IS-DOC-REF              PIC 9(6).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    CUSTOMER INVOICING. THE BILLING RECORDS THE NIGHTLY
      *    UPDATE LEAVES FOR EVERY SHIPMENT IT POSTS ARE SORTED
      *    BY CUSTOMER, AND EACH CUSTOMER'S SHIPMENTS BECOME ONE
      *    NUMBERED INVOICE AT THE PRICE THE MASTER CARRIED THE
      *    NIGHT THEY SHIPPED. THE REGISTER PRINTS EVERY INVOICE
      *    WITH ITS LINES AND TOTAL; THE AR INTERFACE CARRIES
      *    ONE RECORD PER INVOICE AND A TRAILER THAT TIES TO THE
      *    REGISTER. ONCE BILLED, THE BILLING FILE IS EMPTIED SO
      *    NO SHIPMENT IS EVER INVOICED TWICE.
      *    =================================================
       01  BLANK-LINE              PIC X(85)   VALUE SPACES.
       01  CUSTOMER-STATUS-WS      PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-IVCNTL     PIC X(3)    VALUE "NO".
           05  SORT-EOF-WS         PIC X(3)    VALUE "NO".
           05  FIRST-CUSTOMER-WS   PIC X(3)    VALUE "YES".
           05  PREV-CUSTOMER-WS    PIC 9(5)    VALUE ZERO.
           05  NEXT-INVOICE-NUMBER-WS PIC 9(6) VALUE 000001.
           05  CURRENT-INVOICE-WS  PIC 9(6)    VALUE ZERO.
           05  FIRST-INVOICE-WS    PIC 9(6)    VALUE ZERO.
           05  CTR-INVOICE-LINES-WS PIC 9(5)   VALUE ZERO.
           05  CTR-INVOICES-WS     PIC 9(5)    VALUE ZERO.
           05  CTR-DETAIL-LINES-WS PIC 9(5)    VALUE ZERO.
           05  INVOICE-TOTAL-WS    PIC 9(9)V99 VALUE ZERO.
           05  GRAND-TOTAL-WS      PIC 9(9)V99 VALUE ZERO.
           05  INVOICE-DATE-WS     PIC 9(8)    VALUE ZERO.
           05  CUSTOMER-NAME-WS    PIC X(20)   VALUE SPACES.

       01  AR-EXTRACT-WS.
           05  AR-AMOUNT-ED        PIC -(8)9.99.
           05  AR-COUNT-ED         PIC 9(5).

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  PAGE-CONTROL-WS.
      *    STANDARD PAGE CONTROL - FIXED LINES PER PAGE, THE
      *    HEADINGS REPEATED WITH A PAGE NUMBER, THE INVOICE IN
      *    PROGRESS CARRIED FORWARD, AND AN END-OF-REPORT LINE
      *    SO A TRUNCATED REGISTER SHOWS.
           05  LINES-PER-PAGE-WS       PIC 9(2)    VALUE 55.
           05  REG-LINE-CTR-WS         PIC 9(2)    VALUE ZERO.
           05  REG-PAGE-CTR-WS         PIC 9(3)    VALUE ZERO.

       01  INVOICE-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE
                   "INVOICE REGISTER FOR ".
           05  REG-MONTH       PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  REG-DAY         PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  REG-YEAR        PIC 9999    VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE "PAGE ".
           05  REG-PAGE-OUT    PIC ZZ9.

       01  INVOICE-COLUMN-HEADER.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(7)    VALUE   "PART NO".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(4)    VALUE   "WHSE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "SHIPPED ".
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(5)    VALUE   "  QTY".
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(5)    VALUE   "PRICE".
           05  FILLER      PIC X(6).
           05  FILLER      PIC X(8)    VALUE   "EXTENDED".
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(10)   VALUE   "SOURCE REF".

       01  INVOICE-HEADING-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE "INVOICE ".
           05  INV-NUMBER-OUT      PIC 9(6).
           05  FILLER              PIC X(11)   VALUE "  CUSTOMER ".
           05  INV-CUSTOMER-OUT    PIC 9(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  INV-CUST-NAME-OUT   PIC X(20).
           05  INV-CONTINUED-OUT   PIC X(12).

       01  INVOICE-DETAIL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  INV-PART-OUT        PIC 9(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  INV-WHSE-OUT        PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  INV-SHIP-DATE-OUT   PIC 9(8).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  INV-QTY-OUT         PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  INV-PRICE-OUT       PIC Z,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  INV-EXTENDED-OUT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  INV-SOURCE-OUT      PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  INV-DOC-REF-OUT     PIC 9(6).

       01  INVOICE-TOTAL-LINE.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE "INVOICE TOTAL ".
           05  INV-TOT-LINES-OUT   PIC ZZZZ9.
           05  FILLER              PIC X(7)    VALUE " LINES ".
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  INV-TOT-AMOUNT-OUT  PIC $$$,$$$,$$9.99.

       01  REGISTER-GRAND-LINE1.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "INVOICES PRINTED    ".
           05  GRAND-INVOICES-OUT  PIC ZZZZ9.

       01  REGISTER-GRAND-LINE2.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "TOTAL BILLED        ".
           05  GRAND-AMOUNT-OUT    PIC $$$,$$$,$$9.99.

       01  REGISTER-GRAND-LINE3.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "INVOICE NUMBERS     ".
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
       100-PRODUCE-INVOICE-REGISTER.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-INVOICING.
           SORT INVOICE-SORT-FILE
               ON ASCENDING KEY IS-CUSTOMER
                                IS-EFF-DATE
                                IS-PART-NUMBER
                                IS-WAREHOUSE
               USING BILLING-FILE
               OUTPUT PROCEDURE 800-PRINT-SORTED-BILLING.
           PERFORM 200-TERMINATE-INVOICING.
           STOP RUN.

       200-INITIATE-INVOICING.
           PERFORM 700-LOAD-INVOICE-CONTROL.
           MOVE NEXT-INVOICE-NUMBER-WS TO FIRST-INVOICE-WS.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT INVOICE-REGISTER-OUT.
           OPEN OUTPUT AR-INTERFACE-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO INVOICE-DATE-WS.
           MOVE MNTH TO REG-MONTH.
           MOVE DY   TO REG-DAY.
           MOVE YR   TO REG-YEAR.
           PERFORM 700-PRINT-REGISTER-HEADINGS.

       200-TERMINATE-INVOICING.
           IF FIRST-CUSTOMER-WS = "NO"
               PERFORM 700-CLOSE-INVOICE
           END-IF.
           PERFORM 700-PRINT-GRAND-TOTALS.
           PERFORM 700-WRITE-AR-TRAILER.
           PERFORM 700-SAVE-INVOICE-CONTROL.
           CLOSE CUSTOMER-FILE
                 INVOICE-REGISTER-OUT
                 AR-INTERFACE-OUT.
           PERFORM 700-CONSUME-BILLING-FILE.
           DISPLAY "INVOICES PRINTED: " CTR-INVOICES-WS
               "  BILLING LINES: " CTR-DETAIL-LINES-WS.

       800-PRINT-SORTED-BILLING.
           PERFORM 800-RETURN-BILLING-RECORD.
           PERFORM 800-PRINT-ONE-BILLING
               UNTIL SORT-EOF-WS = "YES".

       800-RETURN-BILLING-RECORD.
           RETURN INVOICE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-WS.

       800-PRINT-ONE-BILLING.
      *    A CHANGE OF CUSTOMER CLOSES THE INVOICE IN PROGRESS
      *    AND OPENS THE NEXT NUMBER.
           IF FIRST-CUSTOMER-WS = "YES"
                   OR IS-CUSTOMER NOT = PREV-CUSTOMER-WS
               IF FIRST-CUSTOMER-WS = "NO"
                   PERFORM 700-CLOSE-INVOICE
               END-IF
               MOVE "NO" TO FIRST-CUSTOMER-WS
               MOVE IS-CUSTOMER TO PREV-CUSTOMER-WS
               PERFORM 700-OPEN-INVOICE
           END-IF.
           PERFORM 700-CHECK-REGISTER-PAGE.
           MOVE IS-PART-NUMBER  TO INV-PART-OUT.
           MOVE IS-WAREHOUSE    TO INV-WHSE-OUT.
           MOVE IS-EFF-DATE     TO INV-SHIP-DATE-OUT.
           MOVE IS-QTY          TO INV-QTY-OUT.
           MOVE IS-UNIT-PRICE   TO INV-PRICE-OUT.
           MOVE IS-EXTENDED-AMT TO INV-EXTENDED-OUT.
           MOVE IS-SOURCE       TO INV-SOURCE-OUT.
           MOVE IS-DOC-REF      TO INV-DOC-REF-OUT.
           WRITE INVOICE-REGISTER-LINE FROM INVOICE-DETAIL-LINE.
           ADD 1 TO REG-LINE-CTR-WS.
           ADD 1 TO CTR-DETAIL-LINES-WS.
           ADD 1 TO CTR-INVOICE-LINES-WS.
           ADD IS-EXTENDED-AMT TO INVOICE-TOTAL-WS.
           PERFORM 800-RETURN-BILLING-RECORD.

       700-OPEN-INVOICE.
           MOVE NEXT-INVOICE-NUMBER-WS TO CURRENT-INVOICE-WS.
           ADD 1 TO NEXT-INVOICE-NUMBER-WS.
           ADD 1 TO CTR-INVOICES-WS.
           MOVE ZERO TO CTR-INVOICE-LINES-WS INVOICE-TOTAL-WS.
           MOVE IS-CUSTOMER TO CUST-NUMBER-CM.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "** NOT ON FILE **" TO CUSTOMER-NAME-WS
               NOT INVALID KEY
                   MOVE CUST-NAME-CM TO CUSTOMER-NAME-WS
           END-READ.
           IF REG-LINE-CTR-WS + 4 >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-REGISTER-HEADINGS
           END-IF.
           MOVE SPACES TO INV-CONTINUED-OUT.
           PERFORM 700-PRINT-INVOICE-HEADING.

       700-PRINT-INVOICE-HEADING.
           MOVE CURRENT-INVOICE-WS TO INV-NUMBER-OUT.
           MOVE PREV-CUSTOMER-WS   TO INV-CUSTOMER-OUT.
           MOVE CUSTOMER-NAME-WS   TO INV-CUST-NAME-OUT.
           WRITE INVOICE-REGISTER-LINE FROM BLANK-LINE.
           WRITE INVOICE-REGISTER-LINE FROM INVOICE-HEADING-LINE.
           ADD 2 TO REG-LINE-CTR-WS.

       700-CLOSE-INVOICE.
           PERFORM 700-CHECK-REGISTER-PAGE.
           MOVE CTR-INVOICE-LINES-WS TO INV-TOT-LINES-OUT.
           MOVE INVOICE-TOTAL-WS     TO INV-TOT-AMOUNT-OUT.
           WRITE INVOICE-REGISTER-LINE FROM INVOICE-TOTAL-LINE.
           ADD 1 TO REG-LINE-CTR-WS.
           ADD INVOICE-TOTAL-WS TO GRAND-TOTAL-WS.
           PERFORM 700-WRITE-AR-RECORD.

       700-PRINT-REGISTER-HEADINGS.
           ADD 1 TO REG-PAGE-CTR-WS.
           MOVE REG-PAGE-CTR-WS TO REG-PAGE-OUT.
           WRITE INVOICE-REGISTER-LINE FROM BLANK-LINE.
           WRITE INVOICE-REGISTER-LINE FROM INVOICE-PAGE-LINE.
           WRITE INVOICE-REGISTER-LINE FROM BLANK-LINE.
           WRITE INVOICE-REGISTER-LINE FROM INVOICE-COLUMN-HEADER.
           MOVE 4 TO REG-LINE-CTR-WS.

       700-CHECK-REGISTER-PAGE.
      *    A FULL PAGE GETS FRESH HEADINGS, AND THE INVOICE IN
      *    PROGRESS IS NAMED AGAIN SO ITS LINES READ ON THE
      *    NEW PAGE.
           IF REG-LINE-CTR-WS >= LINES-PER-PAGE-WS
               PERFORM 700-PRINT-REGISTER-HEADINGS
               MOVE " (CONTINUED)" TO INV-CONTINUED-OUT
               PERFORM 700-PRINT-INVOICE-HEADING
               MOVE SPACES TO INV-CONTINUED-OUT
           END-IF.

       700-WRITE-AR-RECORD.
           MOVE INVOICE-TOTAL-WS     TO AR-AMOUNT-ED.
           MOVE CTR-INVOICE-LINES-WS TO AR-COUNT-ED.
           MOVE SPACES TO AR-INTERFACE-LINE.
           STRING CURRENT-INVOICE-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PREV-CUSTOMER-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INVOICE-DATE-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AR-COUNT-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AR-AMOUNT-ED DELIMITED BY SIZE
               INTO AR-INTERFACE-LINE.
           WRITE AR-INTERFACE-LINE.

       700-WRITE-AR-TRAILER.
      *    THE TRAILER CARRIES THE INVOICE COUNT AND THE SAME
      *    TOTAL BILLED THE REGISTER PRINTED, SO THE LOAD INTO
      *    RECEIVABLES CAN BE PROVED AGAINST THE REGISTER.
           MOVE GRAND-TOTAL-WS  TO AR-AMOUNT-ED.
           MOVE CTR-INVOICES-WS TO AR-COUNT-ED.
           MOVE SPACES TO AR-INTERFACE-LINE.
           STRING "*TRAILER" DELIMITED BY SIZE
                  ",ALL," DELIMITED BY SIZE
                  INVOICE-DATE-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AR-COUNT-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  AR-AMOUNT-ED DELIMITED BY SIZE
               INTO AR-INTERFACE-LINE.
           WRITE AR-INTERFACE-LINE.

       700-PRINT-GRAND-TOTALS.
           MOVE CTR-INVOICES-WS TO GRAND-INVOICES-OUT.
           MOVE GRAND-TOTAL-WS  TO GRAND-AMOUNT-OUT.
           WRITE INVOICE-REGISTER-LINE FROM BLANK-LINE.
           WRITE INVOICE-REGISTER-LINE FROM REGISTER-GRAND-LINE1.
           WRITE INVOICE-REGISTER-LINE FROM REGISTER-GRAND-LINE2.
           IF CTR-INVOICES-WS > ZERO
               MOVE FIRST-INVOICE-WS   TO GRAND-FIRST-OUT
               MOVE CURRENT-INVOICE-WS TO GRAND-LAST-OUT
               WRITE INVOICE-REGISTER-LINE FROM REGISTER-GRAND-LINE3
           END-IF.
           MOVE CTR-DETAIL-LINES-WS TO EOR-COUNT-OUT.
           WRITE INVOICE-REGISTER-LINE FROM BLANK-LINE.
           WRITE INVOICE-REGISTER-LINE FROM END-OF-REPORT-LINE.

       700-LOAD-INVOICE-CONTROL.
      *    THE CONTROL FILE CARRIES THE NEXT INVOICE NUMBER
      *    FROM RUN TO RUN. A MISSING OR EMPTY FILE STARTS THE
      *    SERIES AT 000001.
           OPEN INPUT INVOICE-CONTROL-FILE.
           READ INVOICE-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-IVCNTL
               NOT AT END MOVE NEXT-INVOICE-NUMBER-IC
                              TO NEXT-INVOICE-NUMBER-WS.
           CLOSE INVOICE-CONTROL-FILE.

       700-SAVE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           MOVE NEXT-INVOICE-NUMBER-WS TO NEXT-INVOICE-NUMBER-IC.
           WRITE INVOICE-CONTROL-RECORD.
           CLOSE INVOICE-CONTROL-FILE.

       700-CONSUME-BILLING-FILE.
      *    EVERY BILLING RECORD IS NOW ON AN INVOICE, SO THE
      *    FILE IS EMPTIED - A SECOND RUN BEFORE TONIGHT'S
      *    UPDATE FINDS NOTHING TO BILL INSTEAD OF INVOICING
      *    THE SAME SHIPMENTS AGAIN.
           OPEN OUTPUT BILLING-FILE.
           CLOSE BILLING-FILE.
