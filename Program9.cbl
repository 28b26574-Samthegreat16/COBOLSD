               ASSIGN TO "POACK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    INBOUND ADVANCE SHIP NOTICES - VENDOR, PO, QUANTITY
      *    SHIPPED, SUPPLIER LOT, EXPECTED ARRIVAL AND UNIT COST
      *    - CHECKED BY THE SHIP (N)OTICE LOAD AND HELD ON THE
      *    EXPECTED RECEIPT FILE FOR THE DOCK TO CONFIRM. THE
      *    NOTICES THAT FAIL PRINT ON THE EXCEPTION LIST.
           SELECT OPTIONAL SHIP-NOTICE-FILE
               ASSIGN TO "POASN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASN-FILE
               ASSIGN TO "ASNFILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ASN-KEY-AS
                   FILE STATUS IS ASN-STATUS-WS.

           SELECT ASN-EXCEPTION-OUT
               ASSIGN TO "ASNEXCP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  ACK-FLAG-IN             PIC X(1).
           05  ACK-PROMISE-DATE-IN     PIC 9(8).

       FD  SHIP-NOTICE-FILE.
       01  SHIP-NOTICE-RECORD.
           05  SN-VENDOR-NUMBER-IN     PIC 9(5).
           05  SN-PO-NUMBER-IN         PIC 9(6).
           05  SN-QTY-SHIPPED-IN       PIC 9(5).
           05  SN-LOT-IN               PIC X(10).
           05  SN-ARRIVAL-DATE-IN      PIC 9(8).
           05  SN-UNIT-COST-IN         PIC 9(4)V99.

       COPY ASNFILE_FD.

       FD  ASN-EXCEPTION-OUT.
       01  ASN-EXCEPTION-LINE          PIC X(85).

       COPY RUNCTL_FD.

       WORKING-STORAGE SECTION.
      *    CONTROL FILE SO THE SERIES SURVIVES FROM RUN TO RUN.
      *    THE (O)VERDUE RUN LISTS EVERY OPEN PO WHOSE ORDER
      *    DATE PLUS THE VENDOR LEAD TIME HAS GONE BY.
      *    THE SHIP (N)OTICE RUN LOADS THE VENDORS' ADVANCE SHIP
      *    NOTICES AS EXPECTED RECEIPTS FOR THE DOCK TO CONFIRM.
      *    RECEIPT MATCHING AND RE-ORDER SUPPRESSION HAPPEN IN
      *    THE NIGHTLY UPDATE ITSELF.
      *    =================================================
       01  STATUS-FIELD        PIC X(2).
       01  VENDOR-STATUS-WS    PIC X(2).
       01  PO-STATUS-WS        PIC X(2).
       01  ASN-STATUS-WS       PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  RUN-MODE-WS         PIC X(1)    VALUE SPACE.
           05  CTR-POS-UNACKED-WS  PIC 9(4)    VALUE ZERO.
           05  CTR-ACKS-LOADED-WS  PIC 9(4)    VALUE ZERO.
           05  CTR-ACKS-UNMATCHED-WS PIC 9(4)  VALUE ZERO.
           05  EOF-FLAG-SN         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-ASN        PIC X(3)    VALUE "NO".
           05  CTR-NOTICES-READ-WS PIC 9(4)    VALUE ZERO.
           05  CTR-NOTICES-LOADED-WS PIC 9(4)  VALUE ZERO.
           05  CTR-NOTICES-REFUSED-WS PIC 9(4) VALUE ZERO.

       01  SHIP-NOTICE-CHECK-WS.
           05  SN-REFUSAL-TEXT-WS  PIC X(30)   VALUE SPACES.
           05  SN-EXPECTED-QTY-WS  PIC 9(7)    VALUE ZERO.
           05  SN-OPEN-BALANCE-WS  PIC S9(7)   VALUE ZERO.
           05  SN-UNIT-COST-WS     PIC 9(4)V99 VALUE ZERO.

       01  RUN-CONTROL-WS.
           05  EOF-FLAG-RC         PIC X(3)    VALUE "NO".
           05  FILLER          PIC X(18)   VALUE "UNACKNOWLEDGED POS".
           05  CTR-UNACKED-OUT     PIC ZZZ9.

       01  ASN-EXCEPTION-HEADER.
           05  FILLER      PIC X(9)    VALUE SPACES.
           05  FILLER      PIC X(29)   VALUE
                   "SHIP NOTICE EXCEPTIONS FOR   ".
           05  SNX-MONTH   PIC 99      VALUE ZERO.
           05  FILLER      PIC X(1)    VALUE "/".
           05  SNX-DAY     PIC 99      VALUE ZERO.
           05  FILLER      PIC X(1)    VALUE "/".
           05  SNX-YEAR    PIC 9999    VALUE ZERO.

       01  ASN-EXCEPTION-COLUMNS.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(6)    VALUE   "VENDOR".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)    VALUE   "PO NO ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(10)   VALUE   "LOT".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "  QTY".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "ARRIVAL ".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(30)   VALUE   "REASON".

       01  ASN-EXCEPTION-DETAIL.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  SNX-VENDOR-OUT      PIC 9(5).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  SNX-PO-OUT          PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SNX-LOT-OUT         PIC X(10).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SNX-QTY-OUT         PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SNX-ARRIVAL-OUT     PIC 9(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  SNX-REASON-OUT      PIC X(30).

       01  ASN-EXCEPTION-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE "NOTICES READ  ".
           05  SNX-READ-OUT    PIC ZZZ9.
           05  FILLER          PIC X(10)   VALUE "  LOADED  ".
           05  SNX-LOADED-OUT  PIC ZZZ9.
           05  FILLER          PIC X(11)   VALUE "  REFUSED  ".
           05  SNX-REFUSED-OUT PIC ZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-PO-RUN.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           DISPLAY "(A)SSIGN PO NUMBERS, (O)VERDUE REPORT, "
               "ACK (L)OAD, OR SHIP (N)OTICE LOAD: ".
           ACCEPT RUN-MODE-WS.
           IF RUN-MODE-WS = "A"
               THEN PERFORM 200-ASSIGN-PO-NUMBERS
               THEN PERFORM 200-PRODUCE-OVERDUE-REPORT
           ELSE IF RUN-MODE-WS = "L"
               THEN PERFORM 200-LOAD-ACKNOWLEDGMENTS
           ELSE IF RUN-MODE-WS = "N"
               THEN PERFORM 200-LOAD-SHIP-NOTICES
           ELSE
               DISPLAY "UNKNOWN RUN MODE - NOTHING DONE"
           END-IF.
           MOVE SPACE              TO PO-FIRST-FILL-PO.
           MOVE SPACE              TO PO-ACK-FLAG-PO.
           MOVE ZERO               TO PO-PROMISE-DATE-PO.
           MOVE ZERO               TO PO-RECEIVED-COST-PO.
           MOVE ZERO               TO PO-QTY-INVOICED-PO.
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "PO NUMBER " PO-NUMBER-PO
           READ PO-ACK-FILE
               AT END MOVE "YES" TO EOF-FLAG-ACK.

       200-LOAD-SHIP-NOTICES.
           OPEN INPUT SHIP-NOTICE-FILE.
           OPEN INPUT OPEN-PO-FILE.
           OPEN INPUT INVENT-FILE-V2.
           OPEN I-O   ASN-FILE.
           OPEN OUTPUT ASN-EXCEPTION-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO TODAY-DATE-WS.
           MOVE MNTH TO SNX-MONTH.
           MOVE DY   TO SNX-DAY.
           MOVE YR   TO SNX-YEAR.
           WRITE ASN-EXCEPTION-LINE FROM BLANK-LINE.
           WRITE ASN-EXCEPTION-LINE FROM ASN-EXCEPTION-HEADER.
           WRITE ASN-EXCEPTION-LINE FROM BLANK-LINE.
           WRITE ASN-EXCEPTION-LINE FROM ASN-EXCEPTION-COLUMNS.
           PERFORM 700-READ-SHIP-NOTICE.
           PERFORM 200-LOAD-ONE-SHIP-NOTICE
               UNTIL EOF-FLAG-SN = "YES".
           MOVE CTR-NOTICES-READ-WS    TO SNX-READ-OUT.
           MOVE CTR-NOTICES-LOADED-WS  TO SNX-LOADED-OUT.
           MOVE CTR-NOTICES-REFUSED-WS TO SNX-REFUSED-OUT.
           WRITE ASN-EXCEPTION-LINE FROM BLANK-LINE.
           WRITE ASN-EXCEPTION-LINE FROM ASN-EXCEPTION-TOTAL-LINE.
           DISPLAY "SHIP NOTICES LOADED: " CTR-NOTICES-LOADED-WS
               "  REFUSED: " CTR-NOTICES-REFUSED-WS.
           CLOSE SHIP-NOTICE-FILE
                 OPEN-PO-FILE
                 INVENT-FILE-V2
                 ASN-FILE
                 ASN-EXCEPTION-OUT.

       200-LOAD-ONE-SHIP-NOTICE.
           ADD 1 TO CTR-NOTICES-READ-WS.
           PERFORM 700-CHECK-SHIP-NOTICE.
           IF SN-REFUSAL-TEXT-WS NOT = SPACES
               THEN PERFORM 700-WRITE-ASN-EXCEPTION
               ELSE PERFORM 700-WRITE-EXPECTED-RECEIPT
           END-IF.
           PERFORM 700-READ-SHIP-NOTICE.

       700-CHECK-SHIP-NOTICE.
      *    THE NOTICE MUST NAME AN OPEN PO ON FILE, COME FROM THE
      *    VENDOR THAT PO WAS PLACED WITH, CARRY A LOT, AND NOT
      *    SHIP MORE THAN THE PO STILL HAS OPEN ONCE THE NOTICES
      *    ALREADY EXPECTED AGAINST IT ARE TAKEN OFF.
           MOVE SPACES TO SN-REFUSAL-TEXT-WS.
           MOVE SN-PO-NUMBER-IN TO PO-NUMBER-PO.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "PO NOT ON FILE" TO SN-REFUSAL-TEXT-WS
           END-READ.
           IF SN-REFUSAL-TEXT-WS = SPACES
               IF PO-CLOSED
                   MOVE "PO ALREADY CLOSED" TO SN-REFUSAL-TEXT-WS
               ELSE IF PO-VENDOR-NUMBER-PO NOT = SN-VENDOR-NUMBER-IN
                   MOVE "VENDOR DOES NOT MATCH PO"
                       TO SN-REFUSAL-TEXT-WS
               ELSE IF SN-LOT-IN = SPACES
                   MOVE "SUPPLIER LOT MISSING" TO SN-REFUSAL-TEXT-WS
               ELSE IF SN-QTY-SHIPPED-IN IS NOT NUMERIC
                       OR SN-QTY-SHIPPED-IN = ZERO
                   MOVE "QUANTITY SHIPPED MISSING"
                       TO SN-REFUSAL-TEXT-WS
               END-IF
           END-IF.
           IF SN-REFUSAL-TEXT-WS = SPACES
               PERFORM 700-TOTAL-EXPECTED-ON-PO
               COMPUTE SN-OPEN-BALANCE-WS =
                   PO-QTY-ORDERED-PO - PO-QTY-RECEIVED-PO
                       - SN-EXPECTED-QTY-WS
               IF SN-QTY-SHIPPED-IN > SN-OPEN-BALANCE-WS
                   MOVE "SHIPPED OVER PO OPEN BALANCE"
                       TO SN-REFUSAL-TEXT-WS
               END-IF
           END-IF.
           IF SN-REFUSAL-TEXT-WS = SPACES
               PERFORM 700-PRICE-SHIP-NOTICE
           END-IF.

       700-TOTAL-EXPECTED-ON-PO.
      *    NOTICES STILL EXPECTED AGAINST THE PO HAVE NOT YET PAID
      *    IT DOWN, SO THEY COUNT AGAINST ITS OPEN BALANCE HERE.
           MOVE ZERO TO SN-EXPECTED-QTY-WS.
           MOVE "NO" TO EOF-FLAG-ASN.
           MOVE SN-PO-NUMBER-IN TO ASN-PO-NUMBER-AS.
           MOVE LOW-VALUES      TO ASN-LOT-AS.
           START ASN-FILE
               KEY IS NOT LESS THAN ASN-KEY-AS
               INVALID KEY MOVE "YES" TO EOF-FLAG-ASN
           END-START.
           PERFORM 700-TALLY-ONE-EXPECTED
               UNTIL EOF-FLAG-ASN = "YES".

       700-TALLY-ONE-EXPECTED.
           READ ASN-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-ASN
               NOT AT END
                   IF ASN-PO-NUMBER-AS NOT = SN-PO-NUMBER-IN
                       MOVE "YES" TO EOF-FLAG-ASN
                   ELSE IF ASN-EXPECTED
                       ADD ASN-QTY-SHIPPED-AS TO SN-EXPECTED-QTY-WS
                   END-IF
           END-READ.

       700-PRICE-SHIP-NOTICE.
      *    THE RECEIPT NEEDS A UNIT COST. A NOTICE WITHOUT ONE
      *    TAKES THE PART'S CURRENT AVERAGE COST AT THE PO'S
      *    WAREHOUSE; A PART WITH NO COST EITHER IS REFUSED.
           IF SN-UNIT-COST-IN IS NUMERIC
                   AND SN-UNIT-COST-IN > ZERO
               THEN MOVE SN-UNIT-COST-IN TO SN-UNIT-COST-WS
               ELSE MOVE ZERO TO SN-UNIT-COST-WS
                    MOVE PO-PART-NUMBER-PO TO PART-NUMBER-V2
                    MOVE PO-WAREHOUSE-PO   TO WAREHOUSE-CODE-V2
                    READ INVENT-FILE-V2
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE UNIT-COST-V2 TO SN-UNIT-COST-WS
                    END-READ
           END-IF.
           IF SN-UNIT-COST-WS = ZERO
               MOVE "NO UNIT COST ON NOTICE OR PART"
                   TO SN-REFUSAL-TEXT-WS
           END-IF.

       700-WRITE-EXPECTED-RECEIPT.
           MOVE SN-PO-NUMBER-IN     TO ASN-PO-NUMBER-AS.
           MOVE SN-LOT-IN           TO ASN-LOT-AS.
           SET ASN-EXPECTED         TO TRUE.
           MOVE PO-VENDOR-NUMBER-PO TO ASN-VENDOR-NUMBER-AS.
           MOVE PO-PART-NUMBER-PO   TO ASN-PART-NUMBER-AS.
           MOVE PO-WAREHOUSE-PO     TO ASN-WAREHOUSE-AS.
           MOVE SN-QTY-SHIPPED-IN   TO ASN-QTY-SHIPPED-AS.
           MOVE SN-ARRIVAL-DATE-IN  TO ASN-ARRIVAL-DATE-AS.
           MOVE SN-UNIT-COST-WS     TO ASN-UNIT-COST-AS.
           MOVE TODAY-DATE-WS       TO ASN-LOAD-DATE-AS.
           MOVE ZERO                TO ASN-RECEIVED-DATE-AS.
           MOVE ZERO                TO ASN-QTY-RECEIVED-AS.
           WRITE ASN-RECORD
               INVALID KEY
                   MOVE "LOT ALREADY NOTIFIED ON THIS PO"
                       TO SN-REFUSAL-TEXT-WS
                   PERFORM 700-WRITE-ASN-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO CTR-NOTICES-LOADED-WS
           END-WRITE.

       700-WRITE-ASN-EXCEPTION.
           ADD 1 TO CTR-NOTICES-REFUSED-WS.
           MOVE SN-VENDOR-NUMBER-IN TO SNX-VENDOR-OUT.
           MOVE SN-PO-NUMBER-IN     TO SNX-PO-OUT.
           MOVE SN-LOT-IN           TO SNX-LOT-OUT.
           MOVE SN-QTY-SHIPPED-IN   TO SNX-QTY-OUT.
           MOVE SN-ARRIVAL-DATE-IN  TO SNX-ARRIVAL-OUT.
           MOVE SN-REFUSAL-TEXT-WS  TO SNX-REASON-OUT.
           WRITE ASN-EXCEPTION-LINE FROM ASN-EXCEPTION-DETAIL.

       700-READ-SHIP-NOTICE.
           READ SHIP-NOTICE-FILE
               AT END MOVE "YES" TO EOF-FLAG-SN.

       700-LOAD-PO-CONTROL.
      *    THE CONTROL FILE CARRIES THE NEXT PO NUMBER FROM RUN
      *    TO RUN. A MISSING OR EMPTY FILE STARTS THE SERIES AT
