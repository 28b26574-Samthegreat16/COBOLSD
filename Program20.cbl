                   RECORD KEY IS VENDOR-NUMBER-VM
                   FILE STATUS IS VENDOR-STATUS-WS.

           SELECT OPTIONAL DEBIT-MEMO-HISTORY-FILE
               ASSIGN TO "DMHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PO-HISTORY-FILE
               ASSIGN TO "POHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENDOR-PERF-REPORT-OUT
               ASSIGN TO "VNDPERF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       COPY VENDMAST_FD.

       COPY DMHIST_FD.

       COPY POHIST_FD.

       FD  VENDOR-PERF-REPORT-OUT.
       01  VENDOR-PERF-LINE            PIC X(85).

      *    FILE PROMISES. THE REPORT ALSO COUNTS POS DELIVERED
      *    LATE (ACTUAL PAST THE PROMISED LEAD) AND THE SHARE
      *    OF POS FILLED WHOLE BY THEIR FIRST RECEIPT, SO
      *    PURCHASING RENEWS VENDORS ON A TRACK RECORD. UNITS
      *    SENT BACK ON A RETURN TO VENDOR ARE TAKEN FROM THE
      *    DEBIT MEMO HISTORY AND SHOWN BESIDE THE DELIVERY
      *    FIGURES, WITH THE TOTAL DEBITED ON THE TOTALS.
      *    CLOSED POS THE PURGE RUN HAS MOVED TO THE PO HISTORY
      *    FILE CAN BE MEASURED TOO, ON REQUEST, SO A VENDOR'S
      *    TRACK RECORD REACHES BACK PAST THE RETENTION PERIOD.
      *    =================================================
       01  BLANK-LINE          PIC X(85)   VALUE SPACES.
       01  PO-STATUS-WS        PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-PO         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-DMHIST     PIC X(3)    VALUE "NO".
           05  EOF-FLAG-POHIST     PIC X(3)    VALUE "NO".
           05  INCLUDE-HISTORY-FLAG-WS PIC X(3) VALUE "NO".
           05  CTR-PURGED-POS-WS   PIC 9(5)    VALUE ZERO.
           05  VENDOR-FOUND-FLAG-WS PIC X(3)   VALUE "NO".
           05  CTR-POS-MEASURED-WS PIC 9(4)    VALUE ZERO.
           05  CTR-VENDORS-WS      PIC 9(4)    VALUE ZERO.
           05  CTR-RETURNS-WS      PIC 9(5)    VALUE ZERO.
           05  TOTAL-DEBITED-WS    PIC 9(9)V99 VALUE ZERO.

       01  VENDOR-PERF-TABLE-WS.
      *    ONE ENTRY PER VENDOR SEEN ON A CLOSED PO - PO COUNT,
      *    TOTAL ACTUAL LEAD DAYS, LATE COUNT AND FIRST-RECEIPT
      *    FILL COUNT, AND UNITS AND VALUE RETURNED. A VENDOR
      *    WITH RETURNS BUT NO CLOSED PO HAS A ZERO PO COUNT.
           05  CTR-PERF-VENDORS-WS    PIC 9(2)    VALUE ZERO.
           05  PERF-SUB-WS            PIC 9(2)    VALUE ZERO.
           05  PERF-MATCH-SUB-WS      PIC 9(2)    VALUE ZERO.
               10  PERF-LEAD-DAYS-WS  PIC 9(7).
               10  PERF-LATE-COUNT-WS PIC 9(5).
               10  PERF-FILL-COUNT-WS PIC 9(5).
               10  PERF-RTV-QTY-WS    PIC 9(7).
               10  PERF-RTV-AMT-WS    PIC 9(9)V99.

       01  PERF-WORK-WS.
           05  ORDER-SERIAL-WS     PIC 9(7)    VALUE ZERO.
           05  FILLER      PIC X(4)    VALUE   "LATE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(10)   VALUE   "1ST FILL %".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(7)    VALUE   "RTV QTY".

       01  VENDOR-PERF-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  VP-LATE-OUT         PIC ZZZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  VP-FILL-RATE-OUT    PIC ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  VP-RTV-QTY-OUT      PIC ZZZZZZ9.

       01  VENDOR-PERF-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE "VENDORS LISTED  ".
           05  CTR-VENDORS-OUT     PIC ZZZ9.

       01  VENDOR-PERF-RETURN-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                   "DEBIT MEMOS READ      ".
           05  CTR-RETURNS-OUT     PIC ZZZZ9.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE "TOTAL DEBITED   ".
           05  TOTAL-DEBITED-OUT   PIC $$$,$$$,$$9.99.

       01  VENDOR-PERF-HISTORY-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
                   "PURGED POS MEASURED   ".
           05  CTR-PURGED-POS-OUT  PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-VENDOR-PERFORMANCE.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           DISPLAY "INCLUDE PURGED PO HISTORY? (YES/NO): ".
           ACCEPT INCLUDE-HISTORY-FLAG-WS.
           OPEN INPUT OPEN-PO-FILE.
           OPEN INPUT VENDOR-FILE.
           OPEN OUTPUT VENDOR-PERF-REPORT-OUT.
           PERFORM 700-PRINT-PERF-HEADER.
           PERFORM 700-SWEEP-CLOSED-POS.
           IF INCLUDE-HISTORY-FLAG-WS = "YES"
               PERFORM 700-SWEEP-PURGED-POS
           END-IF.
           PERFORM 700-SWEEP-DEBIT-MEMOS.
           PERFORM 700-PRINT-ONE-VENDOR-PERF
               VARYING PERF-SUB-WS FROM 1 BY 1
               UNTIL PERF-SUB-WS > CTR-PERF-VENDORS-WS.
                   END-IF
           END-READ.

       700-SWEEP-PURGED-POS.
      *    EACH HISTORY RECORD CARRIES THE PO EXACTLY AS IT LEFT
      *    THE OPEN-PO FILE, SO IT IS MOVED BACK OVER THE PO
      *    RECORD AREA AND MEASURED THE SAME WAY.
           OPEN INPUT PO-HISTORY-FILE.
           PERFORM 700-MEASURE-ONE-PURGED-PO
               UNTIL EOF-FLAG-POHIST = "YES".
           CLOSE PO-HISTORY-FILE.

       700-MEASURE-ONE-PURGED-PO.
           READ PO-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-POHIST
               NOT AT END
                   MOVE PH-PO-IMAGE-PH TO OPEN-PO-RECORD
                   IF PO-CLOSED AND PO-CLOSE-DATE-PO > ZERO
                       ADD 1 TO CTR-PURGED-POS-WS
                       PERFORM 700-TALLY-PO-PERFORMANCE
                   END-IF
           END-READ.

       700-TALLY-PO-PERFORMANCE.
           COMPUTE ORDER-SERIAL-WS =
               FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE-PO).
               END-IF
           END-IF.

       700-SWEEP-DEBIT-MEMOS.
      *    EVERY REGISTERED DEBIT MEMO COUNTS AGAINST ITS VENDOR.
      *    THE VENDOR IS PASSED TO THE TABLE SEARCH THROUGH THE
      *    PO RECORD AREA, WHICH THE PO SWEEP IS DONE WITH.
           OPEN INPUT DEBIT-MEMO-HISTORY-FILE.
           PERFORM 700-TALLY-ONE-DEBIT-MEMO
               UNTIL EOF-FLAG-DMHIST = "YES".
           CLOSE DEBIT-MEMO-HISTORY-FILE.

       700-TALLY-ONE-DEBIT-MEMO.
           READ DEBIT-MEMO-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-DMHIST
               NOT AT END
                   MOVE DH-VENDOR-NUMBER-DH TO PO-VENDOR-NUMBER-PO
                   PERFORM 700-FIND-PERF-ENTRY
                   IF VENDOR-FOUND-FLAG-WS = "YES"
                       ADD 1 TO CTR-RETURNS-WS
                       ADD DH-QTY-DH
                           TO PERF-RTV-QTY-WS (PERF-MATCH-SUB-WS)
                       ADD DH-EXTENDED-AMT-DH
                           TO PERF-RTV-AMT-WS (PERF-MATCH-SUB-WS)
                       ADD DH-EXTENDED-AMT-DH TO TOTAL-DEBITED-WS
                   END-IF
           END-READ.

       700-FIND-PERF-ENTRY.
      *    FIND-OR-ADD ON THE VENDOR TABLE. PERF-MATCH-SUB-WS
      *    COMES BACK POINTING AT THE ENTRY.
                       PERF-LATE-COUNT-WS (CTR-PERF-VENDORS-WS)
                   MOVE ZERO TO
                       PERF-FILL-COUNT-WS (CTR-PERF-VENDORS-WS)
                   MOVE ZERO TO PERF-RTV-QTY-WS (CTR-PERF-VENDORS-WS)
                   MOVE ZERO TO PERF-RTV-AMT-WS (CTR-PERF-VENDORS-WS)
                   MOVE CTR-PERF-VENDORS-WS TO PERF-MATCH-SUB-WS
                   MOVE "YES" TO VENDOR-FOUND-FLAG-WS
               ELSE
           MOVE VENDOR-NAME-VM                 TO VP-NAME-OUT.
           MOVE PERF-PO-COUNT-WS (PERF-SUB-WS) TO VP-PO-COUNT-OUT.
           MOVE VENDOR-LEAD-TIME-VM            TO VP-PROMISED-OUT.
           IF PERF-PO-COUNT-WS (PERF-SUB-WS) > ZERO
               COMPUTE AVG-LEAD-WS ROUNDED =
                   PERF-LEAD-DAYS-WS (PERF-SUB-WS)
                       / PERF-PO-COUNT-WS (PERF-SUB-WS)
               COMPUTE FILL-RATE-WS ROUNDED =
                   PERF-FILL-COUNT-WS (PERF-SUB-WS) * 100
                       / PERF-PO-COUNT-WS (PERF-SUB-WS)
           ELSE
               MOVE ZERO TO AVG-LEAD-WS
                            FILL-RATE-WS
           END-IF.
           MOVE AVG-LEAD-WS                    TO VP-ACTUAL-OUT.
           MOVE PERF-LATE-COUNT-WS (PERF-SUB-WS) TO VP-LATE-OUT.
           MOVE FILL-RATE-WS                   TO VP-FILL-RATE-OUT.
           MOVE PERF-RTV-QTY-WS (PERF-SUB-WS)  TO VP-RTV-QTY-OUT.
           WRITE VENDOR-PERF-LINE FROM VENDOR-PERF-DETAIL-LINE.

       700-PRINT-PERF-HEADER.
           MOVE CTR-VENDORS-WS      TO CTR-VENDORS-OUT.
           WRITE VENDOR-PERF-LINE FROM BLANK-LINE.
           WRITE VENDOR-PERF-LINE FROM VENDOR-PERF-TOTAL-LINE.
           MOVE CTR-RETURNS-WS      TO CTR-RETURNS-OUT.
           MOVE TOTAL-DEBITED-WS    TO TOTAL-DEBITED-OUT.
           WRITE VENDOR-PERF-LINE FROM VENDOR-PERF-RETURN-LINE.
           IF INCLUDE-HISTORY-FLAG-WS = "YES"
               MOVE CTR-PURGED-POS-WS TO CTR-PURGED-POS-OUT
               WRITE VENDOR-PERF-LINE FROM VENDOR-PERF-HISTORY-LINE
           END-IF.
