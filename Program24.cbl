                   RECORD KEY IS LOT-KEY-LB
                   FILE STATUS IS LOT-STATUS-WS.

           SELECT OPTIONAL LOT-HISTORY-FILE
               ASSIGN TO "LOTHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-TRACE-REPORT-OUT
               ASSIGN TO "LOTTRACE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       COPY LOTFILE_FD.

       COPY LOTHIST_FD.

       FD  LOT-TRACE-REPORT-OUT.
       01  LOT-TRACE-REPORT-LINE       PIC X(85).

      *    LOT'S REMAINING BALANCE AT EACH WAREHOUSE CLOSES
      *    THE REPORT. THIS IS THE RECALL ANSWER: WHICH
      *    WAREHOUSES GOT LOT X, AND WHAT LEFT WHERE.
      *    ON REQUEST, BALANCES THE PURGE RUN HAS MOVED TO THE
      *    LOT HISTORY FILE ARE LISTED AFTER THE LIVE ONES, SO A
      *    RECALL STILL SEES A WAREHOUSE WHOSE SHARE OF THE LOT
      *    RAN OUT LONG AGO.
      *    =================================================
       01  BLANK-LINE          PIC X(85)   VALUE SPACES.
       01  LOT-STATUS-WS       PIC X(2).
       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-LM         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-LB         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-LH         PIC X(3)    VALUE "NO".
           05  INCLUDE-HISTORY-FLAG-WS PIC X(3) VALUE "NO".
           05  CTR-MOVEMENTS-WS    PIC 9(4)    VALUE ZERO.
           05  CTR-BALANCES-WS     PIC 9(4)    VALUE ZERO.

           05  LB-QTY-OUT          PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  RECEIVED  ".
           05  LB-DATE-OUT         PIC 9(8).
           05  FILLER              PIC X(11)   VALUE "  ON HOLD  ".
           05  LB-HOLD-OUT         PIC ZZZZ9.

       01  LOT-PURGED-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE "PURGED AT ".
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  LP-WHSE-OUT         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LP-QTY-OUT          PIC ZZZZ9.
           05  FILLER              PIC X(12)   VALUE "  RECEIVED  ".
           05  LP-DATE-OUT         PIC 9(8).
           05  FILLER              PIC X(11)   VALUE "  PURGED   ".
           05  LP-PURGE-DATE-OUT   PIC 9(8).

       01  LOT-TRACE-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           ACCEPT TRACE-PART-WS.
           DISPLAY "ENTER LOT NUMBER: ".
           ACCEPT TRACE-LOT-WS.
           DISPLAY "INCLUDE PURGED LOT HISTORY? (YES/NO): ".
           ACCEPT INCLUDE-HISTORY-FLAG-WS.
           OPEN INPUT LOT-MOVEMENT-IN.
           OPEN INPUT LOT-BALANCE-FILE.
           OPEN OUTPUT LOT-TRACE-REPORT-OUT.
           PERFORM 200-TRACE-ONE-MOVEMENT
               UNTIL EOF-FLAG-LM = "YES".
           PERFORM 700-PRINT-LOT-BALANCES.
           IF INCLUDE-HISTORY-FLAG-WS = "YES"
               PERFORM 700-PRINT-PURGED-BALANCES
           END-IF.
           PERFORM 700-PRINT-TRACE-TOTALS.
           CLOSE LOT-MOVEMENT-IN
                 LOT-BALANCE-FILE
                       MOVE LOT-WAREHOUSE-LB    TO LB-WHSE-OUT
                       MOVE LOT-QTY-LB          TO LB-QTY-OUT
                       MOVE LOT-RECEIPT-DATE-LB TO LB-DATE-OUT
                       MOVE LOT-HOLD-QTY-LB     TO LB-HOLD-OUT
                       WRITE LOT-TRACE-REPORT-LINE
                           FROM LOT-BALANCE-LINE
                   END-IF
           END-READ.

       700-PRINT-PURGED-BALANCES.
      *    EACH HISTORY RECORD CARRIES THE LOT BALANCE EXACTLY
      *    AS IT LEFT THE LOT BALANCE FILE, SO IT IS MOVED BACK
      *    OVER THE LOT RECORD AREA AND TESTED THE SAME WAY.
           OPEN INPUT LOT-HISTORY-FILE.
           PERFORM 700-PRINT-ONE-PURGED-BALANCE
               UNTIL EOF-FLAG-LH = "YES".
           CLOSE LOT-HISTORY-FILE.

       700-PRINT-ONE-PURGED-BALANCE.
           READ LOT-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-LH
               NOT AT END
                   MOVE LH-LOT-IMAGE-LH TO LOT-BALANCE-RECORD
                   IF LOT-PART-NUMBER-LB = TRACE-PART-WS
                           AND LOT-NUMBER-LB = TRACE-LOT-WS
                       ADD 1 TO CTR-BALANCES-WS
                       MOVE LOT-WAREHOUSE-LB    TO LP-WHSE-OUT
                       MOVE LOT-QTY-LB          TO LP-QTY-OUT
                       MOVE LOT-RECEIPT-DATE-LB TO LP-DATE-OUT
                       MOVE LH-PURGE-DATE-LH    TO LP-PURGE-DATE-OUT
                       WRITE LOT-TRACE-REPORT-LINE
                           FROM LOT-PURGED-LINE
                   END-IF
           END-READ.

       700-PRINT-TRACE-HEADER.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE MNTH TO LT-MONTH.
