       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program41.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL OPEN-PO-FILE
               ASSIGN TO "OPENPO.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PO-NUMBER-PO
                   FILE STATUS IS PO-STATUS-WS.

           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO "BACKORD.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BO-NUMBER-BO
                   FILE STATUS IS BACKORDER-STATUS-WS.

           SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "VENDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VENDOR-NUMBER-VM
                   FILE STATUS IS VENDOR-STATUS-WS.

      *    WHAT THE LAST FEED SENT FOR EVERY PART/WAREHOUSE, SO
      *    A DELTA FEED CAN SEND ONLY WHAT HAS MOVED SINCE. A
      *    FULL FEED REBUILDS IT FROM SCRATCH.
           SELECT OPTIONAL ATS-SENT-FILE
               ASSIGN TO "ATSSENT.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ATS-KEY-AS
                   FILE STATUS IS ATS-SENT-STATUS-WS.

           SELECT OPTIONAL ATS-CONTROL-FILE
               ASSIGN TO "ATSCNTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    MACHINE-READABLE AVAILABILITY FEED FOR THE SALES DESK
      *    AND THE WEB STORE - A HEADER, ONE DELIMITED RECORD
      *    PER PART/WAREHOUSE AND A BALANCING TRAILER, LAID OUT
      *    THE SAME WAY AS THE GL EXTRACT.
           SELECT ATS-FEED-OUT
               ASSIGN TO "ATSFEED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY INVENT2BV2_FD.

       COPY OPENPO_FD.

       COPY BACKORD_FD.

       COPY VENDMAST_FD.

       FD  ATS-SENT-FILE.
       01  ATS-SENT-RECORD.
           05  ATS-KEY-AS.
               10  ATS-PART-NUMBER-AS  PIC 9(5).
               10  ATS-WAREHOUSE-AS    PIC X(3).
           05  ATS-QTY-AS              PIC 9(7).
           05  ATS-NEXT-DATE-AS        PIC 9(8).
           05  ATS-NEXT-QTY-AS         PIC 9(5).
           05  ATS-SENT-DATE-AS        PIC 9(8).

       FD  ATS-CONTROL-FILE.
       01  ATS-CONTROL-RECORD.
           05  LAST-FEED-GENERATION-AC PIC 9(6).
           05  LAST-FEED-DATE-AC       PIC 9(8).

       FD  ATS-FEED-OUT.
       01  ATS-FEED-LINE               PIC X(100).

       COPY RUNCTL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    AVAILABLE-TO-SELL FEED. RUN AFTER THE NIGHTLY UPDATE
      *    AND ON DEMAND THROUGH THE DAY. EVERY PART/WAREHOUSE
      *    ON THE MASTER GOES OUT WITH THE UNITS THAT CAN BE
      *    PROMISED TODAY - STOCK LESS WHAT OPEN ORDERS HAVE
      *    ALLOCATED AND WHAT OPEN BACKORDERS ARE WAITING FOR -
      *    AND THE NEXT RECEIPT EXPECTED ON AN OPEN PO, DATED
      *    BY THE VENDOR'S PROMISE WHERE THE PO WAS
      *    ACKNOWLEDGED. EACH FEED IS NUMBERED AS A NEW
      *    GENERATION ON THE HEADER. A FULL FEED SENDS
      *    EVERYTHING; A DELTA FEED SENDS ONLY THE RECORDS
      *    WHOSE FIGURES CHANGED SINCE THE LAST FEED, PLUS A
      *    DELETE FOR ANY PART/WAREHOUSE GONE FROM THE MASTER.
      *    =================================================
       01  STATUS-FIELD            PIC X(2).
       01  PO-STATUS-WS            PIC X(2).
       01  BACKORDER-STATUS-WS     PIC X(2).
       01  VENDOR-STATUS-WS        PIC X(2).
       01  ATS-SENT-STATUS-WS      PIC X(2).

       01  FLAGS-AND-COUNTERS.
           05  RUN-MODE-WS         PIC X(1)    VALUE SPACE.
           05  EOF-FLAG-V2         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-PO         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-BO         PIC X(3)    VALUE "NO".
           05  EOF-FLAG-SENT       PIC X(3)    VALUE "NO".
           05  EOF-FLAG-ATSCNTL    PIC X(3)    VALUE "NO".
           05  SENT-FOUND-FLAG-WS  PIC X(3)    VALUE "NO".
           05  SEND-FLAG-WS        PIC X(3)    VALUE "NO".
           05  CTR-PARTS-READ-WS   PIC 9(7)    VALUE ZERO.
           05  CTR-RECORDS-SENT-WS PIC 9(7)    VALUE ZERO.
           05  CTR-DELETES-SENT-WS PIC 9(7)    VALUE ZERO.
           05  HASH-ATS-TOTAL-WS   PIC 9(11)   VALUE ZERO.

       01  ATS-CALC-WS.
           05  TODAY-DATE-WS           PIC 9(8)    VALUE ZERO.
           05  FEED-GENERATION-WS      PIC 9(6)    VALUE ZERO.
           05  ATS-SIGNED-WS           PIC S9(7)   VALUE ZERO.
           05  ATS-QTY-WS              PIC 9(7)    VALUE ZERO.
           05  BACKORDER-QTY-WS        PIC 9(7)    VALUE ZERO.
           05  NEXT-DATE-WS            PIC 9(8)    VALUE ZERO.
           05  NEXT-QTY-WS             PIC 9(5)    VALUE ZERO.
           05  NEXT-SERIAL-WS          PIC 9(7)    VALUE ZERO.
           05  DUE-SERIAL-WS           PIC 9(7)    VALUE ZERO.
           05  LEAD-TIME-WS            PIC 9(3)    VALUE ZERO.
           05  PO-OPEN-QTY-WS          PIC S9(5)   VALUE ZERO.
           05  FEED-ACTION-WS          PIC X(1)    VALUE SPACE.

       01  ATS-EXTRACT-WS.
           05  ATS-QTY-ED          PIC 9(7).
           05  NEXT-QTY-ED         PIC 9(5).
           05  COUNT-ED            PIC 9(7).
           05  HASH-ED             PIC 9(11).
           05  MODE-ED             PIC X(5).

       01  RUN-CONTROL-WS.
           05  EOF-FLAG-RC         PIC X(3)    VALUE "NO".
           05  RC-REFUSED-FLAG-WS  PIC X(3)    VALUE "NO".

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       PROCEDURE DIVISION.
       100-PRODUCE-ATS-FEED.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           DISPLAY "(F)ULL FEED OR (D)ELTA FEED: ".
           ACCEPT RUN-MODE-WS.
           IF RUN-MODE-WS = "F" OR RUN-MODE-WS = "D"
               THEN PERFORM 700-CHECK-UPDATE-RUNNING
                    IF RC-REFUSED-FLAG-WS = "YES"
                        THEN MOVE 8 TO RETURN-CODE
                        ELSE PERFORM 200-INITIATE-ATS-FEED
                             PERFORM 200-SEND-ONE-PART
                                 UNTIL EOF-FLAG-V2 = "YES"
                             IF RUN-MODE-WS = "D"
                                 PERFORM 200-SEND-DELETIONS
                             END-IF
                             PERFORM 200-TERMINATE-ATS-FEED
                    END-IF
               ELSE DISPLAY "UNKNOWN RUN MODE - NOTHING DONE"
           END-IF.
           STOP RUN.

       700-CHECK-UPDATE-RUNNING.
      *    THE FEED MAY RUN ANY TIME EXCEPT WHILE THE NIGHTLY
      *    UPDATE IS PART WAY THROUGH THE MASTER - FIGURES
      *    TAKEN THEN WOULD BE HALF LAST NIGHT'S AND HALF
      *    TONIGHT'S.
           MOVE "NO" TO RC-REFUSED-FLAG-WS.
           MOVE "NO" TO EOF-FLAG-RC.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM 700-CHECK-ONE-RC-STEP
               UNTIL EOF-FLAG-RC = "YES".
           CLOSE RUN-CONTROL-FILE.

       700-CHECK-ONE-RC-STEP.
           READ RUN-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-RC
               NOT AT END
                   IF RC-STEP-ID = "UPDATE  " AND RC-STEP-STARTED
                       DISPLAY "NIGHTLY UPDATE IS RUNNING - "
                           "FEED REFUSED"
                       MOVE "YES" TO RC-REFUSED-FLAG-WS
                   END-IF.

       200-INITIATE-ATS-FEED.
           OPEN INPUT INVENT-FILE-V2.
           OPEN INPUT OPEN-PO-FILE.
           OPEN INPUT BACKORDER-FILE.
           OPEN INPUT VENDOR-FILE.
           IF RUN-MODE-WS = "F"
               THEN OPEN OUTPUT ATS-SENT-FILE
                    MOVE "FULL " TO MODE-ED
               ELSE OPEN I-O ATS-SENT-FILE
                    MOVE "DELTA" TO MODE-ED
           END-IF.
           OPEN OUTPUT ATS-FEED-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE DATE-WS TO TODAY-DATE-WS.
           PERFORM 700-LOAD-ATS-CONTROL.
           ADD 1 TO FEED-GENERATION-WS.
           PERFORM 700-WRITE-FEED-HEADER.
           MOVE "NO" TO EOF-FLAG-V2.
           MOVE LOW-VALUES TO PART-WHSE-KEY-V2.
           START INVENT-FILE-V2
               KEY IS NOT LESS THAN PART-WHSE-KEY-V2
               INVALID KEY MOVE "YES" TO EOF-FLAG-V2
           END-START.
           PERFORM 700-READ-NEXT-PART.

       200-TERMINATE-ATS-FEED.
           PERFORM 700-WRITE-FEED-TRAILER.
           PERFORM 700-SAVE-ATS-CONTROL.
           CLOSE INVENT-FILE-V2
                 OPEN-PO-FILE
                 BACKORDER-FILE
                 VENDOR-FILE
                 ATS-SENT-FILE
                 ATS-FEED-OUT.
           DISPLAY "ATS FEED GENERATION " FEED-GENERATION-WS
               " (" MODE-ED ") - " CTR-RECORDS-SENT-WS
               " RECORDS OF " CTR-PARTS-READ-WS " SENT".

       700-READ-NEXT-PART.
           IF EOF-FLAG-V2 = "NO"
               READ INVENT-FILE-V2 NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG-V2
               END-READ
           END-IF.

       200-SEND-ONE-PART.
           ADD 1 TO CTR-PARTS-READ-WS.
           PERFORM 700-SUM-OPEN-BACKORDERS.
           PERFORM 700-FIND-NEXT-RECEIPT.
      *    HELD UNITS NEVER REACH ON-HAND OR RECEIVED UNTIL
      *    INSPECTION RELEASES THEM, SO THEY ARE ALREADY OUT.
           COMPUTE ATS-SIGNED-WS =
               QTY-ON-HAND-V2 + QTY-RECEIVED-V2 - AMT-SHIPPED-V2
                   - ALLOCATED-QTY-V2 - BACKORDER-QTY-WS.
           IF ATS-SIGNED-WS < ZERO
               THEN MOVE ZERO TO ATS-QTY-WS
               ELSE MOVE ATS-SIGNED-WS TO ATS-QTY-WS
           END-IF.
           PERFORM 700-COMPARE-LAST-SENT.
           IF SEND-FLAG-WS = "YES"
               PERFORM 700-WRITE-FEED-RECORD
               PERFORM 700-SAVE-LAST-SENT
           END-IF.
           PERFORM 700-READ-NEXT-PART.

       700-SUM-OPEN-BACKORDERS.
           MOVE ZERO TO BACKORDER-QTY-WS.
           MOVE "NO" TO EOF-FLAG-BO.
           MOVE ZERO TO BO-NUMBER-BO.
           START BACKORDER-FILE
               KEY IS NOT LESS THAN BO-NUMBER-BO
               INVALID KEY MOVE "YES" TO EOF-FLAG-BO
           END-START.
           PERFORM 700-SUM-ONE-BACKORDER
               UNTIL EOF-FLAG-BO = "YES".

       700-SUM-ONE-BACKORDER.
           READ BACKORDER-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-BO
               NOT AT END
                   IF BO-OPEN
                           AND BO-PART-NUMBER-BO = PART-NUMBER-V2
                           AND BO-WAREHOUSE-BO = WAREHOUSE-CODE-V2
                       ADD BO-QTY-BO TO BACKORDER-QTY-WS
                   END-IF
           END-READ.

       700-FIND-NEXT-RECEIPT.
      *    THE EARLIEST-DUE OPEN PO FOR THE PART/WAREHOUSE WITH
      *    UNITS STILL TO COME. DUE IS THE VENDOR'S PROMISED
      *    DATE WHEN THE PO HAS BEEN ACKNOWLEDGED WITH ONE,
      *    OTHERWISE THE ORDER DATE PLUS THE VENDOR LEAD TIME -
      *    THE SAME RULE THE OVERDUE REPORT USES.
           MOVE ZERO TO NEXT-DATE-WS.
           MOVE ZERO TO NEXT-QTY-WS.
           MOVE ZERO TO NEXT-SERIAL-WS.
           MOVE "NO" TO EOF-FLAG-PO.
           MOVE ZERO TO PO-NUMBER-PO.
           START OPEN-PO-FILE
               KEY IS NOT LESS THAN PO-NUMBER-PO
               INVALID KEY MOVE "YES" TO EOF-FLAG-PO
           END-START.
           PERFORM 700-CHECK-ONE-OPEN-PO
               UNTIL EOF-FLAG-PO = "YES".
           IF NEXT-SERIAL-WS > ZERO
               COMPUTE NEXT-DATE-WS =
                   FUNCTION DATE-OF-INTEGER (NEXT-SERIAL-WS)
           END-IF.

       700-CHECK-ONE-OPEN-PO.
           READ OPEN-PO-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-PO
               NOT AT END
                   IF PO-OPEN
                           AND PO-PART-NUMBER-PO = PART-NUMBER-V2
                           AND PO-WAREHOUSE-PO = WAREHOUSE-CODE-V2
                       COMPUTE PO-OPEN-QTY-WS =
                           PO-QTY-ORDERED-PO - PO-QTY-RECEIVED-PO
                       IF PO-OPEN-QTY-WS > ZERO
                           PERFORM 700-DATE-ONE-OPEN-PO
                       END-IF
                   END-IF
           END-READ.

       700-DATE-ONE-OPEN-PO.
           IF PO-ACK-FLAG-PO = "Y" AND PO-PROMISE-DATE-PO > ZERO
               COMPUTE DUE-SERIAL-WS =
                   FUNCTION INTEGER-OF-DATE (PO-PROMISE-DATE-PO)
           ELSE
               PERFORM 700-LOOKUP-PO-VENDOR
               COMPUTE DUE-SERIAL-WS =
                   FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE-PO)
                       + LEAD-TIME-WS
           END-IF.
           IF NEXT-SERIAL-WS = ZERO
                   OR DUE-SERIAL-WS < NEXT-SERIAL-WS
               MOVE DUE-SERIAL-WS  TO NEXT-SERIAL-WS
               MOVE PO-OPEN-QTY-WS TO NEXT-QTY-WS
           END-IF.

       700-LOOKUP-PO-VENDOR.
           MOVE PO-VENDOR-NUMBER-PO TO VENDOR-NUMBER-VM.
           READ VENDOR-FILE
               INVALID KEY
                   MOVE ZERO TO LEAD-TIME-WS
               NOT INVALID KEY
                   MOVE VENDOR-LEAD-TIME-VM TO LEAD-TIME-WS
           END-READ.

       700-COMPARE-LAST-SENT.
      *    A FULL FEED SENDS EVERY RECORD. A DELTA FEED SENDS A
      *    RECORD NEVER SENT BEFORE, OR ONE WHOSE AVAILABLE
      *    QUANTITY OR NEXT RECEIPT HAS CHANGED.
           MOVE "YES" TO SEND-FLAG-WS.
           MOVE "NO"  TO SENT-FOUND-FLAG-WS.
           IF RUN-MODE-WS = "F"
               THEN MOVE "F" TO FEED-ACTION-WS
               ELSE MOVE "C" TO FEED-ACTION-WS
                    MOVE PART-NUMBER-V2    TO ATS-PART-NUMBER-AS
                    MOVE WAREHOUSE-CODE-V2 TO ATS-WAREHOUSE-AS
                    READ ATS-SENT-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            MOVE "YES" TO SENT-FOUND-FLAG-WS
                            IF ATS-QTY-AS = ATS-QTY-WS
                                    AND ATS-NEXT-DATE-AS = NEXT-DATE-WS
                                    AND ATS-NEXT-QTY-AS = NEXT-QTY-WS
                                MOVE "NO" TO SEND-FLAG-WS
                            END-IF
                    END-READ
           END-IF.

       700-SAVE-LAST-SENT.
           MOVE PART-NUMBER-V2    TO ATS-PART-NUMBER-AS.
           MOVE WAREHOUSE-CODE-V2 TO ATS-WAREHOUSE-AS.
           MOVE ATS-QTY-WS        TO ATS-QTY-AS.
           MOVE NEXT-DATE-WS      TO ATS-NEXT-DATE-AS.
           MOVE NEXT-QTY-WS       TO ATS-NEXT-QTY-AS.
           MOVE TODAY-DATE-WS     TO ATS-SENT-DATE-AS.
           IF SENT-FOUND-FLAG-WS = "YES"
               THEN REWRITE ATS-SENT-RECORD
                        INVALID KEY
                            DISPLAY "REWRITE FAILED FOR " ATS-KEY-AS
                    END-REWRITE
               ELSE WRITE ATS-SENT-RECORD
                        INVALID KEY
                            DISPLAY "WRITE FAILED FOR " ATS-KEY-AS
                    END-WRITE
           END-IF.

       700-WRITE-FEED-RECORD.
           MOVE ATS-QTY-WS  TO ATS-QTY-ED.
           MOVE NEXT-QTY-WS TO NEXT-QTY-ED.
           MOVE SPACES TO ATS-FEED-LINE.
           STRING FEED-ACTION-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PART-NUMBER-V2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WAREHOUSE-CODE-V2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PART-NAME-V2 DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ATS-QTY-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NEXT-DATE-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NEXT-QTY-ED DELIMITED BY SIZE
               INTO ATS-FEED-LINE.
           WRITE ATS-FEED-LINE.
           ADD 1 TO CTR-RECORDS-SENT-WS.
           ADD ATS-QTY-WS TO HASH-ATS-TOTAL-WS.

       200-SEND-DELETIONS.
      *    A PART/WAREHOUSE SENT BEFORE BUT NO LONGER ON THE
      *    MASTER GOES OUT AS A DELETE WITH ZERO AVAILABLE, AND
      *    IS DROPPED FROM THE LAST-SENT FILE.
           MOVE "NO" TO EOF-FLAG-SENT.
           MOVE LOW-VALUES TO ATS-KEY-AS.
           START ATS-SENT-FILE
               KEY IS NOT LESS THAN ATS-KEY-AS
               INVALID KEY MOVE "YES" TO EOF-FLAG-SENT
           END-START.
           PERFORM 700-CHECK-ONE-SENT
               UNTIL EOF-FLAG-SENT = "YES".

       700-CHECK-ONE-SENT.
           READ ATS-SENT-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-SENT
               NOT AT END
                   MOVE ATS-PART-NUMBER-AS TO PART-NUMBER-V2
                   MOVE ATS-WAREHOUSE-AS   TO WAREHOUSE-CODE-V2
                   READ INVENT-FILE-V2
                       INVALID KEY
                           PERFORM 700-SEND-ONE-DELETION
                       NOT INVALID KEY CONTINUE
                   END-READ
           END-READ.

       700-SEND-ONE-DELETION.
           MOVE "D"    TO FEED-ACTION-WS.
           MOVE SPACES TO PART-NAME-V2.
           MOVE ZERO   TO ATS-QTY-WS.
           MOVE ZERO   TO NEXT-DATE-WS.
           MOVE ZERO   TO NEXT-QTY-WS.
           PERFORM 700-WRITE-FEED-RECORD.
           ADD 1 TO CTR-DELETES-SENT-WS.
           DELETE ATS-SENT-FILE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR " ATS-KEY-AS
           END-DELETE.

       700-WRITE-FEED-HEADER.
           MOVE SPACES TO ATS-FEED-LINE.
           STRING "*HEADER" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TODAY-DATE-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FEED-GENERATION-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  MODE-ED DELIMITED BY SPACE
               INTO ATS-FEED-LINE.
           WRITE ATS-FEED-LINE.

       700-WRITE-FEED-TRAILER.
      *    THE TRAILER CARRIES THE RECORD COUNT AND A HASH TOTAL
      *    OF THE AVAILABLE QUANTITIES SENT, SO THE STOREFRONT
      *    IMPORT CAN PROVE IT LOADED THE WHOLE FILE.
           MOVE CTR-RECORDS-SENT-WS TO COUNT-ED.
           MOVE HASH-ATS-TOTAL-WS   TO HASH-ED.
           MOVE SPACES TO ATS-FEED-LINE.
           STRING "*TRAILER" DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FEED-GENERATION-WS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  HASH-ED DELIMITED BY SIZE
               INTO ATS-FEED-LINE.
           WRITE ATS-FEED-LINE.

       700-LOAD-ATS-CONTROL.
      *    THE CONTROL FILE CARRIES THE LAST FEED GENERATION
      *    FROM RUN TO RUN. A MISSING OR EMPTY FILE STARTS THE
      *    SERIES AT 000001.
           MOVE ZERO TO FEED-GENERATION-WS.
           OPEN INPUT ATS-CONTROL-FILE.
           READ ATS-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-ATSCNTL
               NOT AT END MOVE LAST-FEED-GENERATION-AC
                              TO FEED-GENERATION-WS.
           CLOSE ATS-CONTROL-FILE.

       700-SAVE-ATS-CONTROL.
           OPEN OUTPUT ATS-CONTROL-FILE.
           MOVE FEED-GENERATION-WS TO LAST-FEED-GENERATION-AC.
           MOVE TODAY-DATE-WS      TO LAST-FEED-DATE-AC.
           WRITE ATS-CONTROL-RECORD.
           CLOSE ATS-CONTROL-FILE.
