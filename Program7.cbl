               ASSIGN TO "AUDTJRNL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    LAST JOURNAL SEQUENCE NUMBER ISSUED AND THE RUNNING
      *    CONTROL TOTAL, TAKEN AND REWRITTEN FOR EVERY RECORD.
           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "JRNLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "OPERMAST.DAT"
                   ORGANIZATION IS INDEXED
                   RECORD KEY IS OPER-ID-OM
                   FILE STATUS IS OPERATOR-STATUS-WS.

      *    SET WHILE A BATCH STEP IS REWRITING THE MASTER FILES
      *    OR A SUPERVISOR HAS TAKEN THE SYSTEM DOWN.
           SELECT OPTIONAL SYSTEM-AVAILABILITY-FILE
               ASSIGN TO "SYSAVAIL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY INVENT2BV2_FD.

       COPY AUDTJRNL_FD.

       COPY JRNLCTL_FD.

       COPY OPERMAST_FD.

       COPY SYSAVAIL_FD.

       WORKING-STORAGE SECTION.
      *    =================================================
      *    PART MASTER MAINTENANCE FOR THE INDEXED MASTER.
           05  NEW-VENDOR-NUM-WS   PIC 9(5)    VALUE ZERO.
           05  NEW-CATEGORY-WS     PIC X(3)    VALUE SPACES.
           05  NEW-VENDOR-REF-WS   PIC X(10)   VALUE SPACES.
           05  NEW-INSPECTION-WS   PIC X(1)    VALUE SPACE.

       01  JOURNAL-WS.
           05  JRNL-DATE-WS                PIC 9(8).
           05  JRNL-TIME-WS                PIC 9(8).
           05  JRNL-MAINT-TYPE-WS          PIC 9(1)    VALUE ZERO.
           05  JRNL-PRE-QTY-ON-HAND-WS     PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-QTY-RECEIVED-WS    PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-AMT-SHIPPED-WS     PIC 9(5)    VALUE ZERO.
           05  JRNL-PRE-PRICE-WS           PIC 9(4)V99 VALUE ZERO.
           05  JRNL-PRE-COST-WS            PIC 9(4)V99 VALUE ZERO.
           05  JRNL-PRE-QTY-ON-HOLD-WS     PIC 9(5)    VALUE ZERO.

       01  SYSTEM-LOCKED-FLAG-WS   PIC X(3)    VALUE "NO".

       01  JOURNAL-SEQUENCE-WS.
           05  JRNL-SEQUENCE-WS        PIC 9(9)    VALUE ZERO.
           05  JRNL-CONTROL-TOTAL-WS   PIC 9(15)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-PART-MAINTENANCE.
           OPEN EXTEND AUDIT-JOURNAL-OUT.
           OPEN INPUT OPERATOR-FILE.
           PERFORM 700-OPERATOR-SIGN-ON.
           IF SIGNED-ON-FLAG-WS = "YES"
               PERFORM 700-CHECK-SYSTEM-AVAILABLE
           END-IF.
           IF SIGNED-ON-FLAG-WS = "YES"
               THEN PERFORM 200-MAINTAIN-ONE-PART
                        UNTIL END-READ-FLAG = "NO"
                   END-IF
           END-READ.

       700-CHECK-SYSTEM-AVAILABLE.
      *    RE-READ AT SIGN-ON AND BEFORE EVERY POSTING, SO A
      *    LOCKOUT SET AFTER THE OPERATOR SIGNED ON STILL STOPS
      *    THE NEXT POSTING. INQUIRIES DO NOT CHECK IT.
           MOVE "NO" TO SYSTEM-LOCKED-FLAG-WS.
           OPEN INPUT SYSTEM-AVAILABILITY-FILE.
           READ SYSTEM-AVAILABILITY-FILE
               AT END MOVE "A" TO AVAIL-STATUS-SA
           END-READ.
           IF AVAIL-BATCH-IN-PROGRESS OR AVAIL-DOWN-FOR-MAINT
               MOVE "YES" TO SYSTEM-LOCKED-FLAG-WS
               DISPLAY "SYSTEM UNAVAILABLE - " AVAIL-REASON-SA
               DISPLAY "SET BY " AVAIL-SET-BY-SA " ON "
                   AVAIL-SET-DATE-SA " AT " AVAIL-SET-TIME-SA (1:6)
               DISPLAY "UPDATES ARE REFUSED - INQUIRIES ONLY"
           END-IF.
           CLOSE SYSTEM-AVAILABILITY-FILE.

       200-MAINTAIN-ONE-PART.
           DISPLAY "ANY PART MASTER MAINTENANCE TO PROCESS? (YES/NO): ".
           ACCEPT END-READ-FLAG.
               DISPLAY "ENTER WAREHOUSE CODE: "
               ACCEPT MAINT-WAREHOUSE-WS
               MOVE MAINT-WAREHOUSE-WS TO WAREHOUSE-CODE-V2
               PERFORM 700-CHECK-SYSTEM-AVAILABLE

               IF SYSTEM-LOCKED-FLAG-WS = "YES"
                   THEN CONTINUE
               ELSE IF MAINT-ACTION-WS = "A"
                   THEN PERFORM 700-ADD-PART-RECORD
               ELSE IF MAINT-ACTION-WS = "C"
                   THEN PERFORM 700-CHANGE-PART-RECORD
           ACCEPT NEW-CATEGORY-WS.
           DISPLAY "ENTER VENDOR PART REFERENCE (OR BLANK): ".
           ACCEPT NEW-VENDOR-REF-WS.
           PERFORM 700-OBTAIN-INSPECTION-FLAG.
           MOVE NEW-PART-NAME-WS   TO PART-NAME-V2.
           MOVE ZERO               TO QTY-ON-HAND-V2.
           MOVE ZERO               TO QTY-RECEIVED-V2.
           MOVE SPACE              TO ABC-CLASS-V2.
           MOVE ZERO               TO LAST-COUNT-DATE-V2.
           MOVE NEW-VENDOR-REF-WS  TO VENDOR-PART-REF-V2.
           MOVE ZERO               TO ALLOCATED-QTY-V2.
           MOVE NEW-INSPECTION-WS  TO INSPECTION-REQD-V2.
           MOVE ZERO               TO QTY-ON-HOLD-V2.
           MOVE ZERO TO JRNL-PRE-QTY-ON-HAND-WS
                        JRNL-PRE-QTY-RECEIVED-WS
                        JRNL-PRE-AMT-SHIPPED-WS
                        JRNL-PRE-PRICE-WS
                        JRNL-PRE-COST-WS
                        JRNL-PRE-QTY-ON-HOLD-WS.
           WRITE INVENTORY-RECORD-V2
               INVALID KEY
                   DISPLAY "PART " PART-NUMBER-V2 " WAREHOUSE "
       700-OBTAIN-FIELD-CHANGE.
           DISPLAY "CHANGE WHICH FIELD - (P)ART NAME, (R)E-ORDER "
               "POINT, (S)AFETY STOCK, (V)ENDOR, (C)ATEGORY, "
               "V(E)NDOR PART REF, (I)NSPECTION REQUIRED, "
               "(N)ONE: ".
           ACCEPT FIELD-REPLY-WS.
           IF FIELD-REPLY-WS = "P"
               THEN DISPLAY "ENTER PART NAME: "
                    ACCEPT NEW-VENDOR-REF-WS
                    MOVE NEW-VENDOR-REF-WS TO VENDOR-PART-REF-V2
                    MOVE "YES" TO FIELD-CHANGED-FLAG-WS
      *    TURNING INSPECTION OFF ONLY STOPS NEW RECEIPTS BEING
      *    HELD - UNITS ALREADY ON HOLD STILL NEED A DISPOSITION.
           ELSE IF FIELD-REPLY-WS = "I"
               THEN PERFORM 700-OBTAIN-INSPECTION-FLAG
                    MOVE NEW-INSPECTION-WS TO INSPECTION-REQD-V2
                    MOVE "YES" TO FIELD-CHANGED-FLAG-WS
           END-IF.

       700-OBTAIN-INSPECTION-FLAG.
      *    ANYTHING BUT "Y" IS TAKEN AS NO INSPECTION.
           DISPLAY "INSPECTION REQUIRED ON RECEIPT (Y/N): ".
           ACCEPT NEW-INSPECTION-WS.
           IF NEW-INSPECTION-WS NOT = "Y"
               MOVE "N" TO NEW-INSPECTION-WS
           END-IF.

       700-DELETE-WITH-AUTHORITY.
                           AND AMT-SHIPPED-V2 = ZERO
                           AND YTD-RECEIVED-V2 = ZERO
                           AND YTD-SHIPPED-V2 = ZERO
                           AND QTY-ON-HOLD-V2 = ZERO
                       PERFORM 700-SAVE-PRE-IMAGES
                       DELETE INVENT-FILE-V2
                       MOVE 9 TO JRNL-MAINT-TYPE-WS
                       PERFORM 700-WRITE-MAINT-JOURNAL
                       DISPLAY "PART DELETED"
                   ELSE
                       DISPLAY "PART STILL HAS STOCK, HELD STOCK OR "
                           "YTD ACTIVITY - DELETE REFUSED"
                   END-IF
           END-READ.

           MOVE AMT-SHIPPED-V2  TO JRNL-PRE-AMT-SHIPPED-WS.
           MOVE UNIT-PRICE-V2   TO JRNL-PRE-PRICE-WS.
           MOVE UNIT-COST-V2    TO JRNL-PRE-COST-WS.
           MOVE QTY-ON-HOLD-V2  TO JRNL-PRE-QTY-ON-HOLD-WS.

       700-WRITE-MAINT-JOURNAL.
      *    SAME JOURNAL RECORD THE ONLINE QUANTITY UPDATES
           MOVE JRNL-PRE-AMT-SHIPPED-WS   TO JRNL-PRE-AMT-SHIPPED-OUT.
           MOVE JRNL-PRE-PRICE-WS         TO JRNL-PRE-PRICE-OUT.
           MOVE JRNL-PRE-COST-WS TO JRNL-PRE-COST-OUT.
           MOVE JRNL-PRE-QTY-ON-HOLD-WS   TO JRNL-PRE-QTY-ON-HOLD-OUT.
           IF JRNL-MAINT-TYPE-WS = 9
               THEN MOVE ZERO TO JRNL-POST-QTY-ON-HAND-OUT
                                 JRNL-POST-QTY-RECEIVED-OUT
                                 JRNL-POST-AMT-SHIPPED-OUT
                                 JRNL-POST-PRICE-OUT
                                 JRNL-POST-COST-OUT
                                 JRNL-POST-QTY-ON-HOLD-OUT
               ELSE MOVE QTY-ON-HAND-V2  TO JRNL-POST-QTY-ON-HAND-OUT
                    MOVE QTY-RECEIVED-V2 TO JRNL-POST-QTY-RECEIVED-OUT
                    MOVE AMT-SHIPPED-V2  TO JRNL-POST-AMT-SHIPPED-OUT
                    MOVE UNIT-PRICE-V2   TO JRNL-POST-PRICE-OUT
                    MOVE UNIT-COST-V2    TO JRNL-POST-COST-OUT
                    MOVE QTY-ON-HOLD-V2  TO JRNL-POST-QTY-ON-HOLD-OUT
           END-IF.
           MOVE OPERATOR-ID-WS         TO JRNL-OPERATOR-OUT.
           MOVE ZERO                   TO JRNL-REFERENCE-OUT.
           PERFORM 700-STAMP-JOURNAL-SEQUENCE.
           WRITE JOURNAL-RECORD-OUT.

       700-STAMP-JOURNAL-SEQUENCE.
      *    TAKES THE NEXT JOURNAL SEQUENCE NUMBER AND CARRIES THE
      *    RUNNING CONTROL TOTAL FORWARD. THE CONTROL RECORD IS
      *    REWRITTEN BEFORE THE JOURNAL RECORD GOES OUT, SO A
      *    RECORD LOST BETWEEN THE TWO SHOWS UP AS A GAP RATHER
      *    THAN AS A NUMBER ISSUED TWICE.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           READ JOURNAL-CONTROL-FILE
               AT END
                   MOVE ZERO TO JRNL-SEQUENCE-WS
                   MOVE ZERO TO JRNL-CONTROL-TOTAL-WS
               NOT AT END
                   MOVE JCTL-LAST-SEQUENCE-JC TO JRNL-SEQUENCE-WS
                   MOVE JCTL-CONTROL-TOTAL-JC TO JRNL-CONTROL-TOTAL-WS
           END-READ.
           CLOSE JOURNAL-CONTROL-FILE.
           ADD 1 TO JRNL-SEQUENCE-WS.
           ADD JRNL-PART-NUM-OUT JRNL-TRANS-AMOUNT-OUT
               JRNL-POST-QTY-ON-HAND-OUT TO JRNL-CONTROL-TOTAL-WS.
           MOVE JRNL-SEQUENCE-WS       TO JRNL-SEQUENCE-OUT.
           MOVE JRNL-CONTROL-TOTAL-WS  TO JRNL-CONTROL-TOTAL-OUT.
           MOVE JRNL-SEQUENCE-WS       TO JCTL-LAST-SEQUENCE-JC.
           MOVE JRNL-CONTROL-TOTAL-WS  TO JCTL-CONTROL-TOTAL-JC.
           MOVE JRNL-TIMESTAMP-OUT     TO JCTL-LAST-TIMESTAMP-JC.
           OPEN OUTPUT JOURNAL-CONTROL-FILE.
           WRITE JOURNAL-CONTROL-RECORD.
           CLOSE JOURNAL-CONTROL-FILE.
