       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program46.
       AUTHOR.     Frederic Proulx, Luke Bailey, Kyle Gervais.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-CONTROL-FILE
               ASSIGN TO "ARCHCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *    EACH RETAINED GENERATION OF THE JOURNAL IN TURN, OLDEST
      *    FIRST, THEN THE CURRENT JOURNAL. A GENERATION NOT YET
      *    WRITTEN IS SIMPLY EMPTY.
           SELECT OPTIONAL JOURNAL-FILE-IN
               ASSIGN TO DYNAMIC JOURNAL-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-CONTROL-FILE
               ASSIGN TO "JRNLCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-VERIFY-OUT
               ASSIGN TO "JRNLVRFY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CONTROL-FILE.
       01  ARCH-CONTROL-RECORD.
           05  RETENTION-COUNT-AC      PIC 9(2).
           05  NEXT-GENERATION-AC      PIC 9(2).

       FD  JOURNAL-FILE-IN.
       01  JOURNAL-RECORD-JV.
           05  JRNL-PART-NUM-JV           PIC 9(5).
           05  JRNL-WAREHOUSE-JV          PIC X(3).
           05  JRNL-TRANS-TYPE-JV         PIC 9(1).
           05  JRNL-TRANS-AMOUNT-JV       PIC 9(5).
           05  JRNL-TIMESTAMP-JV          PIC 9(14).
           05  JRNL-PRE-QTY-ON-HAND-JV    PIC 9(5).
           05  JRNL-POST-QTY-ON-HAND-JV   PIC 9(5).
           05  JRNL-PRE-QTY-RECEIVED-JV   PIC 9(5).
           05  JRNL-PRE-AMT-SHIPPED-JV    PIC 9(5).
           05  JRNL-POST-QTY-RECEIVED-JV  PIC 9(5).
           05  JRNL-POST-AMT-SHIPPED-JV   PIC 9(5).
           05  JRNL-PRE-PRICE-JV          PIC 9(4)V99.
           05  JRNL-POST-PRICE-JV         PIC 9(4)V99.
           05  JRNL-OPERATOR-JV           PIC X(8).
           05  JRNL-REFERENCE-JV          PIC 9(5).
           05  JRNL-PRE-COST-JV           PIC 9(4)V99.
           05  JRNL-POST-COST-JV          PIC 9(4)V99.
      *        BLANK ON A RECORD WRITTEN BEFORE THE JOURNAL WAS
      *        NUMBERED, WHICH ENDS AFTER THE COST IMAGES.
           05  JRNL-SEQUENCE-AREA-JV      PIC X(9).
           05  JRNL-SEQUENCE-JV REDEFINES JRNL-SEQUENCE-AREA-JV
                                          PIC 9(9).
           05  JRNL-CONTROL-TOTAL-JV      PIC 9(15).
           05  JRNL-HOLD-IMAGES-JV        PIC X(10).

       COPY JRNLCTL_FD.

       FD  JOURNAL-VERIFY-OUT.
       01  JOURNAL-VERIFY-LINE            PIC X(95).

       WORKING-STORAGE SECTION.
      *    =================================================
      *    AUDIT JOURNAL VERIFICATION. EVERY RETAINED ARCHIVE
      *    GENERATION OF THE JOURNAL IS READ OLDEST FIRST,
      *    FOLLOWED BY THE CURRENT JOURNAL, AND EACH NUMBERED
      *    RECORD IS PROVED AGAINST THE ONE BEFORE IT: THE
      *    SEQUENCE MUST STEP BY ONE AND THE CONTROL TOTAL MUST
      *    EQUAL THE PREVIOUS TOTAL PLUS THIS RECORD'S PART
      *    NUMBER, AMOUNT AND POST-IMAGE ON-HAND. GAPS,
      *    DUPLICATES, STEPS BACK, TIMESTAMPS OUT OF ORDER,
      *    TOTALS THAT DO NOT ADD UP AND UNNUMBERED RECORDS
      *    AFTER THE FIRST NUMBERED ONE ARE LISTED, AND THE LAST
      *    RECORD READ IS PROVED AGAINST THE JOURNAL CONTROL
      *    RECORD SO A LOSS AT THE VERY END SHOWS TOO. THE
      *    EARLIEST RETAINED RECORD IS TAKEN AS THE STARTING
      *    POINT - ANYTHING BEFORE IT HAS ROLLED OFF. RETURN
      *    CODE 4 WHEN ANY EXCEPTION IS LISTED.
      *    =================================================
       01  BLANK-LINE          PIC X(95)   VALUE SPACES.

       01  FLAGS-AND-COUNTERS.
           05  EOF-FLAG-CONTROL    PIC X(3)    VALUE "NO".
           05  EOF-FLAG-JRNL       PIC X(3)    VALUE "NO".
           05  EOF-FLAG-JC         PIC X(3)    VALUE "NO".
           05  CTR-GENERATIONS-WS  PIC 9(2)    VALUE ZERO.
           05  CTR-FILE-RECORDS-WS PIC 9(7)    VALUE ZERO.
           05  CTR-RECORDS-READ-WS PIC 9(7)    VALUE ZERO.
           05  CTR-UNNUMBERED-WS   PIC 9(7)    VALUE ZERO.
           05  CTR-UNNUMBERED-LATE-WS PIC 9(5) VALUE ZERO.
           05  CTR-GAPS-WS         PIC 9(5)    VALUE ZERO.
           05  CTR-MISSING-WS      PIC 9(9)    VALUE ZERO.
           05  CTR-DUPLICATES-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-OUT-OF-SEQ-WS   PIC 9(5)    VALUE ZERO.
           05  CTR-OUT-OF-TIME-WS  PIC 9(5)    VALUE ZERO.
           05  CTR-TOTAL-ERRORS-WS PIC 9(5)    VALUE ZERO.
           05  CTR-EXCEPTIONS-WS   PIC 9(5)    VALUE ZERO.

       01  ARCHIVE-CONTROL-WS.
      *    THE SAME DEFAULTS THE ARCHIVAL RUN USES WHEN ITS
      *    CONTROL FILE HAS NOT BEEN SET UP YET.
           05  RETENTION-COUNT-WS  PIC 9(2)    VALUE 07.
           05  GENERATION-WS       PIC 9(2)    VALUE 01.

       01  JOURNAL-NAME-WS         PIC X(12)   VALUE SPACES.

       01  VERIFY-WORK-WS.
           05  PREV-SEQUENCE-WS    PIC 9(9)    VALUE ZERO.
           05  PREV-TOTAL-WS       PIC 9(15)   VALUE ZERO.
           05  PREV-TIMESTAMP-WS   PIC 9(14)   VALUE ZERO.
           05  EXPECTED-TOTAL-WS   PIC 9(15)   VALUE ZERO.
           05  MISSING-COUNT-WS    PIC 9(9)    VALUE ZERO.
           05  FIRST-SEQUENCE-WS   PIC 9(9)    VALUE ZERO.

       01 DATE-WS.
           05 YR pic 9(4).
           05 MNTH pic 99.
           05 DY pic 99.

       01  VERIFY-PAGE-LINE.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(31)   VALUE
                   "AUDIT JOURNAL VERIFICATION FOR ".
           05  VERIFY-MONTH    PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  VERIFY-DAY      PIC 99      VALUE ZERO.
           05  FILLER          PIC X(1)    VALUE "/".
           05  VERIFY-YEAR     PIC 9999    VALUE ZERO.

       01  VERIFY-COLUMN-HEADER.
           05  FILLER      PIC X(1).
           05  FILLER      PIC X(12)   VALUE   "FILE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(9)    VALUE   " SEQUENCE".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(14)   VALUE   "TIMESTAMP".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE   "PART".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(1)    VALUE   "T".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(8)    VALUE   "OPERATOR".
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(24)   VALUE   "EXCEPTION".
           05  FILLER      PIC X(9)    VALUE   "    COUNT".

       01  VERIFY-DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  VRFY-FILE-OUT       PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VRFY-SEQUENCE-OUT   PIC Z(8)9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VRFY-TIMESTAMP-OUT  PIC X(14).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VRFY-PART-OUT       PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VRFY-TYPE-OUT       PIC X(1).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VRFY-OPERATOR-OUT   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  VRFY-EXCEPTION-OUT  PIC X(24).
           05  VRFY-COUNT-OUT      PIC Z(8)9   BLANK WHEN ZERO.

       01  VERIFY-FILE-LINE.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  FILE-NAME-OUT       PIC X(12).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILE-RECORDS-OUT    PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(9)    VALUE " RECORDS ".

       01  VERIFY-TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  TOTAL-LABEL-OUT     PIC X(30).
           05  TOTAL-COUNT-OUT     PIC ZZZ,ZZZ,ZZ9.

       01  VERIFY-CONTROL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  CONTROL-LABEL-OUT   PIC X(30).
           05  CONTROL-SEQUENCE-OUT PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(8)    VALUE "  TOTAL ".
           05  CONTROL-TOTAL-OUT   PIC Z(14)9.

       PROCEDURE DIVISION.
       100-PRODUCE-JOURNAL-VERIFICATION.
      *    ==================================================
      *    This is the high level program control that is
      *    shown on the hierarcchy chart.
      *    ==================================================
           PERFORM 200-INITIATE-VERIFICATION.
           PERFORM 200-VERIFY-ONE-GENERATION
               UNTIL CTR-GENERATIONS-WS >= RETENTION-COUNT-WS.
           MOVE "AUDTJRNL.DAT" TO JOURNAL-NAME-WS.
           PERFORM 200-VERIFY-ONE-FILE.
           PERFORM 200-VERIFY-AGAINST-CONTROL.
           PERFORM 200-TERMINATE-VERIFICATION.
           STOP RUN.

       200-INITIATE-VERIFICATION.
           OPEN OUTPUT JOURNAL-VERIFY-OUT.
           ACCEPT DATE-WS FROM DATE YYYYMMDD.
           MOVE MNTH TO VERIFY-MONTH.
           MOVE DY   TO VERIFY-DAY.
           MOVE YR   TO VERIFY-YEAR.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-PAGE-LINE.
           WRITE JOURNAL-VERIFY-LINE FROM BLANK-LINE.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-COLUMN-HEADER.
           WRITE JOURNAL-VERIFY-LINE FROM BLANK-LINE.
           PERFORM 700-LOAD-ARCHIVE-CONTROL.

       200-VERIFY-ONE-GENERATION.
      *    THE ARCHIVAL RUN CYCLES THROUGH ITS GENERATIONS, SO THE
      *    ONE IT WILL OVERWRITE NEXT IS THE OLDEST RETAINED.
           PERFORM 700-BUILD-ARCHIVE-NAME-JRNL.
           PERFORM 200-VERIFY-ONE-FILE.
           ADD 1 TO CTR-GENERATIONS-WS.
           IF GENERATION-WS >= RETENTION-COUNT-WS
               THEN MOVE 01 TO GENERATION-WS
               ELSE ADD 1 TO GENERATION-WS
           END-IF.

       200-VERIFY-ONE-FILE.
           MOVE "NO" TO EOF-FLAG-JRNL.
           MOVE ZERO TO CTR-FILE-RECORDS-WS.
           OPEN INPUT JOURNAL-FILE-IN.
           PERFORM 700-READ-JOURNAL-RECORD.
           PERFORM 700-VERIFY-ONE-RECORD
               UNTIL EOF-FLAG-JRNL = "YES".
           CLOSE JOURNAL-FILE-IN.
           IF CTR-FILE-RECORDS-WS > ZERO
               MOVE JOURNAL-NAME-WS     TO FILE-NAME-OUT
               MOVE CTR-FILE-RECORDS-WS TO FILE-RECORDS-OUT
               WRITE JOURNAL-VERIFY-LINE FROM VERIFY-FILE-LINE
           END-IF.

       700-VERIFY-ONE-RECORD.
           ADD 1 TO CTR-RECORDS-READ-WS.
           ADD 1 TO CTR-FILE-RECORDS-WS.
           IF JRNL-SEQUENCE-AREA-JV = SPACES
               MOVE ZERO TO JRNL-SEQUENCE-JV
               MOVE ZERO TO JRNL-CONTROL-TOTAL-JV
           END-IF.
           IF JRNL-TIMESTAMP-JV < PREV-TIMESTAMP-WS
               MOVE "TIMESTAMP OUT OF ORDER" TO VRFY-EXCEPTION-OUT
               MOVE ZERO TO VRFY-COUNT-OUT
               PERFORM 700-PRINT-RECORD-EXCEPTION
               ADD 1 TO CTR-OUT-OF-TIME-WS
           END-IF.
           MOVE JRNL-TIMESTAMP-JV TO PREV-TIMESTAMP-WS.
      *    UNNUMBERED RECORDS ARE EXPECTED ONLY AHEAD OF THE
      *    CUTOVER TO A NUMBERED JOURNAL. ONE FOUND AFTER A
      *    NUMBERED RECORD WAS NEVER STAMPED BY A WRITER AND
      *    CANNOT BE PROVED, SO IT IS LISTED.
           IF JRNL-SEQUENCE-JV = ZERO
               THEN IF PREV-SEQUENCE-WS NOT = ZERO
                        THEN MOVE "UNNUMBERED AFTER CUTOVER" TO
                                 VRFY-EXCEPTION-OUT
                             MOVE ZERO TO VRFY-COUNT-OUT
                             PERFORM 700-PRINT-RECORD-EXCEPTION
                             ADD 1 TO CTR-UNNUMBERED-LATE-WS
                        ELSE ADD 1 TO CTR-UNNUMBERED-WS
                    END-IF
               ELSE PERFORM 700-CHECK-SEQUENCE
           END-IF.
           PERFORM 700-READ-JOURNAL-RECORD.

       700-CHECK-SEQUENCE.
      *    AFTER A GAP THE TOTAL CANNOT BE PROVED ACROSS IT, SO
      *    THE CHECK PICKS UP AGAIN FROM THE RECORD ON THE FAR
      *    SIDE. A REPEATED OR EARLIER NUMBER IS LISTED AND THEN
      *    PASSED OVER, SO THE RUN CARRIES ON FROM THE HIGHEST.
           COMPUTE EXPECTED-TOTAL-WS = PREV-TOTAL-WS
               + JRNL-PART-NUM-JV + JRNL-TRANS-AMOUNT-JV
               + JRNL-POST-QTY-ON-HAND-JV.
           IF PREV-SEQUENCE-WS = ZERO AND JRNL-SEQUENCE-JV NOT = 1
               THEN MOVE "EARLIEST RECORD RETAINED" TO
                        VRFY-EXCEPTION-OUT
                    MOVE ZERO TO VRFY-COUNT-OUT
                    PERFORM 700-WRITE-RECORD-LINE
                    MOVE JRNL-SEQUENCE-JV      TO FIRST-SEQUENCE-WS
                    MOVE JRNL-SEQUENCE-JV      TO PREV-SEQUENCE-WS
                    MOVE JRNL-CONTROL-TOTAL-JV TO PREV-TOTAL-WS
           ELSE IF JRNL-SEQUENCE-JV = PREV-SEQUENCE-WS + 1
               THEN IF JRNL-CONTROL-TOTAL-JV NOT = EXPECTED-TOTAL-WS
                        MOVE "CONTROL TOTAL MISMATCH" TO
                            VRFY-EXCEPTION-OUT
                        MOVE ZERO TO VRFY-COUNT-OUT
                        PERFORM 700-PRINT-RECORD-EXCEPTION
                        ADD 1 TO CTR-TOTAL-ERRORS-WS
                    END-IF
                    IF PREV-SEQUENCE-WS = ZERO
                        MOVE JRNL-SEQUENCE-JV TO FIRST-SEQUENCE-WS
                    END-IF
                    MOVE JRNL-SEQUENCE-JV      TO PREV-SEQUENCE-WS
                    MOVE JRNL-CONTROL-TOTAL-JV TO PREV-TOTAL-WS
           ELSE IF JRNL-SEQUENCE-JV > PREV-SEQUENCE-WS
               THEN COMPUTE MISSING-COUNT-WS =
                        JRNL-SEQUENCE-JV - PREV-SEQUENCE-WS - 1
                    MOVE "SEQUENCE GAP - MISSING" TO
                        VRFY-EXCEPTION-OUT
                    MOVE MISSING-COUNT-WS TO VRFY-COUNT-OUT
                    PERFORM 700-PRINT-RECORD-EXCEPTION
                    ADD 1 TO CTR-GAPS-WS
                    ADD MISSING-COUNT-WS TO CTR-MISSING-WS
                    MOVE JRNL-SEQUENCE-JV      TO PREV-SEQUENCE-WS
                    MOVE JRNL-CONTROL-TOTAL-JV TO PREV-TOTAL-WS
           ELSE IF JRNL-SEQUENCE-JV = PREV-SEQUENCE-WS
               THEN MOVE "DUPLICATE SEQUENCE" TO VRFY-EXCEPTION-OUT
                    MOVE ZERO TO VRFY-COUNT-OUT
                    PERFORM 700-PRINT-RECORD-EXCEPTION
                    ADD 1 TO CTR-DUPLICATES-WS
           ELSE
               MOVE "SEQUENCE OUT OF ORDER" TO VRFY-EXCEPTION-OUT
               MOVE ZERO TO VRFY-COUNT-OUT
               PERFORM 700-PRINT-RECORD-EXCEPTION
               ADD 1 TO CTR-OUT-OF-SEQ-WS
           END-IF.

       200-VERIFY-AGAINST-CONTROL.
      *    THE CONTROL RECORD IS REWRITTEN BEFORE EACH JOURNAL
      *    RECORD GOES OUT, SO IT MUST AGREE EXACTLY WITH THE
      *    LAST RECORD READ. A CONTROL RECORD AHEAD OF THE
      *    JOURNAL MEANS RECORDS WERE LOST OFF THE END.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           READ JOURNAL-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-JC.
           CLOSE JOURNAL-CONTROL-FILE.
           WRITE JOURNAL-VERIFY-LINE FROM BLANK-LINE.
           IF EOF-FLAG-JC = "YES"
               THEN IF PREV-SEQUENCE-WS NOT = ZERO
                        MOVE ZERO TO JCTL-LAST-SEQUENCE-JC
                        MOVE ZERO TO JCTL-LAST-TIMESTAMP-JC
                        MOVE "NO JOURNAL CONTROL RECORD" TO
                            VRFY-EXCEPTION-OUT
                        MOVE ZERO TO VRFY-COUNT-OUT
                        PERFORM 700-PRINT-CONTROL-EXCEPTION
                    END-IF
           ELSE
               MOVE "CONTROL RECORD LAST SEQUENCE" TO
                   CONTROL-LABEL-OUT
               MOVE JCTL-LAST-SEQUENCE-JC TO CONTROL-SEQUENCE-OUT
               MOVE JCTL-CONTROL-TOTAL-JC TO CONTROL-TOTAL-OUT
               WRITE JOURNAL-VERIFY-LINE FROM VERIFY-CONTROL-LINE
               MOVE "JOURNAL LAST SEQUENCE READ" TO
                   CONTROL-LABEL-OUT
               MOVE PREV-SEQUENCE-WS TO CONTROL-SEQUENCE-OUT
               MOVE PREV-TOTAL-WS    TO CONTROL-TOTAL-OUT
               WRITE JOURNAL-VERIFY-LINE FROM VERIFY-CONTROL-LINE
               PERFORM 700-COMPARE-CONTROL-RECORD
           END-IF.

       700-COMPARE-CONTROL-RECORD.
           IF JCTL-LAST-SEQUENCE-JC > PREV-SEQUENCE-WS
               THEN COMPUTE MISSING-COUNT-WS =
                        JCTL-LAST-SEQUENCE-JC - PREV-SEQUENCE-WS
                    MOVE "MISSING AT END" TO VRFY-EXCEPTION-OUT
                    MOVE MISSING-COUNT-WS TO VRFY-COUNT-OUT
                    PERFORM 700-PRINT-CONTROL-EXCEPTION
                    ADD 1 TO CTR-GAPS-WS
                    ADD MISSING-COUNT-WS TO CTR-MISSING-WS
           ELSE IF JCTL-LAST-SEQUENCE-JC < PREV-SEQUENCE-WS
               THEN MOVE "JOURNAL PAST CONTROL" TO VRFY-EXCEPTION-OUT
                    MOVE ZERO TO VRFY-COUNT-OUT
                    PERFORM 700-PRINT-CONTROL-EXCEPTION
                    ADD 1 TO CTR-OUT-OF-SEQ-WS
           ELSE IF JCTL-CONTROL-TOTAL-JC NOT = PREV-TOTAL-WS
               THEN MOVE "CONTROL TOTAL MISMATCH" TO
                        VRFY-EXCEPTION-OUT
                    MOVE ZERO TO VRFY-COUNT-OUT
                    PERFORM 700-PRINT-CONTROL-EXCEPTION
                    ADD 1 TO CTR-TOTAL-ERRORS-WS
           END-IF.

       200-TERMINATE-VERIFICATION.
           PERFORM 700-PRINT-VERIFY-TOTALS.
           CLOSE JOURNAL-VERIFY-OUT.
           DISPLAY "JOURNAL VERIFIED - " CTR-RECORDS-READ-WS
               " RECORDS, " CTR-EXCEPTIONS-WS " EXCEPTION(S)".
           IF CTR-EXCEPTIONS-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       700-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-JRNL.

       700-PRINT-RECORD-EXCEPTION.
           PERFORM 700-WRITE-RECORD-LINE.
           ADD 1 TO CTR-EXCEPTIONS-WS.

       700-WRITE-RECORD-LINE.
           MOVE JOURNAL-NAME-WS    TO VRFY-FILE-OUT.
           MOVE JRNL-SEQUENCE-JV   TO VRFY-SEQUENCE-OUT.
           MOVE JRNL-TIMESTAMP-JV  TO VRFY-TIMESTAMP-OUT.
           MOVE JRNL-PART-NUM-JV   TO VRFY-PART-OUT.
           MOVE JRNL-TRANS-TYPE-JV TO VRFY-TYPE-OUT.
           MOVE JRNL-OPERATOR-JV   TO VRFY-OPERATOR-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-DETAIL-LINE.

       700-PRINT-CONTROL-EXCEPTION.
           MOVE "JRNLCTL.DAT"          TO VRFY-FILE-OUT.
           MOVE JCTL-LAST-SEQUENCE-JC  TO VRFY-SEQUENCE-OUT.
           MOVE JCTL-LAST-TIMESTAMP-JC TO VRFY-TIMESTAMP-OUT.
           MOVE SPACES                 TO VRFY-PART-OUT.
           MOVE SPACES                 TO VRFY-TYPE-OUT.
           MOVE SPACES                 TO VRFY-OPERATOR-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-DETAIL-LINE.
           ADD 1 TO CTR-EXCEPTIONS-WS.

       700-BUILD-ARCHIVE-NAME-JRNL.
           MOVE SPACES TO JOURNAL-NAME-WS.
           STRING "AUDTJRNL.G" DELIMITED BY SIZE
                  GENERATION-WS DELIMITED BY SIZE
               INTO JOURNAL-NAME-WS.

       700-LOAD-ARCHIVE-CONTROL.
           OPEN INPUT ARCH-CONTROL-FILE.
           READ ARCH-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-CONTROL
               NOT AT END
                   MOVE RETENTION-COUNT-AC TO RETENTION-COUNT-WS
                   MOVE NEXT-GENERATION-AC TO GENERATION-WS.
           CLOSE ARCH-CONTROL-FILE.
           IF RETENTION-COUNT-WS = ZERO
               MOVE 07 TO RETENTION-COUNT-WS
           END-IF.
           IF GENERATION-WS = ZERO
                   OR GENERATION-WS > RETENTION-COUNT-WS
               MOVE 01 TO GENERATION-WS
           END-IF.

       700-PRINT-VERIFY-TOTALS.
           WRITE JOURNAL-VERIFY-LINE FROM BLANK-LINE.
           MOVE "JOURNAL RECORDS READ" TO TOTAL-LABEL-OUT.
           MOVE CTR-RECORDS-READ-WS    TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "UNNUMBERED (BEFORE CUTOVER)" TO TOTAL-LABEL-OUT.
           MOVE CTR-UNNUMBERED-WS      TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "UNNUMBERED AFTER CUTOVER" TO TOTAL-LABEL-OUT.
           MOVE CTR-UNNUMBERED-LATE-WS TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "FIRST SEQUENCE RETAINED" TO TOTAL-LABEL-OUT.
           MOVE FIRST-SEQUENCE-WS      TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "LAST SEQUENCE READ"   TO TOTAL-LABEL-OUT.
           MOVE PREV-SEQUENCE-WS       TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "SEQUENCE GAPS"        TO TOTAL-LABEL-OUT.
           MOVE CTR-GAPS-WS            TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "RECORDS MISSING"      TO TOTAL-LABEL-OUT.
           MOVE CTR-MISSING-WS         TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "DUPLICATE SEQUENCES"  TO TOTAL-LABEL-OUT.
           MOVE CTR-DUPLICATES-WS      TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "SEQUENCES OUT OF ORDER" TO TOTAL-LABEL-OUT.
           MOVE CTR-OUT-OF-SEQ-WS      TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "TIMESTAMPS OUT OF ORDER" TO TOTAL-LABEL-OUT.
           MOVE CTR-OUT-OF-TIME-WS     TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "CONTROL TOTAL MISMATCHES" TO TOTAL-LABEL-OUT.
           MOVE CTR-TOTAL-ERRORS-WS    TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
           MOVE "EXCEPTIONS LISTED"    TO TOTAL-LABEL-OUT.
           MOVE CTR-EXCEPTIONS-WS      TO TOTAL-COUNT-OUT.
           WRITE JOURNAL-VERIFY-LINE FROM VERIFY-TOTAL-LINE.
