           05  RESUB-LOG-DATE              PIC 9(8).

       FD  RESUBMIT-FILE-OUT.
       01  RESUBMIT-TRANSACTION-OUT       PIC X(70).

       FD  CORRECTION-REPORT-OUT.
       01  CORRECTION-REPORT-LINE         PIC X(85).
           05  RS-LOT-NUMBER               PIC X(10).
           05  RS-CUSTOMER                 PIC 9(5).
           05  RS-EFF-DATE                 PIC 9(8).
           05  RS-DOC-REF                  PIC 9(6).
           05  RS-VENDOR                   PIC 9(5).
           05  RS-REPLACE-FLAG             PIC X(1).

       WORKING-STORAGE SECTION.
      *    =================================================
           05  NEW-CUSTOMER-WS         PIC 9(5)    VALUE ZERO.
           05  NEW-LOT-NUMBER-WS       PIC X(10)   VALUE SPACES.
           05  NEW-EFF-DATE-WS         PIC 9(8)    VALUE ZERO.
           05  NEW-DOC-REF-WS          PIC 9(6)    VALUE ZERO.
           05  NEW-VENDOR-WS           PIC 9(5)    VALUE ZERO.
           05  NEW-REPLACE-FLAG-WS     PIC X(1)    VALUE SPACE.
           05  DROP-REASON-WS          PIC X(25)   VALUE SPACES.

       01  BOUNCE-HISTORY-WS.
           MOVE SPACES                TO RS-LOT-NUMBER.
           MOVE ZERO                  TO RS-CUSTOMER.
           MOVE ZERO                  TO RS-EFF-DATE.
           MOVE ZERO                  TO RS-DOC-REF.
           MOVE ZERO                  TO RS-VENDOR.
           MOVE SPACE                 TO RS-REPLACE-FLAG.
           MOVE SPACE                 TO FIELD-REPLY-WS.
           PERFORM 700-OBTAIN-FIELD-FIX
               UNTIL FIELD-REPLY-WS = "N".
               DISPLAY "  ENTER CUSTOMER NUMBER: "
               ACCEPT NEW-CUSTOMER-WS
               MOVE NEW-CUSTOMER-WS TO RS-CUSTOMER
      *        A REJECTED PICK-CONFIRMED SHIPMENT MUST GO BACK
      *        UNDER ITS SALES ORDER NUMBER OR THE ORDER'S
      *        ALLOCATION IS NEVER RELIEVED.
               DISPLAY "  ENTER SALES ORDER NUMBER (ZERO IF NONE): "
               ACCEPT NEW-DOC-REF-WS
               MOVE NEW-DOC-REF-WS TO RS-DOC-REF
           END-IF.
           IF RS-TRANS-TYPE = 7
               DISPLAY "  ENTER TO-WAREHOUSE CODE: "
               ACCEPT NEW-TRANSFER-REF-WS
               MOVE NEW-TRANSFER-REF-WS TO RS-TRANSFER-REF
           END-IF.
           IF RS-TRANS-TYPE = 5
               DISPLAY "  ENTER (+) BUILD OR (-) UNBUILD: "
               ACCEPT NEW-ADJUST-SIGN-WS
               MOVE NEW-ADJUST-SIGN-WS TO RS-ADJUST-SIGN
               DISPLAY "  ENTER BUILD REFERENCE: "
               ACCEPT NEW-TRANSFER-REF-WS
               MOVE NEW-TRANSFER-REF-WS TO RS-TRANSFER-REF
           END-IF.
           IF RS-TRANS-TYPE = 8
               DISPLAY "  ENTER VENDOR NUMBER: "
               ACCEPT NEW-VENDOR-WS
               MOVE NEW-VENDOR-WS TO RS-VENDOR
               DISPLAY "  ENTER PO NUMBER: "
               ACCEPT NEW-DOC-REF-WS
               MOVE NEW-DOC-REF-WS TO RS-DOC-REF
               DISPLAY "  ENTER SUPPLIER LOT NUMBER: "
               ACCEPT NEW-LOT-NUMBER-WS
               MOVE NEW-LOT-NUMBER-WS TO RS-LOT-NUMBER
               DISPLAY "  REPLACEMENT EXPECTED (Y/N): "
               ACCEPT NEW-REPLACE-FLAG-WS
               MOVE NEW-REPLACE-FLAG-WS TO RS-REPLACE-FLAG
           END-IF.
      *    THE EFFECTIVE DATE IS NOT CAPTURED ON THE ERROR
      *    FILE EITHER, SO IT IS RE-KEYED ON EVERY FIX.
           DISPLAY "  ENTER EFFECTIVE DATE (YYYYMMDD): ".
