           05  JRNL-PART-NUM-OUT           PIC 9(5).
           05  JRNL-WAREHOUSE-OUT          PIC X(3).
           05  JRNL-TRANS-TYPE-OUT         PIC 9(1).
      *        TYPES 1-6 ARE THE ONLINE QUANTITY/PRICE POSTINGS,
      *        EXCEPT THAT TYPE 5 IS ONE SIDE OF A NIGHTLY KIT
      *        BUILD OR UNBUILD (THE ONLINE TYPE 5 IS AN INQUIRY
      *        AND IS NEVER JOURNALLED).
      *        TYPE 7 IS SHARED: WITH A ZERO REFERENCE IT IS A
      *        PART MASTER ADD; WITH A NONZERO REFERENCE IT IS
      *        ONE LEG OF AN ONLINE TRANSFER (THE ONLINE DIALOG
      *        REFUSES A ZERO TRANSFER REFERENCE FOR EXACTLY
      *        THIS REASON, AND RECOVERY DISPATCHES ON IT).
      *        8 = PART CHANGED, 9 = PART DELETED.
      *        THE INSPECTION DISPOSITION JOURNALS A RELEASE OF
      *        HELD STOCK AS A TYPE 1 AND A SCRAP OR RETURN OF
      *        HELD STOCK AS A TYPE 3 THAT LEAVES THE QUANTITIES
      *        UNCHANGED (HELD UNITS ARE NEVER ON HAND) - ONLY
      *        THE HELD QUANTITY IMAGES MOVE.
      *        A SCHEDULED PRICE CHANGE APPLIED BY THE NIGHTLY
      *        UPDATE IS JOURNALLED AS A TYPE 6 UNDER THE
      *        OPERATOR WHO KEYED IT.
      *        TYPE 0 IS A SYSTEM AVAILABILITY EVENT, NOT A
      *        POSTING: PART ZERO, NO IMAGES, THE EVENT IN THE
      *        WAREHOUSE FIELD (BAT = BATCH LOCKOUT SET, CLR =
      *        BATCH LOCKOUT CLEARED, MNT = DOWN FOR MAINTENANCE,
      *        UP  = BACK UP, OVR = A BATCH LOCKOUT CLEARED BY A
      *        SUPERVISOR) AND THE BATCH STEP OR SUPERVISOR AS
      *        THE OPERATOR. RECOVERY PASSES OVER IT.
           05  JRNL-TRANS-AMOUNT-OUT       PIC 9(5).
           05  JRNL-TIMESTAMP-OUT          PIC 9(14).
           05  JRNL-PRE-QTY-ON-HAND-OUT    PIC 9(5).
      *        CROSS-REFERENCE FOR POSTINGS THAT BELONG TOGETHER:
      *        BOTH LEGS OF AN ONLINE TYPE 7 TRANSFER CARRY THE
      *        SAME TRANSFER REFERENCE, AND PHYSICAL-COUNT
      *        VARIANCE ADJUSTMENTS CARRY THE COUNT REFERENCE,
      *        AND EVERY SIDE OF A KIT BUILD CARRIES THE BUILD
      *        REFERENCE, AND A RETURN OF HELD STOCK CARRIES
      *        THE LAST FIVE DIGITS OF THE PO IT WENT BACK ON.
      *        ZERO ON ALL OTHER POSTINGS.
           05  JRNL-REFERENCE-OUT          PIC 9(5).
           05  JRNL-PRE-COST-OUT           PIC 9(4)V99.
           05  JRNL-POST-COST-OUT          PIC 9(4)V99.
      *        CONSECUTIVE ACROSS EVERY WRITER, TAKEN FROM THE
      *        JOURNAL CONTROL RECORD. ZERO ON RECORDS WRITTEN
      *        BEFORE THE JOURNAL WAS NUMBERED.
           05  JRNL-SEQUENCE-OUT           PIC 9(9).
      *        RUNNING HASH TOTAL OF PART NUMBER, TRANSACTION
      *        AMOUNT AND POST-IMAGE ON-HAND OVER EVERY NUMBERED
      *        RECORD UP TO AND INCLUDING THIS ONE, SO A RECORD
      *        ALTERED BY HAND NO LONGER ADDS UP WITH THE ONE
      *        BEFORE IT.
           05  JRNL-CONTROL-TOTAL-OUT      PIC 9(15).
      *        THE QUANTITY HELD FOR INSPECTION BEFORE AND AFTER
      *        THE POSTING, SO RECOVERY PUTS BACK A HELD RECEIPT
      *        AND AN INSPECTION DISPOSITION, WHICH MOVE THE HELD
      *        QUANTITY AND NOT THE STOCK. BLANK ON A RECORD
      *        WRITTEN BEFORE THE HELD QUANTITY WAS CARRIED,
      *        WHICH ENDS AFTER THE CONTROL TOTAL.
           05  JRNL-PRE-QTY-ON-HOLD-OUT    PIC 9(5).
           05  JRNL-POST-QTY-ON-HOLD-OUT   PIC 9(5).
