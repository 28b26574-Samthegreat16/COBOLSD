      *    SYSTEM AVAILABILITY - A SINGLE RECORD SAYING WHETHER
      *    THE ONLINE AND MAINTENANCE PROGRAMS MAY POST TO THE
      *    MASTER FILES. THE NIGHTLY UPDATE, THE CLOSING RUN,
      *    RECOVERY, THE TRANSACTION EDIT AND THE CONSIGNMENT
      *    SETTLEMENT SET IT TO BATCH IN PROGRESS WHILE THEY RUN
      *    AND CLEAR IT WHEN THEY FINISH; A SUPERVISOR TAKES THE
      *    SYSTEM DOWN FOR MAINTENANCE AND BRINGS IT BACK UP BY
      *    HAND THROUGH THE SYSTEM AVAILABILITY DIALOG. EVERY
      *    ONLINE PROGRAM RE-READS IT AT SIGN-ON AND BEFORE EACH
      *    POSTING, AND REFUSES THE POSTING WHILE IT IS SET.
      *    INQUIRIES ARE STILL ALLOWED. NO FILE, OR AN EMPTY
      *    ONE, MEANS THE SYSTEM IS UP.
       FD  SYSTEM-AVAILABILITY-FILE.
       01  SYSTEM-AVAILABILITY-RECORD.
           05  AVAIL-STATUS-SA             PIC X(1).
               88  AVAIL-SYSTEM-UP             VALUE "A" SPACE.
               88  AVAIL-BATCH-IN-PROGRESS     VALUE "B".
               88  AVAIL-DOWN-FOR-MAINT        VALUE "M".
      *        THE BATCH STEP (UPDATE, CLOSE, RECOVERY, EDIT,
      *        SETTLE) OR THE SUPERVISOR'S OPERATOR ID THAT LAST
      *        SET THE RECORD.
           05  AVAIL-SET-BY-SA             PIC X(8).
           05  AVAIL-SET-DATE-SA           PIC 9(8).
           05  AVAIL-SET-TIME-SA           PIC 9(8).
           05  AVAIL-REASON-SA             PIC X(30).
