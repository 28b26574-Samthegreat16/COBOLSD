      *    JOURNAL CONTROL - A SINGLE RECORD CARRYING THE LAST
      *    SEQUENCE NUMBER ISSUED TO THE AUDIT JOURNAL AND THE
      *    RUNNING CONTROL TOTAL AS OF THAT RECORD. EVERY JOURNAL
      *    WRITER TAKES THE NEXT NUMBER FROM IT AND REWRITES IT
      *    JUST BEFORE EACH JOURNAL RECORD GOES OUT, SO THE LAST
      *    RECORD ON THE JOURNAL MUST ALWAYS AGREE WITH IT. NO
      *    FILE MEANS NOTHING HAS BEEN NUMBERED YET.
       FD  JOURNAL-CONTROL-FILE.
       01  JOURNAL-CONTROL-RECORD.
           05  JCTL-LAST-SEQUENCE-JC       PIC 9(9).
           05  JCTL-CONTROL-TOTAL-JC       PIC 9(15).
           05  JCTL-LAST-TIMESTAMP-JC      PIC 9(14).
