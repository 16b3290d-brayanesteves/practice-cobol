       FD WORK-TIME-RULE-FILE.
       01 WORK-TIME-RULE-RECORD.
      *The BRANCH-COUNTRY the rules apply to; spaces is the home
      *country, the same way the tax tables are keyed.
           05 WTRULE-COUNTRY PIC X(3).
      *A zero in any limit below means the country sets none.
      *Anyone working more than the hours given must take a break of
      *at least the minutes given.
           05 WTRULE-BREAK-AFTER-HOURS PIC 9(2)V99.
           05 WTRULE-MIN-BREAK-MINUTES PIC 9(3).
      *Hours off between the end of one shift and the next.
           05 WTRULE-MIN-REST-HOURS PIC 9(2)V99.
           05 WTRULE-MAX-CONSECUTIVE-DAYS PIC 9(2).
           05 WTRULE-MAX-WEEKLY-HOURS PIC 9(3)V99.
