       FD COMMISSION-PLAN-FILE.
       01 COMMISSION-PLAN-RECORD.
           05 COMMPLAN-JOB-TITLE PIC X(20).
           05 COMMPLAN-MONTHLY-QUOTA PIC 9(9)V99.
      *Each tier pays its rate, as a percentage, on the sales that
      *fall between its starting attainment and the next tier's.
      *Tier 1 starts at zero; a later tier starting at zero is not
      *in use.
           05 COMMPLAN-TIER OCCURS 5 TIMES.
               10 COMMPLAN-TIER-FROM-PERCENT PIC 9(3).
               10 COMMPLAN-TIER-RATE PIC 9(2)V99.
