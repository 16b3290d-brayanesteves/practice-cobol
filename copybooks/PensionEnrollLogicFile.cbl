       FD PENSION-ENROLL-FILE.
       01 PENSION-ENROLL-RECORD.
           05 PENENR-EMPLOYEE-ID PIC 9(6).
      *Percent of the period's base pay; zero suspends contributions
      *without leaving the plan.
           05 PENENR-PERCENT PIC 9(2)V99.
      *Contributions are taken on pay dates from START-DATE up to
      *STOP-DATE; a zero stop date is still enrolled.
           05 PENENR-START-DATE PIC 9(8).
           05 PENENR-STOP-DATE PIC 9(8).
      *Everything posted since enrollment - the employer's share is
      *what the vesting schedule applies to.
           05 PENENR-EMPLOYEE-TOTAL PIC 9(9)V99.
           05 PENENR-EMPLOYER-TOTAL PIC 9(9)V99.
      *The last pay period posted into the totals, so a posting
      *rerun cannot add the same period twice.
           05 PENENR-LAST-PERIOD PIC 9(6).
           05 PENENR-CHANGED-DATE PIC 9(8).
           05 PENENR-CHANGED-BY PIC X(8).
