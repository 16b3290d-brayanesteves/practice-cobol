       FD PENSION-PLAN-FILE.
       01 PENSION-PLAN-RECORD.
      *The administrator's number for the plan, carried on the
      *contribution remittance file.
           05 PENPLAN-PLAN-NUMBER PIC X(10).
      *The most an employee may elect, as a percent of base pay.
           05 PENPLAN-MAX-PERCENT PIC 9(2)V99.
      *The employer puts in MATCH-PERCENT of what the employee
      *contributes, but only on contributions up to MATCH-CAP
      *percent of the period's base pay.
           05 PENPLAN-MATCH-PERCENT PIC 9(3).
           05 PENPLAN-MATCH-CAP PIC 9(2)V99.
      *Percent of the employer's money vested after each completed
      *year of service from the hire date - entry 1 after one year,
      *entry 10 after ten. Less than a year is nothing vested; more
      *than ten is fully vested.
           05 PENPLAN-VESTING.
               10 PENPLAN-VEST-PERCENT PIC 9(3) OCCURS 10 TIMES.
           05 PENPLAN-CHANGED-DATE PIC 9(8).
           05 PENPLAN-CHANGED-BY PIC X(8).
