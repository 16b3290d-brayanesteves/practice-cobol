      *The one defined-contribution plan's rules: the employer's
      *match, how much pay it matches on, and the vesting schedule.
      *The plan is administered off-system; this is only what pay
      *needs to know. One record.
       SELECT OPTIONAL PENSION-PLAN-FILE
       ASSIGN TO "pensionplan.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PENSION-PLAN-STATUS.
