      *Sales commission plans keyed by job title: the monthly quota
      *and up to five rate tiers by quota attainment, so the plan
      *that used to live in a spreadsheet is the one pay obeys.
       SELECT COMMISSION-PLAN-FILE
       ASSIGN TO "commplan.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS COMMPLAN-JOB-TITLE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS COMMISSION-PLAN-STATUS.
