      *Benefit plan master: each carrier's plan at each coverage
      *tier, with its monthly premium and how the cost is shared
      *between the company and the employee.
       SELECT BENEFIT-PLAN-FILE
       ASSIGN TO "benefitplan.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BPLAN-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BENEFIT-PLAN-STATUS.
