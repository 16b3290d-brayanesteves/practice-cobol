      *Temporary loans of an employee to another branch, keyed by
      *employee and the date the loan starts. The employee keeps
      *their home department and branch on the master; for the
      *length of the loan their cost is charged to the host.
       SELECT SECONDMENT-FILE
       ASSIGN TO "secondments.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SECONDMENT-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SECONDMENT-FILE-STATUS.
