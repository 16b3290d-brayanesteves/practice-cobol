      *Leave requests waiting on, or decided by, the employee's
      *manager, keyed by the employee and the first day asked for.
      *Only an approved request reaches absences.dat.
       SELECT LEAVE-REQUEST-FILE
       ASSIGN TO "leavereqs.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LREQ-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LEAVE-REQUEST-STATUS.
