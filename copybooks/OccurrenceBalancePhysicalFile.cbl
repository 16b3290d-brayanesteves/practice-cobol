      *Each employee's rolling twelve-month occurrence balance and
      *the warning level it last reached, so the weekly run warns
      *once on crossing a threshold instead of every week after.
       SELECT OCCURRENCE-BALANCE-FILE
       ASSIGN TO "occbalance.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OCCBAL-EMPLOYEE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OCCURRENCE-BALANCE-STATUS.
