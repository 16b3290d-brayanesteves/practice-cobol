      *The attendance policy's points table: how many occurrence
      *points each kind of occurrence carries, so the policy that
      *lived on index cards is the one the ledger obeys.
       SELECT OCCURRENCE-POINTS-FILE
       ASSIGN TO "occpoints.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OCCPTS-TYPE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OCCURRENCE-POINTS-STATUS.
