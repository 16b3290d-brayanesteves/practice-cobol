      *The successors managers have named for each critical
      *position, keyed by the position and the successor's ID.
       SELECT SUCCESSOR-FILE
       ASSIGN TO "successors.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SUCC-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SUCCESSOR-FILE-STATUS.
