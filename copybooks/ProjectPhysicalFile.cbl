      *Projects and customer work orders labor can be charged to,
      *keyed by the code the crews key at the clock.
       SELECT PROJECT-FILE
       ASSIGN TO "projects.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROJECT-CODE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROJECT-FILE-STATUS.
