      *Dependents whose cover under a plan is ending or has ended
      *because they reached the plan's age limit for children - one
      *per dependent per plan, written when the notice goes out.
       SELECT DEPENDENT-COVER-END-FILE
       ASSIGN TO "depcoverend.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS DCEND-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS DEPENDENT-COVER-END-STATUS.
