      *Shift swaps between two employees for one day, keyed by the
      *day and the employee who asked. Only an approved swap moves
      *anyone: the weekly schedule and the adherence check read it
      *for that day and no other.
       SELECT SHIFT-SWAP-FILE
       ASSIGN TO "swaps.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SWAP-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SHIFT-SWAP-STATUS.
