      *Running pay totals per employee per calendar quarter - what
      *has been paid, withheld and taken this year - added to by
      *each posted pay run, so year-end work reads totals instead of
      *rebuilding them from scratch.
       SELECT ACCUMULATOR-FILE
       ASSIGN TO "ytd.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ACCUM-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ACCUMULATOR-STATUS.
