      *Agreed cost splits for people funded across departments,
      *keyed by employee, the date the split takes effect, and the
      *department and branch charged. Every line dated the same
      *for an employee forms one split, and its percentages must
      *come to one hundred.
       SELECT COSTALLOC-FILE
       ASSIGN TO "costalloc.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS COSTALLOC-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS COSTALLOC-FILE-STATUS.
