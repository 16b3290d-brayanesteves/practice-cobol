      *The attendance warnings due this run, one line per employee
      *who crossed a threshold, for the letter merge to turn into
      *warning letters.
       SELECT ATTENDANCE-WARNING-FILE
       ASSIGN TO "attwarning.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ATTENDANCE-WARNING-STATUS.
