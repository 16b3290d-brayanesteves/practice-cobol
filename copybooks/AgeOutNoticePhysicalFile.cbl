      *The age-out notices due this run, one line per dependent per
      *plan, for the letter merge to turn into letters.
       SELECT AGE-OUT-NOTICE-FILE
       ASSIGN TO "ageoutnotice.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AGE-OUT-NOTICE-STATUS.
