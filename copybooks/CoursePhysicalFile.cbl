      *The training course catalog, keyed by course code - each
      *course earns or renews one certification code.
       SELECT COURSE-FILE
       ASSIGN TO "courses.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS COURSE-CODE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS COURSE-FILE-STATUS.
