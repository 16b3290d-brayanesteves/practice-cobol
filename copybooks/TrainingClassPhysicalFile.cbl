      *Scheduled sittings of the catalog courses, keyed by class
      *number.
       SELECT TRAINING-CLASS-FILE
       ASSIGN TO "classes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TCLASS-NUMBER
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRAINING-CLASS-STATUS.
