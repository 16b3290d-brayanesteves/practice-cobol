      *Who is booked into each training class, keyed by class
      *number and employee ID.
       SELECT TRAINING-ENROLL-FILE
       ASSIGN TO "enrollments.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TENR-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TRAINING-ENROLL-STATUS.
