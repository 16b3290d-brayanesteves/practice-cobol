      *Overtime a supervisor approved ahead of time, keyed by
      *employee and the day the extra hours are to be worked. The
      *overtime register sets the week's overtime against it.
       SELECT OVERTIME-AUTH-FILE
       ASSIGN TO "otauth.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OTAUTH-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OVERTIME-AUTH-STATUS.
