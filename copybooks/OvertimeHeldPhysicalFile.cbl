      *Overtime worked without an approval, held out of pay by the
      *overtime register, one record per employee and week, until
      *a supervisor releases it to the next pay run.
       SELECT OVERTIME-HELD-FILE
       ASSIGN TO "otheld.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OTHELD-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OVERTIME-HELD-STATUS.
