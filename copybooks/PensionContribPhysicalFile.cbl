      *Each posted pay run's plan contribution for each employee,
      *waiting to be sent to the plan administrator.
       SELECT PENSION-CONTRIB-FILE
       ASSIGN TO "pensioncontrib.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PENCON-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PENSION-CONTRIB-STATUS.
