      *Plan enrollment, one per employee: the percent of base pay
      *they contribute each pay run and the running totals put in
      *by them and by the employer since they joined.
       SELECT PENSION-ENROLL-FILE
       ASSIGN TO "pensionenroll.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PENENR-EMPLOYEE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PENSION-ENROLL-STATUS.
