      *The final pay worked out for each termination - one record
      *per employee per termination date, so a leaver is paid out
      *once however often the run comes round, and a rehired and
      *terminated again employee is paid out again.
       SELECT FINAL-PAY-FILE
       ASSIGN TO "finalpay.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FINALPAY-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FINAL-PAY-STATUS.
