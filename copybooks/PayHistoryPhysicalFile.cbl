      *Every posted pay run, one record per employee per period -
      *what each person was actually paid, kept after netpay.dat is
      *rebuilt for the next period, so the accumulators can be
      *proved and this period compared with the last.
       SELECT PAY-HISTORY-FILE
       ASSIGN TO "payhist.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAYHIST-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAY-HISTORY-STATUS.
