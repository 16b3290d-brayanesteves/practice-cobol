      *The itemized make-up of each employee's net pay for the
      *period, one line per earning or amount taken - what the
      *deduction register, garnishment posting, and pay advice work
      *from, so they all show what was actually paid and taken.
       SELECT PAY-LINE-FILE
       ASSIGN TO "paylines.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAYLINE-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAY-LINE-STATUS.
