      *Salary advances and staff loans, one per employee per loan
      *number: the amount lent, the installment taken each pay run
      *from the start period on, and the balance still owed.
       SELECT LOAN-FILE
       ASSIGN TO "loan.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOAN-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LOAN-FILE-STATUS.
