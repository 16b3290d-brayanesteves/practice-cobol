      *Accounting-control sign-off: one line for each pay run whose
      *net pay, bank deposits plus checks, and GL labor debit have
      *been proved to agree, kept so finance can see which runs
      *were balanced and when.
       SELECT OPTIONAL ACCOUNTING-CONTROL-FILE
       ASSIGN TO "acctcontrol.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACCOUNTING-CONTROL-STATUS.
