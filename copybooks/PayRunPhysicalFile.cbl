      *One-line control record for the current pay run: which
      *period the net-pay file was calculated for and how far the
      *run has got, so a later step can tell what it is looking at.
       SELECT OPTIONAL PAY-RUN-FILE
       ASSIGN TO "payrun.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PAY-RUN-STATUS.
