      *One-line control record holding the last check number used,
      *so check numbers run on in sequence from one print run, or
      *one reissue, to the next.
       SELECT OPTIONAL CHECK-NUMBER-FILE
       ASSIGN TO "checknum.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CHECK-NUMBER-STATUS.
