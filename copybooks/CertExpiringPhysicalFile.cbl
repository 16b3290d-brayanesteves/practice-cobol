      *The certifications found expiring on the last expiry report
      *run, one line per cert, for training enrollment to book the
      *holders into a renewal class.
       SELECT CERT-EXPIRING-FILE
       ASSIGN TO "certexpiring.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CERT-EXPIRING-STATUS.
