      *Benefit enrollments: which plan, at which coverage tier, each
      *employee is in - one per employee per plan.
       SELECT BENEFIT-ENROLL-FILE
       ASSIGN TO "benefitenroll.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BENR-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BENEFIT-ENROLL-STATUS.
