      *The exceptions the weekly schedule adherence check found, one
      *line each, for the attendance points posting to take up.
       SELECT OPTIONAL ADHERENCE-EXCEPTION-FILE
       ASSIGN TO "adherexc.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ADHERENCE-EXCEPTION-STATUS.
