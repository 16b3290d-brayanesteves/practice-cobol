      *The roles the business cannot afford to leave empty, keyed
      *by department and job title, with the skills a successor
      *needs to step into them.
       SELECT CRITICAL-POSITION-FILE
       ASSIGN TO "critpos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CRITPOS-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CRITICAL-POSITION-STATUS.
