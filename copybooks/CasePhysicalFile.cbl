      *Disciplinary and grievance cases, several per employee,
      *keyed by employee ID and a case number that runs on within
      *the employee - the paper folders, on file.
       SELECT CASE-FILE
       ASSIGN TO "cases.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CASE-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CASE-FILE-STATUS.
