      *Applicants for the open requisitions, keyed by the position
      *they applied for and a running number within it, so the
      *stretch between opening a position and staging the hire is
      *on file instead of in email.
       SELECT APPLICANT-FILE
       ASSIGN TO "applicants.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS APPL-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS APPLICANT-FILE-STATUS.
