      *How often each employee is paid. Kept beside the master
      *rather than in it; an employee with no profile is paid
      *monthly, the way everyone was before frequencies existed.
       SELECT PAY-PROFILE-FILE
       ASSIGN TO "payprofile.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAYPROF-EMPLOYEE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAY-PROFILE-STATUS.
