      *Every check the system has printed, by check number, so
      *finance can reconcile cleared checks and anyone can answer
      *"was this person paid?" by employee.
       SELECT CHECK-REGISTER-FILE
       ASSIGN TO "checkreg.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CHECK-NUMBER
       ALTERNATE RECORD KEY IS CHECK-EMPLOYEE-ID WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CHECK-REGISTER-STATUS.
