       FD SUCCESSOR-FILE.
       01 SUCCESSOR-RECORD.
           05 SUCC-KEY.
               10 SUCC-DEPARTMENT PIC X(20).
               10 SUCC-JOB-TITLE PIC X(20).
               10 SUCC-EMPLOYEE-ID PIC 9(6).
      *R ready now, S ready in one to two years, L ready later than
      *that.
           05 SUCC-READINESS PIC X(1).
               88 SUCC-READY-NOW VALUE "R".
               88 SUCC-READY-SOON VALUE "S".
               88 SUCC-READY-LATER VALUE "L".
      *The manager who named the successor, and when.
           05 SUCC-NAMED-BY PIC 9(6).
           05 SUCC-NAMED-DATE PIC 9(8).
