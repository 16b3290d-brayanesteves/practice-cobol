       FD TRAINING-ENROLL-FILE.
       01 TRAINING-ENROLL-RECORD.
           05 TENR-KEY.
               10 TENR-CLASS-NUMBER PIC 9(6).
               10 TENR-EMPLOYEE-ID PIC 9(6).
      *E holds a seat, W is on the waitlist, A attended (and the
      *cert posted), N did not show, D dropped out.
           05 TENR-STATUS PIC X(1).
               88 TENR-ENROLLED VALUE "E".
               88 TENR-WAITLISTED VALUE "W".
               88 TENR-ATTENDED VALUE "A".
               88 TENR-NO-SHOW VALUE "N".
               88 TENR-DROPPED VALUE "D".
      *Position on the waitlist; the lowest waiting number takes the
      *next seat that comes free.
           05 TENR-WAIT-NUMBER PIC 9(4).
           05 TENR-ENROLLED-DATE PIC 9(8).
           05 TENR-ENROLLED-BY PIC X(8).
