       FD AGE-OUT-NOTICE-FILE.
       01 AGE-OUT-NOTICE-RECORD.
           05 AON-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 AON-DEPENDENT-NAME PIC X(25).
           05 FILLER PIC X(1).
           05 AON-AGE-OUT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AON-PLAN-DESCRIPTION PIC X(20).
