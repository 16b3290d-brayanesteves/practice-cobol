       FD SECONDMENT-FILE.
       01 SECONDMENT-RECORD.
           05 SECONDMENT-KEY.
               10 SECONDMENT-EMPLOYEE-ID PIC 9(6).
               10 SECONDMENT-START-DATE PIC 9(8).
           05 SECONDMENT-HOST-BRANCH PIC X(3).
           05 SECONDMENT-HOST-DEPARTMENT PIC X(20).
      *Last day of the loan, inclusive; the home branch pays again
      *from the day after.
           05 SECONDMENT-END-DATE PIC 9(8).
           05 SECONDMENT-ENTERED-BY PIC X(8).
           05 SECONDMENT-ENTERED-DATE PIC 9(8).
