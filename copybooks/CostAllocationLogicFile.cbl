       FD COSTALLOC-FILE.
       01 COSTALLOC-RECORD.
           05 COSTALLOC-KEY.
               10 COSTALLOC-EMPLOYEE-ID PIC 9(6).
               10 COSTALLOC-EFFECTIVE-FROM PIC 9(8).
               10 COSTALLOC-DEPARTMENT PIC X(20).
               10 COSTALLOC-BRANCH PIC X(3).
      *Share of the employee's cost charged here, e.g. 060.00.
           05 COSTALLOC-PERCENT PIC 9(3)V99.
