               10 BUDGET-DEPARTMENT PIC X(20).
               10 BUDGET-PERIOD PIC 9(6).
           05 BUDGET-AUTHORIZED PIC 9(5).
      *Salary dollars budgeted for the department in the period, in
      *home currency, for the compensation forecast to be measured
      *against. Zero means no money budget has been set.
           05 BUDGET-SALARY-AMOUNT PIC 9(9)V99.
