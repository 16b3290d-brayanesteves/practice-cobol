       FD ACCUMULATOR-FILE.
       01 ACCUMULATOR-RECORD.
           05 ACCUM-KEY.
               10 ACCUM-EMPLOYEE-ID PIC 9(6).
               10 ACCUM-YEAR PIC 9(4).
      *1 to 4; a year's total is the sum of its quarters.
               10 ACCUM-QUARTER PIC 9(1).
           05 ACCUM-GROSS PIC 9(9)V99.
           05 ACCUM-TAXABLE PIC 9(9)V99.
           05 ACCUM-INCOME-TAX PIC 9(9)V99.
           05 ACCUM-SOCIAL-TAX PIC 9(9)V99.
           05 ACCUM-GARNISHMENTS PIC 9(9)V99.
           05 ACCUM-DEDUCTIONS PIC 9(9)V99.
           05 ACCUM-NET PIC 9(9)V99.
           05 ACCUM-PAY-RUNS PIC 9(3).
      *The last period posted in here; a pay run for a period not
      *after it has already been counted and is not added again.
           05 ACCUM-LAST-PERIOD PIC 9(6).
      *Each deduction code taken in the quarter with its total - the
      *split the single ACCUM-DEDUCTIONS figure cannot show.
           05 ACCUM-CODE-COUNT PIC 9(2).
           05 ACCUM-CODE-ENTRY OCCURS 15 TIMES.
               10 ACCUM-CODE PIC X(4).
               10 ACCUM-CODE-AMOUNT PIC 9(7)V99.
