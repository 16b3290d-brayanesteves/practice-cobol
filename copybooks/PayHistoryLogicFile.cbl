       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           05 PAYHIST-KEY.
               10 PAYHIST-EMPLOYEE-ID PIC 9(6).
      *Year and period number within the year, as on payrun.dat.
               10 PAYHIST-PERIOD PIC 9(6).
           05 PAYHIST-PAY-DATE PIC 9(8).
           05 PAYHIST-BRANCH PIC X(3).
           05 PAYHIST-DEPARTMENT PIC X(20).
           05 PAYHIST-PREMIUM-HOURS PIC 9(3)V99.
           05 PAYHIST-OVERTIME-HOURS PIC 9(3)V99.
           05 PAYHIST-GROSS PIC 9(7)V99.
           05 PAYHIST-TAXABLE PIC 9(7)V99.
           05 PAYHIST-INCOME-TAX PIC 9(7)V99.
           05 PAYHIST-SOCIAL-TAX PIC 9(7)V99.
           05 PAYHIST-GARNISHMENTS PIC 9(7)V99.
           05 PAYHIST-DEDUCTIONS PIC 9(7)V99.
           05 PAYHIST-NET PIC 9(7)V99.
