       FD NET-PAY-FILE.
       01 NET-PAY-RECORD.
           05 NETPAY-EMPLOYEE-ID PIC 9(6).
      *Year and period number within the year, e.g. 202603 for the
      *third monthly period - the same period the pay run carries.
           05 NETPAY-PERIOD PIC 9(6).
           05 NETPAY-PAY-DATE PIC 9(8).
           05 NETPAY-BRANCH PIC X(3).
           05 NETPAY-DEPARTMENT PIC X(20).
           05 NETPAY-BASE-PAY PIC 9(7)V99.
           05 NETPAY-PREMIUM-HOURS PIC 9(3)V99.
           05 NETPAY-PREMIUM-PAY PIC 9(7)V99.
           05 NETPAY-OVERTIME-HOURS PIC 9(3)V99.
           05 NETPAY-OVERTIME-PAY PIC 9(7)V99.
           05 NETPAY-GROSS PIC 9(7)V99.
      *The part of gross the withholding tables were applied to.
           05 NETPAY-TAXABLE PIC 9(7)V99.
      *Statutory withholding from the tables for the branch's
      *country, taken ahead of everything else.
           05 NETPAY-INCOME-TAX PIC 9(7)V99.
           05 NETPAY-SOCIAL-TAX PIC 9(7)V99.
           05 NETPAY-GARNISHMENTS PIC 9(7)V99.
           05 NETPAY-DEDUCTIONS PIC 9(7)V99.
           05 NETPAY-NET PIC 9(7)V99.
      *Y when something due could not be taken in full because net
      *pay ran out first; the pay lines show what was short.
           05 NETPAY-SHORTFALL PIC X(1).
