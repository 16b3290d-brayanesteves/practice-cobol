       FD FINAL-PAY-FILE.
       01 FINAL-PAY-RECORD.
           05 FINALPAY-KEY.
               10 FINALPAY-EMPLOYEE-ID PIC 9(6).
               10 FINALPAY-TERM-DATE PIC 9(8).
      *H held until the exit clearance checklist is signed off,
      *P paid - queued for a check and posted to pay history.
           05 FINALPAY-STAGE PIC X(1).
               88 FINALPAY-HELD VALUE "H".
               88 FINALPAY-PAID VALUE "P".
           05 FINALPAY-CALC-DATE PIC 9(8).
           05 FINALPAY-PAID-DATE PIC 9(8).
           05 FINALPAY-BRANCH PIC X(3).
           05 FINALPAY-DEPARTMENT PIC X(20).
      *The pay period the termination date falls in, and how much
      *of it was worked - salary is paid for those days only.
           05 FINALPAY-FREQUENCY PIC X(1).
           05 FINALPAY-PERIOD PIC 9(6).
           05 FINALPAY-PERIOD-START PIC 9(8).
           05 FINALPAY-PERIOD-END PIC 9(8).
           05 FINALPAY-DAYS-WORKED PIC 9(3).
           05 FINALPAY-PERIOD-DAYS PIC 9(3).
           05 FINALPAY-SALARY PIC 9(7)V99.
      *Y when the regular run had already paid the whole final
      *period; no salary is paid here and payroll recovers the
      *difference.
           05 FINALPAY-OVERPAID PIC X(1).
           05 FINALPAY-OVERPAID-AMOUNT PIC 9(7)V99.
      *Unused leave from the ledger, paid at salary over working
      *days in the year.
           05 FINALPAY-LEAVE-DAYS PIC 9(3)V99.
           05 FINALPAY-LEAVE-PAY PIC 9(7)V99.
           05 FINALPAY-GROSS PIC 9(7)V99.
           05 FINALPAY-INCOME-TAX PIC 9(7)V99.
           05 FINALPAY-SOCIAL-TAX PIC 9(7)V99.
           05 FINALPAY-NET PIC 9(7)V99.
           05 FINALPAY-ELECTIONS-STOPPED PIC 9(2).
      *Open advance and loan balances taken back out of the net,
      *as far as the net goes.
           05 FINALPAY-LOAN-RECOVERED PIC 9(7)V99.
