       FD ACCRUAL-CONTROL-FILE.
       01 ACCRUAL-CONTROL-RECORD.
           05 ACCRUAL-THROUGH-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *The first day of the month after ACCRUAL-THROUGH-DATE.
           05 ACCRUAL-REVERSE-ON-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 ACCRUAL-STATE PIC X(1).
               88 ACCRUAL-PENDING VALUE "P".
               88 ACCRUAL-REVERSED VALUE "R".
           05 FILLER PIC X(1).
           05 ACCRUAL-REVERSED-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *Total of the debit side of glaccrual.dat.
           05 ACCRUAL-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 ACCRUAL-LINE-COUNT PIC 9(5).
