       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD.
           05 PAYCAL-KEY.
      *M monthly, S semi-monthly, B biweekly, W weekly.
               10 PAYCAL-FREQUENCY PIC X(1).
      *Year and period number within the year, e.g. 202607 for the
      *seventh biweekly period - what NETPAY-PERIOD carries.
               10 PAYCAL-PERIOD PIC 9(6).
           05 PAYCAL-START-DATE PIC 9(8).
           05 PAYCAL-END-DATE PIC 9(8).
      *Last day a change can be keyed and still be paid in this
      *period; anything keyed later lands in the next one.
           05 PAYCAL-CUTOFF-DATE PIC 9(8).
           05 PAYCAL-PAY-DATE PIC 9(8).
