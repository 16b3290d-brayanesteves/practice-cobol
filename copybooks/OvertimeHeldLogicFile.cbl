       FD OVERTIME-HELD-FILE.
       01 OVERTIME-HELD-RECORD.
           05 OTHELD-KEY.
               10 OTHELD-EMPLOYEE-ID PIC 9(6).
      *The first and last days the week's hours.dat covered.
               10 OTHELD-WEEK-START PIC 9(8).
           05 OTHELD-WEEK-END PIC 9(8).
      *The employee's manager when the register ran - the
      *supervisor answerable for the hours.
           05 OTHELD-SUPERVISOR-ID PIC 9(6).
           05 OTHELD-OVERTIME-HOURS PIC 9(3)V99.
           05 OTHELD-AUTHORIZED-HOURS PIC 9(3)V99.
           05 OTHELD-HOURS PIC 9(3)V99.
      *H held out of pay, R released by a supervisor and waiting
      *for a pay run, D paid by a posted pay run.
           05 OTHELD-STATUS PIC X(1).
               88 OTHELD-HELD VALUE "H".
               88 OTHELD-RELEASED VALUE "R".
               88 OTHELD-PAID VALUE "D".
           05 OTHELD-RELEASED-BY PIC X(8).
           05 OTHELD-RELEASED-DATE PIC 9(8).
      *The period the pay calculation put the hours in, and the
      *pay date once that run is posted.
           05 OTHELD-PAY-PERIOD PIC 9(6).
           05 OTHELD-PAY-DATE PIC 9(8).
