       FD ACCOUNTING-CONTROL-FILE.
       01 ACCOUNTING-CONTROL-RECORD.
      *The pay run signed off, as on payrun.dat.
           05 ACCTCTL-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 ACCTCTL-FREQUENCY PIC X(1).
           05 FILLER PIC X(1).
           05 ACCTCTL-SIGNED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 ACCTCTL-SIGNED-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 ACCTCTL-NET-PAY PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 ACCTCTL-DEPOSITS PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 ACCTCTL-CHECKS PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 ACCTCTL-GROSS PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 ACCTCTL-GL-DEBIT PIC 9(9)V99.
           05 FILLER PIC X(1).
      *Cents lost or gained splitting net pay across accounts by
      *percentage, accepted as rounding rather than a break.
           05 ACCTCTL-ROUNDING PIC 9(5)V99.
