       FD LOAN-LEDGER-FILE.
       01 LOAN-LEDGER-RECORD.
           05 LOANLEDG-KEY.
               10 LOANLEDG-EMPLOYEE-ID PIC 9(6).
               10 LOANLEDG-LOAN-NUMBER PIC 9(3).
               10 LOANLEDG-ENTRY PIC 9(3).
           05 LOANLEDG-DATE PIC 9(8).
      *The pay period the movement belongs to; zero on the grant.
           05 LOANLEDG-PERIOD PIC 9(6).
      *G granted, I installment taken by a pay run, F recovered
      *from final pay.
           05 LOANLEDG-KIND PIC X(1).
               88 LOANLEDG-GRANTED VALUE "G".
               88 LOANLEDG-INSTALLMENT VALUE "I".
               88 LOANLEDG-FINAL-PAY VALUE "F".
           05 LOANLEDG-AMOUNT PIC 9(7)V99.
           05 LOANLEDG-BALANCE PIC 9(7)V99.
      *The operator for a grant, the program for anything a batch
      *run did.
           05 LOANLEDG-BY PIC X(20).
