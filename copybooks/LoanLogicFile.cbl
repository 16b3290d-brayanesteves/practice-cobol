       FD LOAN-FILE.
       01 LOAN-RECORD.
           05 LOAN-KEY.
               10 LOAN-EMPLOYEE-ID PIC 9(6).
               10 LOAN-NUMBER PIC 9(3).
      *A salary advance or a staff loan; both are repaid the same
      *way, the type only says which paper HR holds.
           05 LOAN-TYPE PIC X(1).
               88 LOAN-ADVANCE VALUE "A".
               88 LOAN-STAFF-LOAN VALUE "L".
           05 LOAN-PRINCIPAL PIC 9(7)V99.
           05 LOAN-INSTALLMENT PIC 9(5)V99.
      *The first pay period (YYYYNN, of the employee's own pay
      *frequency) the installment is taken in.
           05 LOAN-START-PERIOD PIC 9(6).
           05 LOAN-REMAINING PIC 9(7)V99.
      *O open, R repaid - set automatically when the balance
      *reaches zero, and never taken from again.
           05 LOAN-STATUS PIC X(1).
               88 LOAN-OPEN VALUE "O".
               88 LOAN-REPAID VALUE "R".
           05 LOAN-GRANTED-DATE PIC 9(8).
           05 LOAN-ENTERED-BY PIC X(8).
      *The last pay period whose installment came off the balance,
      *so a posting rerun cannot take it off twice.
           05 LOAN-LAST-PERIOD PIC 9(6).
      *The last entry number used on the loan ledger.
           05 LOAN-LAST-ENTRY PIC 9(3).
