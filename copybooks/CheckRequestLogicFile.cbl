       FD CHECK-REQUEST-FILE.
       01 CHECK-REQUEST-RECORD.
           05 CHKREQ-KEY.
               10 CHKREQ-EMPLOYEE-ID PIC 9(6).
      *R regular pay with no deposit account, B deposit returned by
      *the bank, F final pay on termination, G garnishment money
      *remitted to a court or agency - for which the employee ID
      *is zero, since the check is made out to the payee.
               10 CHKREQ-REASON PIC X(1).
                   88 CHKREQ-REGULAR-PAY VALUE "R".
                   88 CHKREQ-BANK-RETURN VALUE "B".
                   88 CHKREQ-FINAL-PAY VALUE "F".
                   88 CHKREQ-GARNISH-REMIT VALUE "G".
      *The pay period for regular pay, the termination date for
      *final pay, the payment date for a bank return, the payee
      *code then the pay period for a garnishment remittance.
               10 CHKREQ-REFERENCE PIC X(10).
           05 CHKREQ-AMOUNT PIC 9(7)V99.
           05 CHKREQ-REQUEST-DATE PIC 9(8).
