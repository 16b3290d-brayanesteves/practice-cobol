       FD GARNISH-REMIT-FILE.
       01 GARNISH-REMIT-RECORD.
           05 GREMIT-KEY.
               10 GREMIT-PAYEE-CODE PIC X(4).
      *The pay period the amount was withheld in, YYYYNN.
               10 GREMIT-PERIOD PIC 9(6).
               10 GREMIT-EMPLOYEE-ID PIC 9(6).
               10 GREMIT-ORDER-NUMBER PIC X(10).
           05 GREMIT-AMOUNT PIC 9(7)V99.
      *How the payee was paid - D deposit or C check - as on the
      *payee master at the time.
           05 GREMIT-METHOD PIC X(1).
           05 GREMIT-REMIT-DATE PIC 9(8).
