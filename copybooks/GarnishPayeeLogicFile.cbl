       FD GARNISH-PAYEE-FILE.
       01 GARNISH-PAYEE-RECORD.
           05 GPAYEE-CODE PIC X(4).
           05 GPAYEE-NAME PIC X(40).
           05 GPAYEE-STREET PIC X(35).
           05 GPAYEE-CITY PIC X(20).
           05 GPAYEE-POSTAL-CODE PIC X(10).
      *D paid by deposit on the remittance bank file, C paid by
      *paper check through the check print run.
           05 GPAYEE-METHOD PIC X(1).
               88 GPAYEE-BY-DEPOSIT VALUE "D".
               88 GPAYEE-BY-CHECK VALUE "C".
      *Only used for a payee paid by deposit; the account carries
      *the same check digit as an employee's.
           05 GPAYEE-BANK-CODE PIC X(4).
           05 GPAYEE-ACCOUNT-NUMBER PIC 9(10).
      *A active, I inactive - an inactive payee is not remitted to
      *and holds its orders' money for payroll to resolve.
           05 GPAYEE-STATUS PIC X(1).
               88 GPAYEE-ACTIVE VALUE "A".
               88 GPAYEE-INACTIVE VALUE "I".
           05 GPAYEE-CHANGED-DATE PIC 9(8).
           05 GPAYEE-CHANGED-BY PIC X(8).
