       FD BENEFIT-ENROLL-FILE.
       01 BENEFIT-ENROLL-RECORD.
           05 BENR-KEY.
               10 BENR-EMPLOYEE-ID PIC 9(6).
               10 BENR-PLAN-CODE PIC X(4).
      *E employee only, S employee plus spouse, F family - with the
      *plan code, the benefit plan master record that prices it.
           05 BENR-TIER PIC X(1).
      *Covered, and the employee's share taken, on pay dates from
      *START-DATE up to STOP-DATE; a zero stop date is still
      *covered.
           05 BENR-START-DATE PIC 9(8).
           05 BENR-STOP-DATE PIC 9(8).
           05 BENR-CHANGED-DATE PIC 9(8).
           05 BENR-CHANGED-BY PIC X(8).
