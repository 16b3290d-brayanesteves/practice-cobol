       FD BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
           05 BPLAN-KEY.
      *Also the code the employee's share is taken under in pay, so
      *no plan shares a code with the deduction-code master.
               10 BPLAN-CODE PIC X(4).
      *E employee only, S employee plus spouse, F family.
               10 BPLAN-TIER PIC X(1).
                   88 BPLAN-EMPLOYEE-ONLY VALUE "E".
                   88 BPLAN-EMPLOYEE-SPOUSE VALUE "S".
                   88 BPLAN-FAMILY VALUE "F".
           05 BPLAN-DESCRIPTION PIC X(20).
           05 BPLAN-CARRIER PIC X(10).
      *The carrier's own identifier for the plan, sent on the feed.
           05 BPLAN-CARRIER-PLAN-ID PIC X(10).
      *The whole monthly premium and the company's part of it; the
      *employee pays the rest out of pay.
           05 BPLAN-MONTHLY-PREMIUM PIC 9(5)V99.
           05 BPLAN-EMPLOYER-SHARE PIC 9(5)V99.
      *A closed plan takes no new enrollments; those already in it
      *keep paying until they are moved.
           05 BPLAN-STATUS PIC X(1).
               88 BPLAN-OPEN VALUE "O".
               88 BPLAN-CLOSED VALUE "C".
      *The age a child dependent's cover ends at, on that birthday;
      *zero when the plan covers children at any age.
           05 BPLAN-CHILD-AGE-LIMIT PIC 9(2).
           05 BPLAN-CHANGED-DATE PIC 9(8).
           05 BPLAN-CHANGED-BY PIC X(8).
