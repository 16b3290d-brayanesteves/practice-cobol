       FD DEPENDENT-COVER-END-FILE.
       01 DEPENDENT-COVER-END-RECORD.
           05 DCEND-KEY.
               10 DCEND-EMPLOYEE-ID PIC 9(6).
               10 DCEND-SEQUENCE PIC 9(2).
               10 DCEND-PLAN-CODE PIC X(4).
      *N noticed - the age-out date is coming and the employee has
      *been told; E ended - the date has passed and the dependent
      *is no longer covered by the plan.
           05 DCEND-STATUS PIC X(1).
               88 DCEND-NOTICED VALUE "N".
               88 DCEND-ENDED VALUE "E".
      *The birthday the dependent reaches the plan's age limit on;
      *cover ends that day.
           05 DCEND-END-DATE PIC 9(8).
           05 DCEND-NOTICE-DATE PIC 9(8).
      *Zero until the termination goes to the carrier on the feed;
      *then the date it went, so it is never sent twice.
           05 DCEND-FED-DATE PIC 9(8).
