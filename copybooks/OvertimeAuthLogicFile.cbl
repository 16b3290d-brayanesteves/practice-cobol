       FD OVERTIME-AUTH-FILE.
       01 OVERTIME-AUTH-RECORD.
           05 OTAUTH-KEY.
               10 OTAUTH-EMPLOYEE-ID PIC 9(6).
               10 OTAUTH-DATE PIC 9(8).
      *The extra hours approved for the day, over and above the
      *normal week.
           05 OTAUTH-HOURS PIC 9(2)V99.
           05 OTAUTH-REASON PIC X(30).
           05 OTAUTH-APPROVED-BY PIC X(8).
           05 OTAUTH-APPROVED-DATE PIC 9(8).
