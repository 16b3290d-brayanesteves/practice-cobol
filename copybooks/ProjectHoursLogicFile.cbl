       FD PROJECT-HOURS-FILE.
       01 PROJECT-HOURS-RECORD.
           05 PROJHRS-KEY.
               10 PROJHRS-PROJECT-CODE PIC X(8).
               10 PROJHRS-EMPLOYEE-ID PIC 9(6).
               10 PROJHRS-DATE PIC 9(8).
               10 PROJHRS-START-TIME PIC 9(4).
           05 PROJHRS-HOURS PIC 9(2)V99.
