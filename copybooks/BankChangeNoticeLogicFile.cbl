       FD BANK-CHANGE-NOTICE-FILE.
       01 BANK-CHANGE-NOTICE-RECORD.
           05 BCN-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
      *Only the last four digits of the new account go on paper.
           05 BCN-ACCOUNT-LAST-FOUR PIC X(4).
           05 FILLER PIC X(1).
           05 BCN-KEYED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BCN-RELEASE-DATE PIC 9(8).
