       FD PAY-PROFILE-FILE.
       01 PAY-PROFILE-RECORD.
           05 PAYPROF-EMPLOYEE-ID PIC 9(6).
      *M monthly, S semi-monthly, B biweekly, W weekly - the same
      *codes the pay-period calendar is keyed by.
           05 PAYPROF-FREQUENCY PIC X(1).
               88 PAYPROF-MONTHLY VALUE "M".
               88 PAYPROF-SEMI-MONTHLY VALUE "S".
               88 PAYPROF-BIWEEKLY VALUE "B".
               88 PAYPROF-WEEKLY VALUE "W".
           05 PAYPROF-CHANGED-DATE PIC 9(8).
           05 PAYPROF-CHANGED-BY PIC X(8).
