       FD BANK-HOLD-FILE.
       01 BANK-HOLD-RECORD.
           05 BHOLD-KEY.
               10 BHOLD-EMPLOYEE-ID PIC 9(6).
               10 BHOLD-SEQUENCE PIC 9(1).
      *The account as keyed, and the one it would replace - zero
      *when the slot was empty.
           05 BHOLD-BANK-CODE PIC X(4).
           05 BHOLD-ACCOUNT-NUMBER PIC 9(10).
           05 BHOLD-ACCOUNT-DIGITS REDEFINES BHOLD-ACCOUNT-NUMBER.
               10 FILLER PIC X(6).
               10 BHOLD-ACCOUNT-LAST-FOUR PIC X(4).
           05 BHOLD-SPLIT-PERCENT PIC 9(3).
           05 BHOLD-OLD-ACCOUNT-NUMBER PIC 9(10).
           05 BHOLD-KEYED-BY PIC X(8).
           05 BHOLD-KEYED-DATE PIC 9(8).
      *Not released before this date however soon the callback is
      *made.
           05 BHOLD-RELEASE-DATE PIC 9(8).
      *The phone on file when the change was keyed.
           05 BHOLD-CALLBACK-PHONE PIC X(15).
      *H held for the callback, V verified and waiting out the
      *hold, R released to bankdetails.dat, X rejected on the
      *callback.
           05 BHOLD-STATUS PIC X(1).
               88 BHOLD-AWAITING-CALLBACK VALUE "H".
               88 BHOLD-VERIFIED VALUE "V".
               88 BHOLD-RELEASED VALUE "R".
               88 BHOLD-REJECTED VALUE "X".
               88 BHOLD-PENDING VALUE "H" "V".
           05 BHOLD-CALLBACK-BY PIC X(8).
           05 BHOLD-CALLBACK-DATE PIC 9(8).
      *Zero until the notification letter has been queued.
           05 BHOLD-NOTICE-DATE PIC 9(8).
