       FD PROVISION-FEED-FILE.
       01 PROVISION-FEED-RECORD.
      *JOINER, MOVER or LEAVER.
           05 PRV-ACTION PIC X(6).
           05 FILLER PIC X(1).
           05 PRV-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PRV-NAME PIC X(25).
           05 FILLER PIC X(1).
           05 PRV-LASTNAMES PIC X(25).
           05 FILLER PIC X(1).
           05 PRV-BRANCH PIC X(3).
           05 FILLER PIC X(1).
           05 PRV-DEPARTMENT PIC X(20).
           05 FILLER PIC X(1).
           05 PRV-JOB-TITLE PIC X(20).
           05 FILLER PIC X(1).
           05 PRV-MANAGER-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PRV-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *Where a mover came from; spaces on the other actions.
           05 PRV-FROM-BRANCH PIC X(3).
           05 FILLER PIC X(1).
           05 PRV-FROM-DEPARTMENT PIC X(20).
      *A leaver's live badges, zero where there are fewer.
           05 PRV-BADGES OCCURS 5 TIMES.
               10 FILLER PIC X(1).
               10 PRV-BADGE-NUMBER PIC 9(6).
