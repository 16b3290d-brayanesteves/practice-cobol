       FD SHIFT-SWAP-FILE.
       01 SHIFT-SWAP-RECORD.
           05 SWAP-KEY.
               10 SWAP-DATE PIC 9(8).
               10 SWAP-REQUESTER-ID PIC 9(6).
           05 SWAP-PARTNER-ID PIC 9(6).
      *Each side's own shift and department when the swap was
      *entered. On the day the requester works the partner's shift
      *and the partner the requester's, each in their own
      *department.
           05 SWAP-REQUESTER-SHIFT PIC X(2).
           05 SWAP-REQUESTER-DEPARTMENT PIC X(20).
           05 SWAP-PARTNER-SHIFT PIC X(2).
           05 SWAP-PARTNER-DEPARTMENT PIC X(20).
           05 SWAP-STATUS PIC X(1).
               88 SWAP-PENDING VALUE "P".
               88 SWAP-APPROVED VALUE "A".
               88 SWAP-REJECTED VALUE "R".
           05 SWAP-REASON PIC X(30).
           05 SWAP-ENTERED-BY PIC X(8).
           05 SWAP-ENTERED-DATE PIC 9(8).
           05 SWAP-DECIDED-BY PIC X(8).
           05 SWAP-DECIDED-DATE PIC 9(8).
