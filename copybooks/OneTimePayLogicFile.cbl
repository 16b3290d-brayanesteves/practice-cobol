       FD ONE-TIME-PAY-FILE.
       01 ONE-TIME-PAY-RECORD.
           05 ONETIME-KEY.
               10 ONETIME-EMPLOYEE-ID PIC 9(6).
               10 ONETIME-SEQUENCE PIC 9(3).
      *The earnings code and its description as the entry screen
      *validated them; they print on the pay line as keyed.
           05 ONETIME-EARNINGS-CODE PIC X(4).
           05 ONETIME-DESCRIPTION PIC X(20).
           05 ONETIME-AMOUNT PIC 9(7)V99.
           05 ONETIME-REASON PIC X(30).
      *P keyed and waiting for approval, A approved and waiting for
      *a pay run, D paid by a posted pay run, R rejected by the
      *approver, C cancelled before approval.
           05 ONETIME-STATUS PIC X(1).
               88 ONETIME-PENDING VALUE "P".
               88 ONETIME-APPROVED VALUE "A".
               88 ONETIME-PAID VALUE "D".
               88 ONETIME-REJECTED VALUE "R".
               88 ONETIME-CANCELLED VALUE "C".
           05 ONETIME-ENTERED-BY PIC X(8).
           05 ONETIME-ENTERED-DATE PIC 9(8).
           05 ONETIME-APPROVED-BY PIC X(8).
           05 ONETIME-APPROVED-DATE PIC 9(8).
      *The period the pay calculation put the payment in, and the
      *pay date once that run is posted.
           05 ONETIME-PAY-PERIOD PIC 9(6).
           05 ONETIME-PAY-DATE PIC 9(8).
