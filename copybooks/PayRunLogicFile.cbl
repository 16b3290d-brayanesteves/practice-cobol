       FD PAY-RUN-FILE.
       01 PAY-RUN-RECORD.
      *Year and period number within the year.
           05 PAYRUN-PERIOD PIC 9(6).
           05 FILLER PIC X(1).
           05 PAYRUN-PAY-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PAYRUN-EMPLOYEE-COUNT PIC 9(6).
           05 FILLER PIC X(1).
           05 PAYRUN-TOTAL-GROSS PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 PAYRUN-TOTAL-NET PIC 9(9)V99.
           05 FILLER PIC X(1).
      *C calculated - netpay.dat and paylines.dat hold this period;
      *P posted to pay history and the accumulators, after which
      *the period cannot be calculated again.
           05 PAYRUN-STAGE PIC X(1).
               88 PAYRUN-CALCULATED VALUE "C".
               88 PAYRUN-POSTED VALUE "P".
           05 FILLER PIC X(1).
      *The pay frequency the run was calculated for - M, S, B or
      *W; spaces on a run from before frequencies is monthly.
           05 PAYRUN-FREQUENCY PIC X(1).
           05 FILLER PIC X(1).
      *Y once the pay variance report has compared this run with
      *the period before and queued what it found; a fresh
      *calculation clears it, so the comparison is always of the
      *figures about to be paid.
           05 PAYRUN-VARIANCE-CHECKED PIC X(1).
               88 PAYRUN-VARIANCE-DONE VALUE "Y".
