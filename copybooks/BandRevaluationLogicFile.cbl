       FD BAND-REVALUATION-FILE.
       01 BAND-REVALUATION-RECORD.
           05 REVAL-GRADE PIC X(4).
      *Applied to both ends of every band carrying this grade code.
           05 REVAL-PERCENT PIC 9(2)V99.
      *The date the catch-up increases carry on salary history.
           05 REVAL-EFFECTIVE-DATE PIC 9(8).
      *P proposed and waiting for approval, A applied.
           05 REVAL-STATUS PIC X(1).
               88 REVAL-PROPOSED VALUE "P".
               88 REVAL-APPLIED VALUE "A".
           05 REVAL-ENTERED-BY PIC X(8).
           05 REVAL-APPROVED-BY PIC X(8).
           05 REVAL-APPLIED-DATE PIC 9(8).
