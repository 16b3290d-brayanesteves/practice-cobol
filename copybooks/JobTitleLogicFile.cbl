       01 JOBTITLE-RECORD.
           05 JOBTITLE-CODE PIC X(20).
           05 JOBTITLE-DESCRIPTION PIC X(30).
      *The workers' compensation class the insurer rates this job
      *under, and its premium rate per hundred of covered payroll.
      *Spaces means not yet classified.
           05 JOBTITLE-WC-CLASS PIC X(4).
           05 JOBTITLE-WC-RATE PIC 9(3)V9(4).
