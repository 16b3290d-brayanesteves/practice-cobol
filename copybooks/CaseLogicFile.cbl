       FD CASE-FILE.
       01 CASE-RECORD.
           05 CASE-KEY.
               10 CASE-EMPLOYEE-ID PIC 9(6).
               10 CASE-NUMBER PIC 9(3).
      *V verbal, W written and F final warnings, S suspension, G a
      *union grievance brought by the employee.
           05 CASE-TYPE PIC X(1).
               88 CASE-VERBAL-WARNING VALUE "V".
               88 CASE-WRITTEN-WARNING VALUE "W".
               88 CASE-FINAL-WARNING VALUE "F".
               88 CASE-SUSPENSION VALUE "S".
               88 CASE-GRIEVANCE VALUE "G".
               88 CASE-IS-DISCIPLINE VALUE "V" "W" "F" "S".
           05 CASE-DESCRIPTION PIC X(30).
           05 CASE-OPENED-DATE PIC 9(8).
           05 CASE-OPENED-BY PIC X(8).
      *The step of the contract procedure reached, with the date
      *each step was taken, and when the next one falls due. A zero
      *due date means no further step is owed.
           05 CASE-STEP PIC 9(1).
           05 CASE-STEP-DATE OCCURS 4 TIMES PIC 9(8).
           05 CASE-NEXT-DUE-DATE PIC 9(8).
           05 CASE-SUSPENSION-DAYS PIC 9(3).
      *Hearing result: U upheld, R reduced, O overturned, W
      *withdrawn; blank until heard. An overturned or withdrawn
      *case never counts against the employee.
           05 CASE-HEARING-DATE PIC 9(8).
           05 CASE-OUTCOME PIC X(1).
               88 CASE-UPHELD VALUE "U".
               88 CASE-REDUCED VALUE "R".
               88 CASE-OVERTURNED VALUE "O".
               88 CASE-WITHDRAWN VALUE "W".
      *After this date a warning or suspension no longer counts and
      *is sealed from normal inquiry; zero on a grievance.
           05 CASE-EXPIRY-DATE PIC 9(8).
           05 CASE-STATUS PIC X(1).
               88 CASE-OPEN VALUE "O".
               88 CASE-CLOSED VALUE "C".
