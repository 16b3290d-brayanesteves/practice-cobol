       FD PROJECT-FILE.
       01 PROJECT-RECORD.
           05 PROJECT-CODE PIC X(8).
           05 PROJECT-NAME PIC X(30).
           05 PROJECT-CUSTOMER PIC X(30).
      *Billable hours go out to invoicing each month; internal
      *projects are costed but never billed.
           05 PROJECT-BILLABLE PIC X(1).
               88 PROJECT-IS-BILLABLE VALUE "Y".
               88 PROJECT-BILLABLE-VALID VALUE "Y" "N".
      *A closed project takes no more time at the clock.
           05 PROJECT-STATUS PIC X(1).
               88 PROJECT-OPEN VALUE "A".
               88 PROJECT-CLOSED VALUE "C".
               88 PROJECT-STATUS-VALID VALUE "A" "C".
