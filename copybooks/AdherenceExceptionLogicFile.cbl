       FD ADHERENCE-EXCEPTION-FILE.
       01 ADHERENCE-EXCEPTION-RECORD.
           05 ADHEXC-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 ADHEXC-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *L late arrival, E early departure, N no-show, O no OUT
      *punch - the occurrence types of the points table.
           05 ADHEXC-TYPE PIC X(1).
           05 FILLER PIC X(1).
      *Minutes late or early; zero for the other types.
           05 ADHEXC-MINUTES PIC 9(4).
