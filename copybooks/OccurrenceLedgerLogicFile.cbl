       FD OCCURRENCE-LEDGER-FILE.
       01 OCCURRENCE-LEDGER-RECORD.
           05 OCC-KEY.
               10 OCC-EMPLOYEE-ID PIC 9(6).
               10 OCC-DATE PIC 9(8).
      *The occurrence types of the points table.
               10 OCC-TYPE PIC X(1).
      *Points as the table stood when posted, so a later change to
      *the table does not rewrite what an employee was told.
           05 OCC-POINTS PIC 9(2)V9.
      *A from absences.dat, H from the schedule adherence check.
           05 OCC-SOURCE PIC X(1).
               88 OCC-FROM-ABSENCE VALUE "A".
               88 OCC-FROM-ADHERENCE VALUE "H".
           05 OCC-POSTED-DATE PIC 9(8).
