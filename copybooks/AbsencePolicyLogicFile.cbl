       FD ABSENCE-POLICY-FILE.
       01 ABSENCE-POLICY-RECORD.
      *R regular, C contract, T temporary - the codes the master
      *carries in EMPLOYEES-EMPLOYMENT-TYPE; a blank type on the
      *master is regular.
           05 ABSPOL-EMPLOYMENT-TYPE PIC X(1).
               88 ABSPOL-REGULAR VALUE "R".
               88 ABSPOL-CONTRACT VALUE "C".
               88 ABSPOL-TEMPORARY VALUE "T".
      *Sick days in a calendar year paid at full rate.
           05 ABSPOL-SICK-FULL-DAYS PIC 9(3).
      *Percent of the daily rate paid for each sick day beyond
      *the full-pay days; 000 leaves them unpaid.
           05 ABSPOL-SICK-PERCENT PIC 9(3).
           05 ABSPOL-CHANGED-DATE PIC 9(8).
           05 ABSPOL-CHANGED-BY PIC X(8).
