       CALL "EmployeeControlReconciliation".
       CALL "EmployeeHeadcountCrosstab".
       CALL "EmployeeHeadcountSnapshot".
      *The labor cost of the last pay run goes to the ledger, in the
      *figures the payroll reconciliation proves against it.
       CALL "EmployeeGlLaborPosting".
      *Pay earned through month-end but paid next month is accrued
      *to the same accounts, to be reversed on the first.
       CALL "EmployeeWageAccrual".
      *Everything journaled this month ships to the standby before
      *the rollover closes the month's audit and journal into dated
      *generations and starts fresh files.
