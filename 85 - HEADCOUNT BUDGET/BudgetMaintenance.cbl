
       PROCEDURE DIVISION.
      *Maintains the authorized-headcount file that used to live in
      *a finance spreadsheet: one entry per department per period,
      *carrying the heads and the salary dollars authorized.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "Budget already on file - the authorized count"
               " and salary budget will be replaced."
           DISPLAY "CURRENT: " BUDGET-AUTHORIZED
               " SALARY BUDGET: " BUDGET-SALARY-AMOUNT.
       DISPLAY "ENTER the authorized headcount: ".
       ACCEPT BUDGET-AUTHORIZED.
       DISPLAY "ENTER the salary budget for the period (0 if none): ".
       ACCEPT BUDGET-SALARY-AMOUNT.
       IF RECORD-FOUND = "Y"
           REWRITE BUDGET-RECORD
               INVALID KEY

       LIST-ONE-BUDGET.
       DISPLAY "PERIOD " BUDGET-PERIOD " " BUDGET-DEPARTMENT
           " AUTHORIZED: " BUDGET-AUTHORIZED
           " SALARY BUDGET: " BUDGET-SALARY-AMOUNT.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-BUDGET.

