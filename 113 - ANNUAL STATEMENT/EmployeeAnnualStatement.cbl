       COPY "HoursPhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".
       COPY "DependentPhysicalFile.cbl".
       COPY "AccumulatorPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "HoursLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".
       COPY "DependentLogicFile.cbl".
       COPY "AccumulatorLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       01  HOURS-FILE-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
       01  DEPENDENT-FILE-STATUS PIC X(2).
       01  ACCUMULATOR-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  END-OF-SCAN PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
               10  TALLY-UNPAID PIC 9(3).

       01  DEPENDENT-COUNT PIC 9(2).

      *The year's pay from the quarterly accumulators the pay run
      *posting keeps, so the statement no longer rebuilds it.
       01  YEAR-PAY-TOTALS.
           05  YEAR-GROSS PIC 9(9)V99.
           05  YEAR-INCOME-TAX PIC 9(9)V99.
           05  YEAR-SOCIAL-TAX PIC 9(9)V99.
           05  YEAR-GARNISHMENTS PIC 9(9)V99.
           05  YEAR-DEDUCTIONS PIC 9(9)V99.
           05  YEAR-NET PIC 9(9)V99.
       01  PAY-EDIT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  STATEMENTS-PRINTED PIC 9(5) VALUE ZERO.
       01  STATEMENTS-DISPLAY PIC Z(4)9.
       01  SALARY-EDIT-DISPLAY PIC Z,ZZZ,ZZ9.99.
      *One page per active employee in ID order, through the shared
      *report writer: service years, salary and grade, the year's
      *hours and daily overtime from hours.dat, absence days by
      *type, the dependents on file, and the year's pay, taxes and
      *deductions from the accumulators - the January sheet that
      *used to be improvised, ready to split by branch for handout.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
      *A site with no dependents keyed yet just prints zero.
       IF RETURN-CODE = ZERO
           OPEN INPUT DEPENDENT-FILE.
      *Likewise a site that has not posted a pay run yet.
       IF RETURN-CODE = ZERO
           OPEN INPUT ACCUMULATOR-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           IF DEPENDENT-FILE-STATUS = "00"
               CLOSE DEPENDENT-FILE
           END-IF
           IF ACCUMULATOR-STATUS = "00"
               CLOSE ACCUMULATOR-FILE.

       ROLL-UP-THE-HOURS.
       OPEN INPUT HOURS-FILE.
       PERFORM FIND-OR-ADD-TALLY.
       PERFORM COUNT-THE-DEPENDENTS THRU COUNT-THE-DEPENDENTS-EXIT.
       PERFORM FIGURE-SERVICE-YEARS.
       PERFORM ADD-UP-THE-YEARS-PAY THRU ADD-UP-THE-YEARS-PAY-EXIT.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "STATEMENT FOR " EMPLOYEES-ID "  "
           EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
       STRING "  DEPENDENTS ON FILE " DEPENDENT-COUNT
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE YEAR-GROSS TO PAY-EDIT-DISPLAY.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  GROSS PAY THIS YEAR    " PAY-EDIT-DISPLAY
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE YEAR-INCOME-TAX TO PAY-EDIT-DISPLAY.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  INCOME TAX WITHHELD    " PAY-EDIT-DISPLAY
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE YEAR-SOCIAL-TAX TO PAY-EDIT-DISPLAY.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  SOCIAL INSURANCE       " PAY-EDIT-DISPLAY
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE YEAR-GARNISHMENTS TO PAY-EDIT-DISPLAY.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  GARNISHMENTS           " PAY-EDIT-DISPLAY
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE YEAR-DEDUCTIONS TO PAY-EDIT-DISPLAY.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  VOLUNTARY DEDUCTIONS   " PAY-EDIT-DISPLAY
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE YEAR-NET TO PAY-EDIT-DISPLAY.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  NET PAY THIS YEAR      " PAY-EDIT-DISPLAY
           DELIMITED BY SIZE INTO STATEMENT-LINE.
       PERFORM WRITE-STATEMENT-LINE.
       ADD 1 TO STATEMENTS-PRINTED.
      *Each statement owns its page; the next employee starts fresh.
       MOVE "P" TO RW-REQUEST.
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           END-IF.

       ADD-UP-THE-YEARS-PAY.
       MOVE ZERO TO YEAR-GROSS YEAR-INCOME-TAX YEAR-SOCIAL-TAX
           YEAR-GARNISHMENTS YEAR-DEDUCTIONS YEAR-NET.
       IF ACCUMULATOR-STATUS NOT = "00"
           GO TO ADD-UP-THE-YEARS-PAY-EXIT.
       MOVE EMPLOYEES-ID TO ACCUM-EMPLOYEE-ID.
       MOVE TODAYS-YEAR TO ACCUM-YEAR.
       MOVE ZERO TO ACCUM-QUARTER.
       START ACCUMULATOR-FILE
           KEY IS NOT LESS THAN ACCUM-KEY
           INVALID KEY
               GO TO ADD-UP-THE-YEARS-PAY-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM ADD-ONE-QUARTERS-PAY
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       ADD-UP-THE-YEARS-PAY-EXIT.
       EXIT.

       ADD-ONE-QUARTERS-PAY.
       READ ACCUMULATOR-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ACCUM-EMPLOYEE-ID = EMPLOYEES-ID
               AND ACCUM-YEAR = TODAYS-YEAR
               ADD ACCUM-GROSS TO YEAR-GROSS
               ADD ACCUM-INCOME-TAX TO YEAR-INCOME-TAX
               ADD ACCUM-SOCIAL-TAX TO YEAR-SOCIAL-TAX
               ADD ACCUM-GARNISHMENTS TO YEAR-GARNISHMENTS
               ADD ACCUM-DEDUCTIONS TO YEAR-DEDUCTIONS
               ADD ACCUM-NET TO YEAR-NET
           ELSE
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           END-IF.

       WRITE-STATEMENT-LINE.
       MOVE STATEMENT-LINE TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
