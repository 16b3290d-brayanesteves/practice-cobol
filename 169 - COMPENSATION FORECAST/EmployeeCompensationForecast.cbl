       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCompensationForecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BudgetPhysicalFile.cbl".
       COPY "RequisitionPhysicalFile.cbl".
       COPY "MeritPhysicalFile.cbl".
       COPY "PayGradePhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BudgetLogicFile.cbl".
       COPY "RequisitionLogicFile.cbl".
       COPY "MeritLogicFile.cbl".
       COPY "PayGradeLogicFile.cbl".
       COPY "BranchLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BUDGET-FILE-STATUS PIC X(2).
       01  REQUISITION-FILE-STATUS PIC X(2).
       01  MERIT-FILE-STATUS PIC X(2).
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BUDGET-FILE-PRESENT PIC X VALUE "N".
       01  REQUISITION-FILE-PRESENT PIC X VALUE "N".
       01  MERIT-FILE-PRESENT PIC X VALUE "N".
       01  PAYGRADE-FILE-PRESENT PIC X VALUE "N".
       01  BRANCH-FILE-PRESENT PIC X VALUE "N".
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  BRANCH-WAS-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).

      *The forecast runs from this month to the end of the fiscal
      *year. FISCAL_YEAR_START_MONTH (MM) names the month the fiscal
      *year opens; January when not given.
       01  FISCAL-START-MONTH PIC 9(2) VALUE 1.
       01  FISCAL-START-WANTED PIC X(2) JUSTIFIED RIGHT
           VALUE SPACES.
       01  WALK-MONTH PIC 9(6).
       01  WALK-MONTH-PARTS REDEFINES WALK-MONTH.
           05  WALK-YEAR PIC 9(4).
           05  WALK-MONTH-NUMBER PIC 9(2).
       01  MONTH-COUNT PIC 9(2) VALUE ZERO.
       01  MONTH-INDEX PIC 9(2).
       01  MONTH-WAS-FOUND PIC X.
       01  MONTH-TABLE.
           05  FORECAST-MONTH PIC 9(6) OCCURS 12 TIMES.

      *What one employee or one vacancy costs a month, and the
      *months it starts and stops.
       01  MONTHLY-COST PIC 9(7)V99.
       01  MONTHLY-MERIT PIC 9(7)V99.
       01  MERIT-FROM-MONTH PIC 9(6).
       01  COST-TO-MONTH PIC 9(6).
       01  VACANCY-FROM-MONTH PIC 9(6).
       01  BAND-MIDPOINT PIC 9(7)V99.

      *Arguments for the shared exchange-rate resolver; the forecast
      *is priced at today's rates.
       77  FX-LOOKUP-CURRENCY PIC X(3).
       77  FX-AS-OF-DATE PIC 9(8).
       77  FX-RATE-FOUND PIC 9(3)V9(6).
       77  FX-LOOKUP-STATUS PIC X(2).
       01  RATE-BRANCH PIC X(3).

      *Arguments for the shared cost-split resolver, so a
      *split-funded employee is forecast where the labor posting
      *charges their pay.
       77  SPLIT-EMPLOYEE-ID PIC 9(6).
       77  SPLIT-AS-OF-DATE PIC 9(8).
       01  SPLIT-AREA.
           05  SPLIT-COUNT PIC 9(2).
           05  SPLIT-ENTRY OCCURS 10 TIMES.
               10  SPLIT-DEPARTMENT PIC X(20).
               10  SPLIT-BRANCH PIC X(3).
               10  SPLIT-PERCENT PIC 9(3)V99.
       77  SPLIT-TOTAL-PERCENT PIC 9(5)V99.
       77  SPLIT-LOOKUP-STATUS PIC X(2).
       01  SPLIT-INDEX PIC 9(2).
       01  COST-LEFT PIC 9(7)V99.
       01  MERIT-LEFT PIC 9(7)V99.
       01  SHARE-COST PIC 9(7)V99.
       01  SHARE-MERIT PIC 9(7)V99.
       01  CHARGE-DEPARTMENT PIC X(20).
       01  BAD-SPLIT-NOTED PIC X.

       01  DEPARTMENT-LIMIT PIC 9(3) VALUE 100.
       01  DEPARTMENT-COUNT PIC 9(3) VALUE ZERO.
       01  DEPARTMENT-INDEX PIC 9(3).
       01  DEPARTMENT-WAS-FOUND PIC X.
       01  FORECAST-TABLE.
           05  FORECAST-ENTRY OCCURS 100 TIMES.
               10  FC-DEPARTMENT PIC X(20).
               10  FC-MONTH OCCURS 12 TIMES.
                   15  FC-STAFF PIC 9(9)V99.
                   15  FC-MERIT PIC 9(9)V99.
                   15  FC-VACANCY PIC 9(9)V99.
                   15  FC-ENDED PIC 9(9)V99.
                   15  FC-BUDGET PIC 9(9)V99.
       01  COMPANY-TABLE.
           05  CO-MONTH OCCURS 12 TIMES.
               10  CO-STAFF PIC 9(11)V99.
               10  CO-MERIT PIC 9(11)V99.
               10  CO-VACANCY PIC 9(11)V99.
               10  CO-ENDED PIC 9(11)V99.
               10  CO-BUDGET PIC 9(11)V99.

      *The line being printed, and the total line under each block.
       01  SUM-STAFF PIC 9(11)V99.
       01  SUM-MERIT PIC 9(11)V99.
       01  SUM-VACANCY PIC 9(11)V99.
       01  SUM-ENDED PIC 9(11)V99.
       01  SUM-BUDGET PIC 9(11)V99.
       01  TOTAL-STAFF PIC 9(11)V99.
       01  TOTAL-MERIT PIC 9(11)V99.
       01  TOTAL-VACANCY PIC 9(11)V99.
       01  TOTAL-ENDED PIC 9(11)V99.
       01  TOTAL-BUDGET PIC 9(11)V99.
       01  LINE-FORECAST PIC 9(11)V99.
       01  LINE-VARIANCE PIC S9(11)V99.
       01  BLOCK-HAS-NO-BUDGET PIC X.

       01  EMPLOYEES-FORECAST PIC 9(5) VALUE ZERO.
       01  MERITS-FORECAST PIC 9(5) VALUE ZERO.
       01  CONTRACTS-ENDING PIC 9(5) VALUE ZERO.
       01  VACANCIES-FORECAST PIC 9(5) VALUE ZERO.
       01  VACANCIES-NOT-PRICED PIC 9(5) VALUE ZERO.
       01  SPLIT-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  SPLIT-TOTAL-DISPLAY PIC ZZZZ9.99.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "MONTH".
           05  FILLER PIC X(15) VALUE "          STAFF".
           05  FILLER PIC X(15) VALUE "          MERIT".
           05  FILLER PIC X(15) VALUE "      VACANCIES".
           05  FILLER PIC X(15) VALUE "CONTRACTS ENDED".
           05  FILLER PIC X(15) VALUE "       FORECAST".
           05  FILLER PIC X(15) VALUE "         BUDGET".
           05  FILLER PIC X(15) VALUE "    OVER(UNDER)".

       01  DETAIL-LINE.
           05  DL-MONTH PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-STAFF PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-MERIT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-VACANCY PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-ENDED PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-FORECAST PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-VARIANCE PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-FLAG PIC X(9).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "compforecast".
       77  RW-TITLE PIC X(60)
           VALUE "SALARY COST FORECAST TO FISCAL YEAR END".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Finance's salary-cost forecast for the rest of the fiscal
      *year, by department and month, set against the salary
      *dollars budgeted in budgets.dat. The staff cost is today's
      *salary a month for everyone active or on leave, charged
      *through their cost split and priced in home currency at
      *today's rate; a contract or temporary employee's cost stops
      *after the month their end date falls in and shows as ended
      *from then on. Merit increases entered in meritcycle.dat and
      *not yet applied add the rise from their effective month.
      *Open requisitions are costed at the band midpoint for their
      *job title from the month they are expected to be filled -
      *from this month when no date was given. A month with no
      *salary budget is flagged rather than shown as all over.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM BUILD-THE-MONTHS
           PERFORM OPEN-THE-REPORT
           PERFORM FORECAST-THE-STAFF
           PERFORM FORECAST-THE-VACANCIES
           PERFORM PICK-UP-THE-BUDGETS
           PERFORM PRINT-THE-DEPARTMENTS
           PERFORM PRINT-THE-COMPANY-TOTAL
           PERFORM PRINT-THE-COUNTS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           DISPLAY "Compensation forecast " FORECAST-MONTH (1)
               " to " FORECAST-MONTH (MONTH-COUNT)
               " written to the compforecast report.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-OTHER-FILES.

      *None of these is essential: without a budget there is
      *nothing to compare against, without requisitions or merit
      *proposals there is nothing to add, and without the band
      *table or branches vacancies go unpriced and pay is taken
      *as home currency. Each absence is said once.
       OPEN-THE-OTHER-FILES.
       OPEN INPUT BUDGET-FILE.
       IF BUDGET-FILE-STATUS = "00"
           MOVE "Y" TO BUDGET-FILE-PRESENT
       ELSE
           DISPLAY "No budgets.dat - the forecast is shown with no"
               " budget to compare.".
       OPEN INPUT REQUISITION-FILE.
       IF REQUISITION-FILE-STATUS = "00"
           MOVE "Y" TO REQUISITION-FILE-PRESENT
       ELSE
           DISPLAY "No requisitions.dat - no vacancies forecast.".
       OPEN INPUT MERIT-FILE.
       IF MERIT-FILE-STATUS = "00"
           MOVE "Y" TO MERIT-FILE-PRESENT
       ELSE
           DISPLAY "No meritcycle.dat - no merit increases"
               " forecast.".
       OPEN INPUT PAYGRADE-FILE.
       IF PAYGRADE-FILE-STATUS = "00"
           MOVE "Y" TO PAYGRADE-FILE-PRESENT
       ELSE
           DISPLAY "No paygrades.dat - vacancies cannot be"
               " priced.".
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCH-FILE-PRESENT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF BUDGET-FILE-PRESENT = "Y"
           CLOSE BUDGET-FILE.
       IF REQUISITION-FILE-PRESENT = "Y"
           CLOSE REQUISITION-FILE.
       IF MERIT-FILE-PRESENT = "Y"
           CLOSE MERIT-FILE.
       IF PAYGRADE-FILE-PRESENT = "Y"
           CLOSE PAYGRADE-FILE.
       IF BRANCH-FILE-PRESENT = "Y"
           CLOSE BRANCH-FILE.

      *This month, then each month after it until the one the next
      *fiscal year opens in.
       BUILD-THE-MONTHS.
       ACCEPT FISCAL-START-WANTED FROM ENVIRONMENT
           "FISCAL_YEAR_START_MONTH".
       IF FISCAL-START-WANTED NOT = SPACES
           INSPECT FISCAL-START-WANTED
               REPLACING LEADING " " BY "0"
           IF FISCAL-START-WANTED IS NUMERIC
               MOVE FISCAL-START-WANTED TO FISCAL-START-MONTH
           END-IF.
       IF FISCAL-START-MONTH < 1 OR FISCAL-START-MONTH > 12
           MOVE 1 TO FISCAL-START-MONTH.
       MOVE TODAYS-DATE (1:6) TO WALK-MONTH.
       MOVE 1 TO MONTH-COUNT.
       MOVE WALK-MONTH TO FORECAST-MONTH (1).
       PERFORM STEP-TO-NEXT-MONTH.
       PERFORM ADD-ONE-MONTH
           UNTIL WALK-MONTH-NUMBER = FISCAL-START-MONTH
           OR MONTH-COUNT = 12.

       ADD-ONE-MONTH.
       ADD 1 TO MONTH-COUNT.
       MOVE WALK-MONTH TO FORECAST-MONTH (MONTH-COUNT).
       PERFORM STEP-TO-NEXT-MONTH.

       STEP-TO-NEXT-MONTH.
       IF WALK-MONTH-NUMBER < 12
           ADD 1 TO WALK-MONTH-NUMBER
       ELSE
           MOVE 1 TO WALK-MONTH-NUMBER
           ADD 1 TO WALK-YEAR.

       FORECAST-THE-STAFF.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-EMPLOYEE.
       PERFORM FORECAST-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       FORECAST-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM PRICE-ONE-EMPLOYEE.
       PERFORM READ-NEXT-EMPLOYEE.

       PRICE-ONE-EMPLOYEE.
       ADD 1 TO EMPLOYEES-FORECAST.
       MOVE EMPLOYEES-BRANCH TO RATE-BRANCH.
       PERFORM FETCH-THE-RATE.
       COMPUTE MONTHLY-COST ROUNDED =
           EMPLOYEES-SALARY / 12 * FX-RATE-FOUND.
       MOVE 999999 TO COST-TO-MONTH.
       IF NOT EMPLOYEES-REGULAR
           AND EMPLOYEES-CONTRACT-END-DATE > ZERO
           MOVE EMPLOYEES-CONTRACT-END-DATE (1:6) TO COST-TO-MONTH
           IF COST-TO-MONTH < FORECAST-MONTH (MONTH-COUNT)
               ADD 1 TO CONTRACTS-ENDING
           END-IF.
       PERFORM FIND-THE-MERIT.
       PERFORM CHARGE-THE-COST.

      *Only a proposal entered and not yet applied adds anything; an
      *applied one is already in the salary.
       FIND-THE-MERIT.
       MOVE ZERO TO MONTHLY-MERIT.
       MOVE 999999 TO MERIT-FROM-MONTH.
       IF MERIT-FILE-PRESENT = "Y"
           MOVE EMPLOYEES-ID TO MERIT-EMPLOYEE-ID
           MOVE "Y" TO RECORD-FOUND
           READ MERIT-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "Y"
               AND MERIT-ENTERED
               AND MERIT-PROPOSED-SALARY > EMPLOYEES-SALARY
               COMPUTE MONTHLY-MERIT ROUNDED =
                   (MERIT-PROPOSED-SALARY - EMPLOYEES-SALARY)
                   / 12 * FX-RATE-FOUND
               MOVE MERIT-EFFECTIVE-DATE (1:6) TO MERIT-FROM-MONTH
               ADD 1 TO MERITS-FORECAST
           END-IF.

      *Shared across the cost split the way the labor posting
      *shares pay; the last share takes the rounding remainder.
      *Splits are dated, so each month is charged by the split in
      *force on its first day - one ending or starting inside the
      *forecast moves the cost from that month on.
       CHARGE-THE-COST.
       MOVE EMPLOYEES-ID TO SPLIT-EMPLOYEE-ID.
       MOVE "N" TO BAD-SPLIT-NOTED.
       MOVE 1 TO MONTH-INDEX.
       PERFORM CHARGE-ONE-MONTH
           UNTIL MONTH-INDEX > MONTH-COUNT.

       CHARGE-ONE-MONTH.
       COMPUTE SPLIT-AS-OF-DATE =
           FORECAST-MONTH (MONTH-INDEX) * 100 + 1.
       CALL "CostAllocationService" USING SPLIT-EMPLOYEE-ID
           SPLIT-AS-OF-DATE SPLIT-AREA SPLIT-TOTAL-PERCENT
           SPLIT-LOOKUP-STATUS.
       IF SPLIT-LOOKUP-STATUS = "00"
           MOVE MONTHLY-COST TO COST-LEFT
           MOVE MONTHLY-MERIT TO MERIT-LEFT
           MOVE 1 TO SPLIT-INDEX
           PERFORM CHARGE-ONE-SPLIT
               UNTIL SPLIT-INDEX > SPLIT-COUNT
       ELSE
           IF SPLIT-LOOKUP-STATUS = "20"
               AND BAD-SPLIT-NOTED = "N"
               PERFORM NOTE-THE-BAD-SPLIT
           END-IF
           MOVE EMPLOYEES-DEPARTMENT TO CHARGE-DEPARTMENT
           MOVE MONTHLY-COST TO SHARE-COST
           MOVE MONTHLY-MERIT TO SHARE-MERIT
           PERFORM ADD-THE-EMPLOYEE-SHARE.
       ADD 1 TO MONTH-INDEX.

       CHARGE-ONE-SPLIT.
       IF SPLIT-INDEX = SPLIT-COUNT
           MOVE COST-LEFT TO SHARE-COST
           MOVE MERIT-LEFT TO SHARE-MERIT
       ELSE
           COMPUTE SHARE-COST ROUNDED =
               MONTHLY-COST * SPLIT-PERCENT (SPLIT-INDEX) / 100
           COMPUTE SHARE-MERIT ROUNDED =
               MONTHLY-MERIT * SPLIT-PERCENT (SPLIT-INDEX) / 100.
       SUBTRACT SHARE-COST FROM COST-LEFT.
       SUBTRACT SHARE-MERIT FROM MERIT-LEFT.
       MOVE SPLIT-DEPARTMENT (SPLIT-INDEX) TO CHARGE-DEPARTMENT.
       PERFORM ADD-THE-EMPLOYEE-SHARE.
       ADD 1 TO SPLIT-INDEX.

      *Reported once per employee, however many months it covers.
       NOTE-THE-BAD-SPLIT.
       MOVE "Y" TO BAD-SPLIT-NOTED.
       ADD 1 TO SPLIT-EXCEPTION-COUNT.
       MOVE SPLIT-TOTAL-PERCENT TO SPLIT-TOTAL-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "COST SPLIT FOR " EMPLOYEES-ID " TOTALS "
           SPLIT-TOTAL-DISPLAY "% - FORECAST IN HOME DEPARTMENT"
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Past the end of a contract the cost, rise included, shows as
      *ended instead of as staff.
       ADD-THE-EMPLOYEE-SHARE.
       PERFORM FIND-DEPARTMENT-ROW.
       IF DEPARTMENT-WAS-FOUND = "Y"
           PERFORM ADD-THE-MONTH-OF-STAFF.

       ADD-THE-MONTH-OF-STAFF.
       IF FORECAST-MONTH (MONTH-INDEX) > COST-TO-MONTH
           ADD SHARE-COST TO FC-ENDED (DEPARTMENT-INDEX, MONTH-INDEX)
           IF FORECAST-MONTH (MONTH-INDEX) NOT < MERIT-FROM-MONTH
               ADD SHARE-MERIT
                   TO FC-ENDED (DEPARTMENT-INDEX, MONTH-INDEX)
           END-IF
       ELSE
           ADD SHARE-COST TO FC-STAFF (DEPARTMENT-INDEX, MONTH-INDEX)
           IF FORECAST-MONTH (MONTH-INDEX) NOT < MERIT-FROM-MONTH
               ADD SHARE-MERIT
                   TO FC-MERIT (DEPARTMENT-INDEX, MONTH-INDEX)
           END-IF.

       FORECAST-THE-VACANCIES.
       IF REQUISITION-FILE-PRESENT = "Y"
           MOVE ZEROES TO REQ-POSITION-NUMBER
           START REQUISITION-FILE
               KEY IS NOT LESS THAN REQ-POSITION-NUMBER
               INVALID KEY
                   CONTINUE
           END-START
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-POSITION
           PERFORM FORECAST-ONE-POSITION
               UNTIL READ-ALL = "1".

       FORECAST-ONE-POSITION.
       IF REQ-OPEN
           PERFORM PRICE-ONE-POSITION THRU PRICE-ONE-POSITION-EXIT.
       PERFORM READ-NEXT-POSITION.

       PRICE-ONE-POSITION.
       MOVE "Y" TO RECORD-FOUND.
       IF PAYGRADE-FILE-PRESENT = "N"
           MOVE "N" TO RECORD-FOUND
       ELSE
           MOVE REQ-JOB-TITLE TO PAYGRADE-JOB-TITLE
           READ PAYGRADE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ.
       IF RECORD-FOUND = "N"
           ADD 1 TO VACANCIES-NOT-PRICED
           MOVE SPACES TO RW-DETAIL
           STRING "POSITION " REQ-POSITION-NUMBER " (" REQ-JOB-TITLE
               ") HAS NO PAY GRADE - NOT FORECAST"
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           GO TO PRICE-ONE-POSITION-EXIT.
       ADD 1 TO VACANCIES-FORECAST.
       COMPUTE BAND-MIDPOINT ROUNDED =
           (PAYGRADE-MIN-SALARY + PAYGRADE-MAX-SALARY) / 2.
       MOVE REQ-BRANCH TO RATE-BRANCH.
       PERFORM FETCH-THE-RATE.
       COMPUTE MONTHLY-COST ROUNDED =
           BAND-MIDPOINT / 12 * FX-RATE-FOUND.
       MOVE REQ-EXPECTED-FILL-DATE (1:6) TO VACANCY-FROM-MONTH.
       IF VACANCY-FROM-MONTH < FORECAST-MONTH (1)
           MOVE FORECAST-MONTH (1) TO VACANCY-FROM-MONTH.
       MOVE REQ-DEPARTMENT TO CHARGE-DEPARTMENT.
       PERFORM FIND-DEPARTMENT-ROW.
       IF DEPARTMENT-WAS-FOUND = "Y"
           MOVE 1 TO MONTH-INDEX
           PERFORM ADD-ONE-MONTH-OF-VACANCY
               UNTIL MONTH-INDEX > MONTH-COUNT.
       PRICE-ONE-POSITION-EXIT.
       EXIT.

       ADD-ONE-MONTH-OF-VACANCY.
       IF FORECAST-MONTH (MONTH-INDEX) NOT < VACANCY-FROM-MONTH
           ADD MONTHLY-COST
               TO FC-VACANCY (DEPARTMENT-INDEX, MONTH-INDEX).
       ADD 1 TO MONTH-INDEX.

      *Every department with a salary budget in the window gets a
      *block, even one with nobody in it yet.
       PICK-UP-THE-BUDGETS.
       IF BUDGET-FILE-PRESENT = "Y"
           MOVE LOW-VALUES TO BUDGET-KEY
           START BUDGET-FILE
               KEY IS NOT LESS THAN BUDGET-KEY
               INVALID KEY
                   CONTINUE
           END-START
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-BUDGET
           PERFORM PICK-UP-ONE-BUDGET
               UNTIL READ-ALL = "1".

       PICK-UP-ONE-BUDGET.
       MOVE "N" TO MONTH-WAS-FOUND.
       MOVE 1 TO MONTH-INDEX.
       PERFORM LOOK-FOR-BUDGET-MONTH
           UNTIL MONTH-WAS-FOUND = "Y"
           OR MONTH-INDEX > MONTH-COUNT.
       IF MONTH-WAS-FOUND = "Y"
           AND BUDGET-SALARY-AMOUNT > ZERO
           MOVE BUDGET-DEPARTMENT TO CHARGE-DEPARTMENT
           PERFORM FIND-DEPARTMENT-ROW
           IF DEPARTMENT-WAS-FOUND = "Y"
               ADD BUDGET-SALARY-AMOUNT
                   TO FC-BUDGET (DEPARTMENT-INDEX, MONTH-INDEX)
           END-IF.
       PERFORM READ-NEXT-BUDGET.

       LOOK-FOR-BUDGET-MONTH.
       IF FORECAST-MONTH (MONTH-INDEX) = BUDGET-PERIOD
           MOVE "Y" TO MONTH-WAS-FOUND
       ELSE
           ADD 1 TO MONTH-INDEX.

       FETCH-THE-RATE.
       MOVE SPACES TO FX-LOOKUP-CURRENCY.
       IF BRANCH-FILE-PRESENT = "Y"
           MOVE RATE-BRANCH TO BRANCH-CODE
           MOVE "Y" TO BRANCH-WAS-FOUND
           READ BRANCH-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BRANCH-WAS-FOUND
           END-READ
           IF BRANCH-WAS-FOUND = "Y"
               MOVE BRANCH-CURRENCY TO FX-LOOKUP-CURRENCY
           END-IF.
       MOVE TODAYS-DATE TO FX-AS-OF-DATE.
       CALL "FxRateService" USING FX-LOOKUP-CURRENCY
           FX-AS-OF-DATE FX-RATE-FOUND FX-LOOKUP-STATUS.

      *Leaves DEPARTMENT-INDEX on CHARGE-DEPARTMENT's row, adding a
      *cleared one the first time the department is seen.
       FIND-DEPARTMENT-ROW.
       MOVE "N" TO DEPARTMENT-WAS-FOUND.
       MOVE 1 TO DEPARTMENT-INDEX.
       PERFORM CHECK-ONE-DEPARTMENT-ROW
           UNTIL DEPARTMENT-WAS-FOUND = "Y"
           OR DEPARTMENT-INDEX > DEPARTMENT-COUNT.
       IF DEPARTMENT-WAS-FOUND = "N"
           IF DEPARTMENT-COUNT >= DEPARTMENT-LIMIT
               DISPLAY "More departments than the table holds - "
                   CHARGE-DEPARTMENT " is left out of the forecast."
           ELSE
               ADD 1 TO DEPARTMENT-COUNT
               MOVE DEPARTMENT-COUNT TO DEPARTMENT-INDEX
               INITIALIZE FORECAST-ENTRY (DEPARTMENT-INDEX)
               MOVE CHARGE-DEPARTMENT
                   TO FC-DEPARTMENT (DEPARTMENT-INDEX)
               MOVE "Y" TO DEPARTMENT-WAS-FOUND.

       CHECK-ONE-DEPARTMENT-ROW.
       IF FC-DEPARTMENT (DEPARTMENT-INDEX) = CHARGE-DEPARTMENT
           MOVE "Y" TO DEPARTMENT-WAS-FOUND
       ELSE
           ADD 1 TO DEPARTMENT-INDEX.

       PRINT-THE-DEPARTMENTS.
       INITIALIZE COMPANY-TABLE.
       MOVE 1 TO DEPARTMENT-INDEX.
       PERFORM PRINT-ONE-DEPARTMENT
           UNTIL DEPARTMENT-INDEX > DEPARTMENT-COUNT.

       PRINT-ONE-DEPARTMENT.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       STRING "DEPARTMENT: " FC-DEPARTMENT (DEPARTMENT-INDEX)
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       PERFORM CLEAR-THE-SUMS.
       MOVE 1 TO MONTH-INDEX.
       PERFORM PRINT-ONE-DEPARTMENT-MONTH
           UNTIL MONTH-INDEX > MONTH-COUNT.
       PERFORM PRINT-THE-SUMS.
       ADD 1 TO DEPARTMENT-INDEX.

       PRINT-ONE-DEPARTMENT-MONTH.
       MOVE FC-STAFF (DEPARTMENT-INDEX, MONTH-INDEX) TO SUM-STAFF.
       MOVE FC-MERIT (DEPARTMENT-INDEX, MONTH-INDEX) TO SUM-MERIT.
       MOVE FC-VACANCY (DEPARTMENT-INDEX, MONTH-INDEX)
           TO SUM-VACANCY.
       MOVE FC-ENDED (DEPARTMENT-INDEX, MONTH-INDEX) TO SUM-ENDED.
       MOVE FC-BUDGET (DEPARTMENT-INDEX, MONTH-INDEX) TO SUM-BUDGET.
       ADD SUM-STAFF TO CO-STAFF (MONTH-INDEX).
       ADD SUM-MERIT TO CO-MERIT (MONTH-INDEX).
       ADD SUM-VACANCY TO CO-VACANCY (MONTH-INDEX).
       ADD SUM-ENDED TO CO-ENDED (MONTH-INDEX).
       ADD SUM-BUDGET TO CO-BUDGET (MONTH-INDEX).
       PERFORM PRINT-ONE-MONTH-LINE.

       PRINT-THE-COMPANY-TOTAL.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "ALL DEPARTMENTS" TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       PERFORM CLEAR-THE-SUMS.
       MOVE 1 TO MONTH-INDEX.
       PERFORM PRINT-ONE-COMPANY-MONTH
           UNTIL MONTH-INDEX > MONTH-COUNT.
       PERFORM PRINT-THE-SUMS.

       PRINT-ONE-COMPANY-MONTH.
       MOVE CO-STAFF (MONTH-INDEX) TO SUM-STAFF.
       MOVE CO-MERIT (MONTH-INDEX) TO SUM-MERIT.
       MOVE CO-VACANCY (MONTH-INDEX) TO SUM-VACANCY.
       MOVE CO-ENDED (MONTH-INDEX) TO SUM-ENDED.
       MOVE CO-BUDGET (MONTH-INDEX) TO SUM-BUDGET.
       PERFORM PRINT-ONE-MONTH-LINE.

      *Prints the month held in the SUM- fields and adds it to the
      *block's total.
       PRINT-ONE-MONTH-LINE.
       PERFORM BUILD-A-DETAIL-LINE.
       MOVE FORECAST-MONTH (MONTH-INDEX) TO DL-MONTH.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD SUM-STAFF TO TOTAL-STAFF.
       ADD SUM-MERIT TO TOTAL-MERIT.
       ADD SUM-VACANCY TO TOTAL-VACANCY.
       ADD SUM-ENDED TO TOTAL-ENDED.
       ADD SUM-BUDGET TO TOTAL-BUDGET.
       IF SUM-BUDGET = ZERO
           MOVE "Y" TO BLOCK-HAS-NO-BUDGET.
       ADD 1 TO MONTH-INDEX.

       CLEAR-THE-SUMS.
       MOVE ZERO TO TOTAL-STAFF TOTAL-MERIT TOTAL-VACANCY
           TOTAL-ENDED TOTAL-BUDGET.
       MOVE "N" TO BLOCK-HAS-NO-BUDGET.

      *A total set against a budget that covers only some of the
      *months is flagged, since its variance is not like for like.
       PRINT-THE-SUMS.
       MOVE TOTAL-STAFF TO SUM-STAFF.
       MOVE TOTAL-MERIT TO SUM-MERIT.
       MOVE TOTAL-VACANCY TO SUM-VACANCY.
       MOVE TOTAL-ENDED TO SUM-ENDED.
       MOVE TOTAL-BUDGET TO SUM-BUDGET.
       PERFORM BUILD-A-DETAIL-LINE.
       MOVE "TOTAL" TO DL-MONTH.
       IF BLOCK-HAS-NO-BUDGET = "Y" AND TOTAL-BUDGET > ZERO
           MOVE "PART YEAR" TO DL-FLAG.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Forecast is staff plus merit plus vacancies; the ended
      *column is what the contracts ending no longer cost.
       BUILD-A-DETAIL-LINE.
       COMPUTE LINE-FORECAST = SUM-STAFF + SUM-MERIT + SUM-VACANCY.
       MOVE SUM-STAFF TO DL-STAFF.
       MOVE SUM-MERIT TO DL-MERIT.
       MOVE SUM-VACANCY TO DL-VACANCY.
       MOVE SUM-ENDED TO DL-ENDED.
       MOVE LINE-FORECAST TO DL-FORECAST.
       MOVE SUM-BUDGET TO DL-BUDGET.
       IF SUM-BUDGET = ZERO
           MOVE ZERO TO DL-VARIANCE
           MOVE "NO BUDGET" TO DL-FLAG
       ELSE
           COMPUTE LINE-VARIANCE = LINE-FORECAST - SUM-BUDGET
           MOVE LINE-VARIANCE TO DL-VARIANCE
           MOVE SPACES TO DL-FLAG.

       PRINT-THE-COUNTS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE EMPLOYEES-FORECAST TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES FORECAST:                 " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE CONTRACTS-ENDING TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "CONTRACTS ENDING BEFORE YEAR END:   " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE MERITS-FORECAST TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "MERIT INCREASES NOT YET APPLIED:    " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE VACANCIES-FORECAST TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "OPEN REQUISITIONS FORECAST:         " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE VACANCIES-NOT-PRICED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "OPEN REQUISITIONS WITH NO PAY GRADE:" COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPLIT-EXCEPTION-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "COST SPLITS NOT TOTALLING 100:      " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE HEADING-LINE TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-REPORT-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-POSITION.
       READ REQUISITION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-BUDGET.
       READ BUDGET-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeCompensationForecast.
