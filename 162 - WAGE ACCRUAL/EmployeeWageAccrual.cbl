       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeWageAccrual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "GlMapPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "AccrualControlPhysicalFile.cbl".

      *The processing calendar, for the month-end date the accrual
      *is taken through.
       SELECT OPTIONAL CALENDAR-FILE
       ASSIGN TO "calendar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CALENDAR-FILE-STATUS.

      *The accrual batch, in the glposting.dat layout finance
      *already imports; one D and one C line per mapped bucket.
       SELECT GL-ACCRUAL-FILE
       ASSIGN TO "glaccrual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GL-ACCRUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "GlMapLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "AccrualControlLogicFile.cbl".

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CALENDAR-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *B business day, H holiday.
           05 CALENDAR-DAY-TYPE PIC X(1).
           05 FILLER PIC X(1).
      *E on the date that runs the month-end work.
           05 CALENDAR-MONTH-END PIC X(1).

       FD GL-ACCRUAL-FILE.
       01 GL-ACCRUAL-RECORD.
      *D debit, C credit.
           05 GLACC-SIDE PIC X(1).
           05 FILLER PIC X(1).
           05 GLACC-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 GLACC-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 GLACC-DEPARTMENT PIC X(20).
           05 FILLER PIC X(1).
           05 GLACC-BRANCH PIC X(3).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  GLMAP-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-PRESENT PIC X VALUE "N".
       01  CALENDAR-FILE-STATUS PIC X(2).
       01  ACCRUAL-CONTROL-STATUS PIC X(2).
       01  GL-ACCRUAL-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  END-OF-CALENDAR PIC X.
       77  MAPPING-FOUND PIC X.
       77  BRANCH-WAS-FOUND PIC X.

       01  TODAYS-DATE PIC 9(8).
      *The accrual runs through the calendar's month-end date for
      *the current month - today, when no date is flagged - and
      *reverses on the first day of the month after.
       01  ACCRUE-THROUGH-DATE PIC 9(8).
       01  ACCRUE-THROUGH-PARTS REDEFINES ACCRUE-THROUGH-DATE.
           05  ACCRUE-THROUGH-YEAR PIC 9(4).
           05  ACCRUE-THROUGH-MONTH PIC 9(2).
           05  ACCRUE-THROUGH-DAY PIC 9(2).
       01  REVERSE-ON-DATE PIC 9(8).
       01  REVERSE-ON-PARTS REDEFINES REVERSE-ON-DATE.
           05  REVERSE-ON-YEAR PIC 9(4).
           05  REVERSE-ON-MONTH PIC 9(2).
           05  REVERSE-ON-DAY PIC 9(2).
       01  PRIOR-ACCRUAL-FOUND PIC X VALUE "N".
       01  PRIOR-THROUGH-DATE PIC 9(8).
       01  PRIOR-REVERSE-ON-DATE PIC 9(8).
       01  PRIOR-STATE PIC X(1).

      *Arguments for the shared pay-period lookup: the period of
      *the employee's own frequency that the month-end falls in.
       77  PP-REQUEST PIC X.
       77  PP-EMPLOYEE-ID PIC 9(6).
       77  PP-FREQUENCY PIC X(1).
       77  PP-DATE PIC 9(8).
       77  PP-PERIOD PIC 9(6).
       77  PP-START-DATE PIC 9(8).
       77  PP-END-DATE PIC 9(8).
       77  PP-CUTOFF-DATE PIC 9(8).
       77  PP-PAY-DATE PIC 9(8).
       77  PP-STATUS PIC X(2).
       01  PERIODS-PER-YEAR PIC 9(2).

      *Arguments for the shared date arithmetic, used to count the
      *days of the period and the days of it already worked.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).
       01  WALK-DATE PIC 9(8).
       01  DAY-NUMBER PIC 9(3).
       01  EARNED-DAYS PIC 9(3).
       01  PERIOD-DAYS PIC 9(3).

      *Arguments for the shared exchange-rate resolver, priced the
      *way the month-end labor posting prices.
       77  FX-LOOKUP-CURRENCY PIC X(3).
       77  FX-AS-OF-DATE PIC 9(8).
       77  FX-RATE-FOUND PIC 9(3)V9(6).
       77  FX-LOOKUP-STATUS PIC X(2).

      *Arguments for the shared cost-split resolver, so a
      *split-funded employee's accrual lands where the labor
      *posting charges their pay.
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
       01  FULL-COST PIC 9(7)V99.
       01  COST-LEFT PIC 9(7)V99.
       01  LINE-COST PIC 9(7)V99.
       01  CHARGE-DEPARTMENT PIC X(20).
       01  CHARGE-BRANCH PIC X(3).

       01  BUCKET-LIMIT PIC 9(3) VALUE 200.
       01  BUCKET-COUNT PIC 9(3) VALUE ZERO.
       01  BUCKET-INDEX PIC 9(3).
       01  BUCKET-WAS-FOUND PIC X.
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 200 TIMES.
               10  BUCKET-DEPARTMENT PIC X(20).
               10  BUCKET-BRANCH PIC X(3).
               10  BUCKET-AMOUNT PIC 9(9)V99.

       01  ACCRUED-COUNT PIC 9(5) VALUE ZERO.
       01  NO-PERIOD-COUNT PIC 9(5) VALUE ZERO.
       01  SPLIT-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01  UNMAPPED-COUNT PIC 9(3) VALUE ZERO.
       01  POSTED-COUNT PIC 9(3) VALUE ZERO.
       01  LINES-WRITTEN PIC 9(5) VALUE ZERO.
       01  TOTAL-DEBITS PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-CREDITS PIC 9(11)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  SPLIT-TOTAL-DISPLAY PIC ZZZZ9.99.

       01  HEADING-LINE.
           05  FILLER PIC X(24) VALUE "DEPARTMENT".
           05  FILLER PIC X(8) VALUE "BRANCH".
           05  FILLER PIC X(10) VALUE "DEBIT".
           05  FILLER PIC X(10) VALUE "CREDIT".
           05  FILLER PIC X(16) VALUE "       ACCRUED".

       01  DETAIL-LINE.
           05  DL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-BRANCH PIC X(3).
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-DEBIT-ACCOUNT PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-CREDIT-ACCOUNT PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NOTE PIC X(20).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "wageaccrual".
       77  RW-TITLE PIC X(60)
           VALUE "MONTH-END WAGE ACCRUAL".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The month-end accrual finance used to book by hand: for
      *everyone whose current pay period straddles the month-end
      *date and is paid after it, the share of the period's pay
      *already earned - the period rate times the days worked
      *through month-end over the days in the period - charged by
      *department and branch through glmap.dat, debit to the
      *expense account and credit to the clearing account, into
      *glaccrual.dat. The control line in accrualctl.dat dates the
      *reversal for the first of the next month, which the
      *reversal program writes to glreversal.dat. A due reversal
      *is written before a new accrual replaces the old one, and a
      *new month is refused while the last one is still owed its
      *reversal.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       CALL "EmployeeAccrualReversal".
       IF RETURN-CODE NOT = ZERO
           DISPLAY "The last accrual's reversal could not be written"
               " - nothing accrued."
           GO TO END-PROGRAM.
       PERFORM FIND-THE-ACCRUAL-DATES.
       PERFORM CHECK-THE-PRIOR-ACCRUAL
           THRU CHECK-THE-PRIOR-ACCRUAL-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           PERFORM GATHER-THE-ACCRUALS
           PERFORM WRITE-THE-ACCRUAL
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM RECORD-THE-ACCRUAL
           MOVE TOTAL-DEBITS TO AMOUNT-DISPLAY
           DISPLAY "Wage accrual through " ACCRUE-THROUGH-DATE
               " written to glaccrual.dat: " AMOUNT-DISPLAY
               ", reversing " REVERSE-ON-DATE ".".
       END-PROGRAM.
       GOBACK.

       FIND-THE-ACCRUAL-DATES.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE TODAYS-DATE TO ACCRUE-THROUGH-DATE.
       OPEN INPUT CALENDAR-FILE.
       IF CALENDAR-FILE-STATUS = "00"
           MOVE "N" TO END-OF-CALENDAR
           PERFORM READ-NEXT-CALENDAR-LINE
           PERFORM CHECK-ONE-CALENDAR-LINE
               UNTIL END-OF-CALENDAR = "Y".
       CLOSE CALENDAR-FILE.
       MOVE ACCRUE-THROUGH-DATE TO REVERSE-ON-DATE.
       MOVE 1 TO REVERSE-ON-DAY.
       IF REVERSE-ON-MONTH < 12
           ADD 1 TO REVERSE-ON-MONTH
       ELSE
           MOVE 1 TO REVERSE-ON-MONTH
           ADD 1 TO REVERSE-ON-YEAR.

       CHECK-ONE-CALENDAR-LINE.
       IF CALENDAR-MONTH-END = "E"
           AND CALENDAR-DATE (1:6) = TODAYS-DATE (1:6)
           MOVE CALENDAR-DATE TO ACCRUE-THROUGH-DATE.
       PERFORM READ-NEXT-CALENDAR-LINE.

      *A rerun for the same month-end replaces the accrual not yet
      *reversed; anything else still waiting on its reversal, or a
      *month already accrued and reversed, stops the run.
       CHECK-THE-PRIOR-ACCRUAL.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT ACCRUAL-CONTROL-FILE.
       IF ACCRUAL-CONTROL-STATUS NOT = "00"
           CLOSE ACCRUAL-CONTROL-FILE
           GO TO CHECK-THE-PRIOR-ACCRUAL-EXIT.
       READ ACCRUAL-CONTROL-FILE
           AT END
               CONTINUE
           NOT AT END
               MOVE "Y" TO PRIOR-ACCRUAL-FOUND
               MOVE ACCRUAL-THROUGH-DATE TO PRIOR-THROUGH-DATE
               MOVE ACCRUAL-REVERSE-ON-DATE TO PRIOR-REVERSE-ON-DATE
               MOVE ACCRUAL-STATE TO PRIOR-STATE
       END-READ.
       CLOSE ACCRUAL-CONTROL-FILE.
       IF PRIOR-ACCRUAL-FOUND = "N"
           GO TO CHECK-THE-PRIOR-ACCRUAL-EXIT.
       EVALUATE TRUE
           WHEN PRIOR-STATE = "P"
               AND PRIOR-THROUGH-DATE NOT = ACCRUE-THROUGH-DATE
               DISPLAY "The accrual through " PRIOR-THROUGH-DATE
                   " is not reversed until " PRIOR-REVERSE-ON-DATE
                   " - nothing accrued."
               MOVE 1 TO RETURN-CODE
           WHEN PRIOR-STATE = "R"
               AND PRIOR-THROUGH-DATE = ACCRUE-THROUGH-DATE
               DISPLAY "The accrual through " ACCRUE-THROUGH-DATE
                   " was already taken and reversed - nothing"
                   " accrued."
               MOVE 1 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       CHECK-THE-PRIOR-ACCRUAL-EXIT.
       EXIT.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
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
           OPEN INPUT GLMAP-FILE
           IF GLMAP-FILE-STATUS NOT = "00"
               DISPLAY "No GL account mapping on file - set up"
                   " glmap.dat first. Nothing accrued."
               CLOSE EMPLOYEES-FILE
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS = "00"
               MOVE "Y" TO BRANCH-FILE-PRESENT
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE GLMAP-FILE.
       IF BRANCH-FILE-PRESENT = "Y"
           CLOSE BRANCH-FILE.

       GATHER-THE-ACCRUALS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-EMPLOYEE.
       PERFORM GATHER-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       GATHER-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           PERFORM ACCRUE-ONE-EMPLOYEE THRU ACCRUE-ONE-EMPLOYEE-EXIT.
       PERFORM READ-NEXT-EMPLOYEE.

      *A period paid on or before the month-end date is already in
      *the ledger; only a period paid after it has earned pay the
      *ledger has not seen.
       ACCRUE-ONE-EMPLOYEE.
       MOVE "D" TO PP-REQUEST.
       MOVE EMPLOYEES-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       MOVE ACCRUE-THROUGH-DATE TO PP-DATE.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.
       IF PP-STATUS NOT = "00"
           ADD 1 TO NO-PERIOD-COUNT
           MOVE SPACES TO RW-DETAIL
           STRING "NO PAY PERIOD ON THE CALENDAR FOR "
               EMPLOYEES-ID " (FREQUENCY " PP-FREQUENCY
               ") - NOT ACCRUED"
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL
           GO TO ACCRUE-ONE-EMPLOYEE-EXIT.
       IF PP-PAY-DATE NOT > ACCRUE-THROUGH-DATE
           GO TO ACCRUE-ONE-EMPLOYEE-EXIT.
       EVALUATE PP-FREQUENCY
           WHEN "S"
               MOVE 24 TO PERIODS-PER-YEAR
           WHEN "B"
               MOVE 26 TO PERIODS-PER-YEAR
           WHEN "W"
               MOVE 52 TO PERIODS-PER-YEAR
           WHEN OTHER
               MOVE 12 TO PERIODS-PER-YEAR
       END-EVALUATE.
       PERFORM COUNT-THE-PERIOD-DAYS.
       IF EARNED-DAYS = ZERO OR PERIOD-DAYS = ZERO
           GO TO ACCRUE-ONE-EMPLOYEE-EXIT.
       PERFORM FETCH-THE-RATE.
       COMPUTE LINE-COST ROUNDED =
           EMPLOYEES-SALARY / PERIODS-PER-YEAR
           * EARNED-DAYS / PERIOD-DAYS * FX-RATE-FOUND.
       ADD 1 TO ACCRUED-COUNT.
       PERFORM CHARGE-THE-COST.
       ACCRUE-ONE-EMPLOYEE-EXIT.
       EXIT.

      *Calendar days, start to end of the period inclusive, noting
      *which day of it the month-end date is.
       COUNT-THE-PERIOD-DAYS.
       MOVE PP-START-DATE TO WALK-DATE.
       MOVE 1 TO DAY-NUMBER.
       MOVE ZERO TO EARNED-DAYS.
       PERFORM COUNT-ONE-PERIOD-DAY
           UNTIL WALK-DATE NOT < PP-END-DATE
           OR DAY-NUMBER > 366.
       MOVE DAY-NUMBER TO PERIOD-DAYS.
       IF WALK-DATE = ACCRUE-THROUGH-DATE
           MOVE DAY-NUMBER TO EARNED-DAYS.

       COUNT-ONE-PERIOD-DAY.
       IF WALK-DATE = ACCRUE-THROUGH-DATE
           MOVE DAY-NUMBER TO EARNED-DAYS.
       MOVE "N" TO DS-REQUEST.
       MOVE WALK-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS = "00"
           MOVE DS-DATE-OUT TO WALK-DATE
           ADD 1 TO DAY-NUMBER
       ELSE
           MOVE ZERO TO PERIOD-DAYS
           MOVE PP-END-DATE TO WALK-DATE.

       FETCH-THE-RATE.
       MOVE SPACES TO FX-LOOKUP-CURRENCY.
       IF BRANCH-FILE-PRESENT = "Y"
           MOVE EMPLOYEES-BRANCH TO BRANCH-CODE
           MOVE "Y" TO BRANCH-WAS-FOUND
           READ BRANCH-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BRANCH-WAS-FOUND
           END-READ
           IF BRANCH-WAS-FOUND = "Y"
               MOVE BRANCH-CURRENCY TO FX-LOOKUP-CURRENCY
           END-IF.
       MOVE ACCRUE-THROUGH-DATE TO FX-AS-OF-DATE.
       CALL "FxRateService" USING FX-LOOKUP-CURRENCY
           FX-AS-OF-DATE FX-RATE-FOUND FX-LOOKUP-STATUS.

      *Shared across the cost split the way the labor posting
      *shares pay; the last share takes the rounding remainder.
       CHARGE-THE-COST.
       MOVE EMPLOYEES-ID TO SPLIT-EMPLOYEE-ID.
       MOVE ACCRUE-THROUGH-DATE TO SPLIT-AS-OF-DATE.
       CALL "CostAllocationService" USING SPLIT-EMPLOYEE-ID
           SPLIT-AS-OF-DATE SPLIT-AREA SPLIT-TOTAL-PERCENT
           SPLIT-LOOKUP-STATUS.
       IF SPLIT-LOOKUP-STATUS = "00"
           MOVE LINE-COST TO FULL-COST
           MOVE LINE-COST TO COST-LEFT
           MOVE 1 TO SPLIT-INDEX
           PERFORM CHARGE-ONE-SPLIT
               UNTIL SPLIT-INDEX > SPLIT-COUNT
       ELSE
           IF SPLIT-LOOKUP-STATUS = "20"
               PERFORM NOTE-THE-BAD-SPLIT
           END-IF
           MOVE EMPLOYEES-DEPARTMENT TO CHARGE-DEPARTMENT
           MOVE EMPLOYEES-BRANCH TO CHARGE-BRANCH
           PERFORM ADD-TO-THE-BUCKET.

       CHARGE-ONE-SPLIT.
       IF SPLIT-INDEX = SPLIT-COUNT
           MOVE COST-LEFT TO LINE-COST
       ELSE
           COMPUTE LINE-COST ROUNDED =
               FULL-COST * SPLIT-PERCENT (SPLIT-INDEX) / 100.
       SUBTRACT LINE-COST FROM COST-LEFT.
       MOVE SPLIT-DEPARTMENT (SPLIT-INDEX) TO CHARGE-DEPARTMENT.
       IF SPLIT-BRANCH (SPLIT-INDEX) = SPACES
           MOVE EMPLOYEES-BRANCH TO CHARGE-BRANCH
       ELSE
           MOVE SPLIT-BRANCH (SPLIT-INDEX) TO CHARGE-BRANCH.
       PERFORM ADD-TO-THE-BUCKET.
       ADD 1 TO SPLIT-INDEX.

       NOTE-THE-BAD-SPLIT.
       ADD 1 TO SPLIT-EXCEPTION-COUNT.
       MOVE SPLIT-TOTAL-PERCENT TO SPLIT-TOTAL-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "COST SPLIT FOR " EMPLOYEES-ID " TOTALS "
           SPLIT-TOTAL-DISPLAY "% - ACCRUED TO HOME DEPARTMENT"
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       ADD-TO-THE-BUCKET.
       MOVE "N" TO BUCKET-WAS-FOUND.
       MOVE 1 TO BUCKET-INDEX.
       PERFORM LOOK-FOR-BUCKET
           UNTIL BUCKET-WAS-FOUND = "Y"
           OR BUCKET-INDEX > BUCKET-COUNT.
       IF BUCKET-WAS-FOUND = "N"
           IF BUCKET-COUNT >= BUCKET-LIMIT
               DISPLAY "More department/branch buckets than the"
                   " table holds - accrual is incomplete."
           ELSE
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-COUNT TO BUCKET-INDEX
               MOVE CHARGE-DEPARTMENT
                   TO BUCKET-DEPARTMENT (BUCKET-INDEX)
               MOVE CHARGE-BRANCH
                   TO BUCKET-BRANCH (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-AMOUNT (BUCKET-INDEX)
               MOVE "Y" TO BUCKET-WAS-FOUND.
       IF BUCKET-WAS-FOUND = "Y"
           ADD LINE-COST TO BUCKET-AMOUNT (BUCKET-INDEX).

       LOOK-FOR-BUCKET.
       IF BUCKET-DEPARTMENT (BUCKET-INDEX) = CHARGE-DEPARTMENT
           AND BUCKET-BRANCH (BUCKET-INDEX) = CHARGE-BRANCH
           MOVE "Y" TO BUCKET-WAS-FOUND
       ELSE
           ADD 1 TO BUCKET-INDEX.

      *Balanced by construction and proved anyway, the same as the
      *labor posting: a batch that does not tie is withdrawn.
       WRITE-THE-ACCRUAL.
       OPEN OUTPUT GL-ACCRUAL-FILE.
       MOVE 1 TO BUCKET-INDEX.
       PERFORM POST-ONE-BUCKET
           UNTIL BUCKET-INDEX > BUCKET-COUNT.
       CLOSE GL-ACCRUAL-FILE.
       IF TOTAL-DEBITS NOT = TOTAL-CREDITS
           DISPLAY "Accrual debits and credits do not tie - the"
               " batch is withdrawn."
           OPEN OUTPUT GL-ACCRUAL-FILE
           CLOSE GL-ACCRUAL-FILE
           MOVE 1 TO RETURN-CODE.

       POST-ONE-BUCKET.
       MOVE BUCKET-DEPARTMENT (BUCKET-INDEX) TO GLMAP-DEPARTMENT.
       MOVE BUCKET-BRANCH (BUCKET-INDEX) TO GLMAP-BRANCH.
       MOVE "Y" TO MAPPING-FOUND.
       READ GLMAP-FILE RECORD
           INVALID KEY
               MOVE "N" TO MAPPING-FOUND
       END-READ.
       MOVE SPACES TO DETAIL-LINE.
       MOVE BUCKET-DEPARTMENT (BUCKET-INDEX) TO DL-DEPARTMENT.
       MOVE BUCKET-BRANCH (BUCKET-INDEX) TO DL-BRANCH.
       MOVE BUCKET-AMOUNT (BUCKET-INDEX) TO DL-AMOUNT.
       IF MAPPING-FOUND = "N"
           MOVE "NO GL MAPPING" TO DL-NOTE
           ADD 1 TO UNMAPPED-COUNT
       ELSE
           MOVE GLMAP-DEBIT-ACCOUNT TO DL-DEBIT-ACCOUNT
           MOVE GLMAP-CREDIT-ACCOUNT TO DL-CREDIT-ACCOUNT
           MOVE SPACES TO GL-ACCRUAL-RECORD
           MOVE "D" TO GLACC-SIDE
           MOVE GLMAP-DEBIT-ACCOUNT TO GLACC-ACCOUNT
           MOVE BUCKET-AMOUNT (BUCKET-INDEX) TO GLACC-AMOUNT
           MOVE BUCKET-DEPARTMENT (BUCKET-INDEX) TO GLACC-DEPARTMENT
           MOVE BUCKET-BRANCH (BUCKET-INDEX) TO GLACC-BRANCH
           WRITE GL-ACCRUAL-RECORD
           ADD BUCKET-AMOUNT (BUCKET-INDEX) TO TOTAL-DEBITS
           MOVE "C" TO GLACC-SIDE
           MOVE GLMAP-CREDIT-ACCOUNT TO GLACC-ACCOUNT
           WRITE GL-ACCRUAL-RECORD
           ADD BUCKET-AMOUNT (BUCKET-INDEX) TO TOTAL-CREDITS
           ADD 2 TO LINES-WRITTEN
           ADD 1 TO POSTED-COUNT.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO BUCKET-INDEX.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE TOTAL-DEBITS TO AMOUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "ACCRUED THROUGH " ACCRUE-THROUGH-DATE
           "   REVERSING " REVERSE-ON-DATE
           "   TOTAL POSTED " AMOUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ACCRUED-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES ACCRUED: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE NO-PERIOD-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "NOT ACCRUED - NO PAY PERIOD ON THE CALENDAR: "
           COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPLIT-EXCEPTION-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "COST SPLITS NOT TOTALLING 100 (ACCRUED HOME): "
           COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE UNMAPPED-COUNT TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "BUCKETS WITH NO GL MAPPING (LEFT OUT): "
           COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *The control line is only written once the batch is in the
      *file, so a withdrawn batch is never scheduled for reversal.
       RECORD-THE-ACCRUAL.
       OPEN OUTPUT ACCRUAL-CONTROL-FILE.
       MOVE SPACES TO ACCRUAL-CONTROL-RECORD.
       MOVE ACCRUE-THROUGH-DATE TO ACCRUAL-THROUGH-DATE.
       MOVE REVERSE-ON-DATE TO ACCRUAL-REVERSE-ON-DATE.
       MOVE "P" TO ACCRUAL-STATE.
       MOVE ZERO TO ACCRUAL-REVERSED-DATE.
       MOVE TOTAL-DEBITS TO ACCRUAL-AMOUNT.
       MOVE LINES-WRITTEN TO ACCRUAL-LINE-COUNT.
       WRITE ACCRUAL-CONTROL-RECORD.
       CLOSE ACCRUAL-CONTROL-FILE.

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

       READ-NEXT-CALENDAR-LINE.
       READ CALENDAR-FILE
       AT END MOVE "Y" TO END-OF-CALENDAR.

       END PROGRAM EmployeeWageAccrual.
