       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePayCalculation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "DeductionCodePhysicalFile.cbl".
       COPY "ElectionPhysicalFile.cbl".
       COPY "GarnishmentPhysicalFile.cbl".
       COPY "NetPayPhysicalFile.cbl".
       COPY "PayLinePhysicalFile.cbl".
       COPY "PayRunPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "PayProfilePhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".
       COPY "LoanPhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".
       COPY "AbsencePolicyPhysicalFile.cbl".
       COPY "PensionPlanPhysicalFile.cbl".
       COPY "PensionEnrollPhysicalFile.cbl".
       COPY "BenefitPlanPhysicalFile.cbl".
       COPY "BenefitEnrollPhysicalFile.cbl".
       COPY "OvertimeHeldPhysicalFile.cbl".

      *What the extract sent the vendor, exactly as written by
      *EmployeePayrollExtract; the pay run rides on it.
       SELECT PAYROLL-EXTRACT-FILE
       ASSIGN TO "payroll.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PAYROLL-FILE-STATUS.

      *Premium-pay detail from EmployeePremiumPayCalc, kept week
      *after week; only the days inside the period are paid. A
      *period with no night or holiday work leaves no file, and
      *that is not an error.
       SELECT OPTIONAL PREMIUM-FILE
       ASSIGN TO "premium.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PREMIUM-FILE-STATUS.

      *Weekly overtime from EmployeeOvertimeRegister - hours past
      *the threshold, one line per employee per week, paid in the
      *period the week ends in. Only the authorized part is paid;
      *the rest waits in otheld.dat for release.
       SELECT OPTIONAL OVERTIME-FILE
       ASSIGN TO "overtime.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS OVERTIME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "DeductionCodeLogicFile.cbl".
       COPY "ElectionLogicFile.cbl".
       COPY "GarnishmentLogicFile.cbl".
       COPY "NetPayLogicFile.cbl".
       COPY "PayLineLogicFile.cbl".
       COPY "PayRunLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "PayProfileLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".
       COPY "LoanLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".
       COPY "AbsencePolicyLogicFile.cbl".
       COPY "PensionPlanLogicFile.cbl".
       COPY "PensionEnrollLogicFile.cbl".
       COPY "BenefitPlanLogicFile.cbl".
       COPY "BenefitEnrollLogicFile.cbl".
       COPY "OvertimeHeldLogicFile.cbl".

       FD PAYROLL-EXTRACT-FILE.
       01 PAYROLL-EXTRACT-RECORD.
           05 PE-ID PIC 9(6).
           05 PE-NAME PIC X(25).
           05 PE-LASTNAMES PIC X(25).
           05 PE-DEPARTMENT PIC X(20).
           05 PE-JOB-TITLE PIC X(20).
           05 PE-SALARY PIC 9(7)V99.
           05 PE-PAY-GRADE PIC X(4).
           05 PE-HIRE-DATE PIC 9(8).
           05 PE-STATUS PIC X(1).
           05 PE-ACTION PIC X(1).

       FD PREMIUM-FILE.
       01 PREMIUM-RECORD.
           05 PREM-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PREM-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PREM-HOURS PIC 9(2)V99.
           05 FILLER PIC X(1).
           05 PREM-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 PREM-MULTIPLIER PIC 9(1)V99.
           05 FILLER PIC X(1).
           05 PREM-WEEK-END PIC 9(8).
           05 FILLER PIC X(1).
           05 PREM-RUN-STAMP PIC X(16).

       FD OVERTIME-FILE.
       01 OVERTIME-RECORD.
           05 OT-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 OT-TOTAL-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-OVERTIME-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-AUTHORIZED-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-UNAUTHORIZED-HOURS PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 OT-WEEK-END PIC 9(8).
           05 FILLER PIC X(1).
           05 OT-RUN-STAMP PIC X(16).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  DEDCODE-FILE-STATUS PIC X(2).
       01  ELECTION-FILE-STATUS PIC X(2).
       01  GARNISHMENT-FILE-STATUS PIC X(2).
       01  NET-PAY-STATUS PIC X(2).
       01  PAY-LINE-STATUS PIC X(2).
       01  PAY-RUN-STATUS PIC X(2).
       01  PAYROLL-FILE-STATUS PIC X(2).
       01  PREMIUM-FILE-STATUS PIC X(2).
       01  OVERTIME-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  PAY-PROFILE-STATUS PIC X(2).
       01  ONE-TIME-PAY-STATUS PIC X(2).
       01  LOAN-FILE-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
       01  ABSENCE-POLICY-STATUS PIC X(2).
       01  PENSION-PLAN-STATUS PIC X(2).
       01  PENSION-ENROLL-STATUS PIC X(2).
       01  BENEFIT-PLAN-STATUS PIC X(2).
       01  BENEFIT-ENROLL-STATUS PIC X(2).
       01  OVERTIME-HELD-STATUS PIC X(2).
       01  END-OF-EXTRACT PIC X.
       01  END-OF-PREMIUMS PIC X.
       01  END-OF-OVERTIME PIC X.
       01  END-OF-ABSENCES PIC X.
       77  DELTA-RECORD-SEEN PIC X.
       77  RECORD-FOUND PIC X.
       77  CODE-FOUND PIC X.
       77  ELECTIONS-ON-FILE PIC X.
       77  CODES-ON-FILE PIC X.
       77  ORDERS-ON-FILE PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  BRANCHES-ON-FILE PIC X.
       77  TAX-TABLES-ON-FILE PIC X.
       77  PROFILES-ON-FILE PIC X.
       77  ONE-TIMES-ON-FILE PIC X.
       77  LOANS-ON-FILE PIC X.
       77  POLICIES-ON-FILE PIC X.
       77  PENSION-ON-FILE PIC X.
       77  BENEFITS-ON-FILE PIC X.
       77  RELEASES-ON-FILE PIC X.
       77  PLAN-FOUND PIC X.
       77  MONTH-END-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
       01  PAY-PERIOD PIC 9(6).
       01  PAY-DATE PIC 9(8).
       01  PAY-DATE-PARTS REDEFINES PAY-DATE.
           05  PAY-YEAR PIC 9(4).
           05  PAY-MONTH PIC 9(2).
           05  PAY-DAY PIC 9(2).

      *One run pays one frequency: PAY_FREQUENCY in the environment
      *(M when blank) picks it, and PAY_PERIOD (YYYYNN) names the
      *period when it is not the one covering today.
       01  RUN-FREQUENCY PIC X(1).
       01  EMPLOYEE-FREQUENCY PIC X(1).
       01  PERIOD-WANTED PIC X(6).
       01  EMPLOYEES-OTHER-FREQUENCY PIC 9(6) VALUE ZERO.
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
      *The period's first and last days, from the calendar or, for
      *monthly pay with no calendar, the calendar month.
       01  PERIOD-START-DATE PIC 9(8).
       01  PERIOD-END-DATE PIC 9(8).
      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Base hours are already inside the salary, so a premium hour
      *pays only its uplift over base; overtime hours are extra
      *and pay in full at time and a half.
       01  STANDARD-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01  OVERTIME-MULTIPLIER PIC 9(1)V99 VALUE 1.50.
      *Set from the run's frequency: 12, 24, 26 or 52.
       01  PERIODS-PER-YEAR PIC 9(2) VALUE 12.
      *An absence day is priced at a working day's salary, the same
      *rate final pay uses for unused leave.
       01  WORKING-DAYS-PER-YEAR PIC 9(3) VALUE 260.
       01  DAILY-RATE PIC 9(5)V9(4).

       01  HOURLY-RATE PIC 9(5)V9(4).
       01  PERIOD-BASE PIC 9(7)V99.
       01  LINE-AMOUNT PIC 9(7)V99.
       01  LINE-DUE PIC 9(7)V99.
       01  LINE-HOURS PIC 9(3)V99.
       01  AVAILABLE-NET PIC 9(7)V99.
       01  LINE-SEQUENCE PIC 9(3).
      *The plan's match rules, kept from pensionplan.dat.
       01  PLAN-MATCH-PERCENT PIC 9(3).
       01  PLAN-MATCH-CAP PIC 9(2)V99.
       01  MATCHED-AMOUNT PIC 9(7)V99.
      *A benefit plan's monthly employee share.
       01  MONTHLY-SHARE PIC 9(5)V99.
      *An installment's pay-line code: LOAN and the loan number.
       01  LOAN-LINE-CODE.
           05  FILLER PIC X(4) VALUE "LOAN".
           05  LOAN-LINE-NUMBER PIC 9(3).

      *Arguments for the shared withholding calculation.
       77  TAX-COUNTRY PIC X(3).
       77  TAX-KIND PIC X(1).
       77  TAXABLE-PAY PIC 9(7)V99.
       77  TAX-DUE PIC 9(7)V99.
       77  TAX-STATUS PIC X(2).

       01  EMPLOYEES-PAID PIC 9(6) VALUE ZERO.
       01  SHORTFALL-COUNT PIC 9(5) VALUE ZERO.
       01  TOTAL-GROSS PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-NET PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  SHORT-DISPLAY PIC ZZ,ZZ9.99.

      *The period's premium and overtime hours, loaded once so each
      *employee's lines can be found without rereading the files.
       01  PREMIUM-LIMIT PIC 9(4) VALUE 2000.
       01  PREMIUM-COUNT PIC 9(4) VALUE ZERO.
       01  PREMIUM-INDEX PIC 9(4).
       01  PREMIUM-TABLE.
           05  PREMIUM-ENTRY OCCURS 2000 TIMES.
               10  PT-EMPLOYEE-ID PIC 9(6).
               10  PT-TYPE PIC X(1).
               10  PT-MULTIPLIER PIC 9(1)V99.
               10  PT-HOURS PIC 9(3)V99.
       77  PREMIUM-WAS-FOUND PIC X.

      *The unpaid and sick absences that touch the year up to the
      *end of the period, each with its working days inside the
      *period and inside the year so far, worked out once at load.
       01  ABSENCE-LIMIT PIC 9(4) VALUE 2000.
       01  ABSENCE-COUNT PIC 9(4) VALUE ZERO.
       01  ABSENCE-INDEX PIC 9(4).
       01  ABSENCE-TABLE.
           05  ABSENCE-ENTRY OCCURS 2000 TIMES.
               10  ABT-EMPLOYEE-ID PIC 9(6).
               10  ABT-TYPE PIC X(1).
               10  ABT-PERIOD-DAYS PIC 9(3)V99.
               10  ABT-YEAR-DAYS PIC 9(3)V99.
       01  YEAR-START-DATE PIC 9(8).
       01  WINDOW-FROM PIC 9(8).
       01  WINDOW-TO PIC 9(8).
       01  OVERLAP-FROM PIC 9(8).
       01  OVERLAP-TO PIC 9(8).
       01  WALK-DATE PIC 9(8).
       01  WEEKDAY-COUNT PIC 9(3).
       01  ABSENCE-WEEKDAYS PIC 9(3).
       01  WINDOW-DAYS PIC 9(3)V99.
       01  UNPAID-DAYS PIC 9(3)V99.
       01  SICK-PERIOD-DAYS PIC 9(3)V99.
       01  SICK-YEAR-DAYS PIC 9(3)V99.
       01  REDUCED-DAYS PIC 9(3)V99.
       01  POLICY-TYPE PIC X(1).
       01  ABSENCE-ROOM PIC 9(7)V99.
       01  DAYS-EDIT-DISPLAY PIC ZZ9.99.

       01  OVERTIME-LIMIT PIC 9(4) VALUE 1000.
       01  OVERTIME-COUNT PIC 9(4) VALUE ZERO.
       01  OVERTIME-INDEX PIC 9(4).
       01  OVERTIME-TABLE.
           05  OVERTIME-ENTRY OCCURS 1000 TIMES.
               10  OVT-EMPLOYEE-ID PIC 9(6).
               10  OVT-HOURS PIC 9(3)V99.

      *The latest premium or overtime run for each week the period
      *touches: the first read of the file notes them, the second
      *takes only their lines, so a week that was rerun is paid
      *once, as it was last priced.
       01  WEEK-RUN-LIMIT PIC 9(2) VALUE 20.
       01  WEEK-RUN-COUNT PIC 9(2).
       01  WEEK-RUN-INDEX PIC 9(2).
       01  WEEK-RUN-WAS-FOUND PIC X.
       01  WEEK-RUN-TABLE.
           05  WEEK-RUN-ENTRY OCCURS 20 TIMES.
               10  WR-WEEK-END PIC 9(8).
               10  WR-RUN-STAMP PIC X(16).
       01  WANTED-WEEK-END PIC 9(8).
       01  WANTED-RUN-STAMP PIC X(16).
      *N noting the runs, L loading the lines.
       01  LOAD-PASS PIC X.
       01  LINE-IS-CURRENT PIC X.
      *Lines written before the week and run were carried cannot be
      *placed in a period and are not paid.
       01  UNDATED-LINES PIC 9(5).

      *One employee's active garnishment orders, taken in court
      *priority order rather than order-number order.
       01  ORDER-LIMIT PIC 9(2) VALUE 20.
       01  ORDER-COUNT PIC 9(2).
       01  ORDER-INDEX PIC 9(2).
       01  NEXT-ORDER PIC 9(2).
       01  ORDERS-TAKEN PIC 9(2).
       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 20 TIMES.
               10  ORD-NUMBER PIC X(10).
               10  ORD-PRIORITY PIC 9(2).
               10  ORD-DUE PIC 9(7)V99.
               10  ORD-TAKEN PIC X(1).

       77  EQ-SOURCE PIC X(20).
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Gross-to-net for the period. For every employee the full payroll
      *extract carries as payable (A or L), base pay is the period's
      *share of salary; the premium uplift over base from premium.dat,
      *authorized overtime at time and a half from overtime.dat,
      *overtime a supervisor has released from hold, and any approved
      *one-time payments are added to give gross, less unpaid absence
      *days at the daily rate and the unpaid share of sick days past the
      *employment type's full-pay days for the year. Income tax and
      *social insurance come out first, from the withholding tables of
      *the country of the employee's branch for the pay date's year;
      *then garnishments in court priority order, then loan and advance
      *installments, then the enrolled retirement plan contribution,
      *then the employee's share of each benefit plan premium, then
      *the voluntary deductions in force on the pay date, each
      *limited to what net pay is left - anything that cannot be taken
      *in full goes to the exception workbench. The employer's plan
      *match is written as a line of its own and never touches net
      *pay. One net-pay record and the itemized pay lines are written
      *per employee, and payrun.dat records the period calculated. A
      *run pays one pay frequency: the period and pay date come from
      *the pay-period calendar, base pay is salary over the frequency's
      *periods in the year, and only employees whose pay profile
      *carries that frequency (no profile is monthly) are paid.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM LOAD-THE-PREMIUMS
           PERFORM LOAD-THE-OVERTIME
           PERFORM LOAD-THE-ABSENCES
           PERFORM READ-NEXT-EXTRACT
           PERFORM PAY-ONE-EMPLOYEE
               UNTIL END-OF-EXTRACT = "Y"
           PERFORM WRITE-THE-PAY-RUN
           PERFORM CLOSING-PROCEDURE
           MOVE EMPLOYEES-PAID TO COUNT-DISPLAY
           DISPLAY "Pay calculated for frequency " RUN-FREQUENCY
               " period " PAY-PERIOD ": " COUNT-DISPLAY
               " employees."
           MOVE EMPLOYEES-OTHER-FREQUENCY TO COUNT-DISPLAY
           DISPLAY "Left for the runs of other frequencies: "
               COUNT-DISPLAY
           MOVE TOTAL-GROSS TO AMOUNT-DISPLAY
           DISPLAY "Total gross: " AMOUNT-DISPLAY
           MOVE TOTAL-NET TO AMOUNT-DISPLAY
           DISPLAY "Total net:   " AMOUNT-DISPLAY
           MOVE SHORTFALL-COUNT TO COUNT-DISPLAY
           DISPLAY "Employees whose net pay ran short: "
               COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM FIND-THE-PAY-PERIOD THRU FIND-THE-PAY-PERIOD-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM CHECK-THE-LAST-PAY-RUN.
       MOVE "N" TO END-OF-EXTRACT.
       IF RETURN-CODE NOT = ZERO
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT PAYROLL-EXTRACT-FILE.
       IF PAYROLL-FILE-STATUS NOT = "00"
           DISPLAY "No payroll.dat on file - run the extract"
               " first."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           PERFORM PROVE-FULL-EXTRACT
               THRU PROVE-FULL-EXTRACT-EXIT.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       IF RETURN-CODE = ZERO
           OPEN INPUT EMPLOYEES-FILE
           IF EMPLOYEES-FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat, status code "
                   EMPLOYEES-FILE-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE PAYROLL-EXTRACT-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-PAY-INPUTS
           OPEN OUTPUT NET-PAY-FILE
           OPEN OUTPUT PAY-LINE-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

      *Monthly with no calendar on file is paid as it always was:
      *the calendar month, paid today. Any other frequency, or a
      *named period, has to be on the calendar.
       FIND-THE-PAY-PERIOD.
       ACCEPT RUN-FREQUENCY FROM ENVIRONMENT "PAY_FREQUENCY".
       IF RUN-FREQUENCY = SPACES
           MOVE "M" TO RUN-FREQUENCY.
       EVALUATE RUN-FREQUENCY
           WHEN "M"
               MOVE 12 TO PERIODS-PER-YEAR
           WHEN "S"
               MOVE 24 TO PERIODS-PER-YEAR
           WHEN "B"
               MOVE 26 TO PERIODS-PER-YEAR
           WHEN "W"
               MOVE 52 TO PERIODS-PER-YEAR
           WHEN OTHER
               DISPLAY "PAY_FREQUENCY must be M, S, B or W."
               MOVE 1 TO RETURN-CODE
               GO TO FIND-THE-PAY-PERIOD-EXIT
       END-EVALUATE.
       MOVE SPACES TO PERIOD-WANTED.
       ACCEPT PERIOD-WANTED FROM ENVIRONMENT "PAY_PERIOD".
       MOVE ZERO TO PP-EMPLOYEE-ID.
       MOVE RUN-FREQUENCY TO PP-FREQUENCY.
       MOVE TODAYS-DATE TO PP-DATE.
       IF PERIOD-WANTED = SPACES
           MOVE "D" TO PP-REQUEST
           MOVE ZERO TO PP-PERIOD
       ELSE
           MOVE "P" TO PP-REQUEST
           MOVE PERIOD-WANTED TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.
       IF PP-STATUS = "00"
           MOVE PP-PERIOD TO PAY-PERIOD
           MOVE PP-PAY-DATE TO PAY-DATE
           MOVE PP-START-DATE TO PERIOD-START-DATE
           MOVE PP-END-DATE TO PERIOD-END-DATE
       ELSE
           IF RUN-FREQUENCY = "M" AND PERIOD-WANTED = SPACES
               COMPUTE PAY-PERIOD = TODAYS-YEAR * 100 + TODAYS-MONTH
               MOVE TODAYS-DATE TO PAY-DATE
               MOVE TODAYS-DATE TO PERIOD-START-DATE
               MOVE "01" TO PERIOD-START-DATE(7:2)
               PERFORM FIND-THE-MONTH-END
           ELSE
               DISPLAY "No pay-period calendar entry for frequency "
                   RUN-FREQUENCY " - set it up on the calendar"
                   " screen first."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       FIND-THE-PAY-PERIOD-EXIT.
       EXIT.

       FIND-THE-MONTH-END.
       MOVE TODAYS-DATE TO WALK-DATE.
       MOVE "N" TO MONTH-END-FOUND.
       PERFORM STEP-TOWARD-MONTH-END
           UNTIL MONTH-END-FOUND = "Y".
       MOVE WALK-DATE TO PERIOD-END-DATE.

       STEP-TOWARD-MONTH-END.
       MOVE "N" TO DS-REQUEST.
       MOVE WALK-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           OR DS-DATE-OUT(5:2) NOT = WALK-DATE(5:2)
           MOVE "Y" TO MONTH-END-FOUND
       ELSE
           MOVE DS-DATE-OUT TO WALK-DATE.

      *Once a period has been posted to pay history and the
      *accumulators, recalculating it would leave netpay.dat saying
      *something different from what was posted and paid. A run
      *not yet posted holds the only copy of its figures, so only
      *that same run may be calculated over it.
       CHECK-THE-LAST-PAY-RUN.
       OPEN INPUT PAY-RUN-FILE.
       IF PAY-RUN-STATUS = "00"
           READ PAY-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PAYRUN-FREQUENCY = SPACES
                       MOVE "M" TO PAYRUN-FREQUENCY
                   END-IF
                   IF PAYRUN-PERIOD = PAY-PERIOD AND PAYRUN-POSTED
                       AND PAYRUN-FREQUENCY = RUN-FREQUENCY
                       DISPLAY "Period " PAY-PERIOD " is already"
                           " posted - it cannot be calculated again."
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   IF NOT PAYRUN-POSTED
                       AND (PAYRUN-PERIOD NOT = PAY-PERIOD
                       OR PAYRUN-FREQUENCY NOT = RUN-FREQUENCY)
                       DISPLAY "Frequency " PAYRUN-FREQUENCY
                           " period " PAYRUN-PERIOD " is calculated"
                           " but not posted - post it before"
                           " calculating another run."
                       MOVE 1 TO RETURN-CODE
                   END-IF
           END-READ.
       CLOSE PAY-RUN-FILE.

      *Nobody with a deduction or an order is a normal state for a
      *new site, so a missing master here only means nothing to
      *take.
       OPEN-THE-PAY-INPUTS.
       MOVE "Y" TO CODES-ON-FILE.
       OPEN INPUT DEDCODE-FILE.
       IF DEDCODE-FILE-STATUS NOT = "00"
           MOVE "N" TO CODES-ON-FILE.
       MOVE "Y" TO ELECTIONS-ON-FILE.
       OPEN INPUT ELECTION-FILE.
       IF ELECTION-FILE-STATUS NOT = "00"
           MOVE "N" TO ELECTIONS-ON-FILE.
       MOVE "Y" TO ORDERS-ON-FILE.
       OPEN INPUT GARNISHMENT-FILE.
       IF GARNISHMENT-FILE-STATUS NOT = "00"
           MOVE "N" TO ORDERS-ON-FILE.
       MOVE "Y" TO BRANCHES-ON-FILE.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS NOT = "00"
           MOVE "N" TO BRANCHES-ON-FILE.
       MOVE "Y" TO TAX-TABLES-ON-FILE.
      *No profiles yet means everyone is still monthly.
       MOVE "Y" TO PROFILES-ON-FILE.
       OPEN INPUT PAY-PROFILE-FILE.
       IF PAY-PROFILE-STATUS NOT = "00"
           MOVE "N" TO PROFILES-ON-FILE.
      *Opened for update: each payment taken is stamped with the
      *period, so the posting can mark it paid.
       MOVE "Y" TO ONE-TIMES-ON-FILE.
       OPEN I-O ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS NOT = "00"
           MOVE "N" TO ONE-TIMES-ON-FILE.
      *Opened for update for the same reason: released overtime is
      *stamped with the period it is paid in.
       MOVE "Y" TO RELEASES-ON-FILE.
       OPEN I-O OVERTIME-HELD-FILE.
       IF OVERTIME-HELD-STATUS NOT = "00"
           MOVE "N" TO RELEASES-ON-FILE.
       MOVE "Y" TO LOANS-ON-FILE.
       OPEN INPUT LOAN-FILE.
       IF LOAN-FILE-STATUS NOT = "00"
           MOVE "N" TO LOANS-ON-FILE.
      *No policy table means sick days are paid in full.
       MOVE "Y" TO POLICIES-ON-FILE.
       OPEN INPUT ABSENCE-POLICY-FILE.
       IF ABSENCE-POLICY-STATUS NOT = "00"
           MOVE "N" TO POLICIES-ON-FILE.
      *No plan rules, or nobody enrolled yet, means no retirement
      *contributions are taken.
       MOVE "N" TO PENSION-ON-FILE.
       OPEN INPUT PENSION-PLAN-FILE.
       IF PENSION-PLAN-STATUS = "00"
           READ PENSION-PLAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO PENSION-ON-FILE
                   MOVE PENPLAN-MATCH-PERCENT TO PLAN-MATCH-PERCENT
                   MOVE PENPLAN-MATCH-CAP TO PLAN-MATCH-CAP
           END-READ.
       CLOSE PENSION-PLAN-FILE.
       IF PENSION-ON-FILE = "Y"
           OPEN INPUT PENSION-ENROLL-FILE
           IF PENSION-ENROLL-STATUS NOT = "00"
               MOVE "N" TO PENSION-ON-FILE
           END-IF
       END-IF.
      *Nobody enrolled in a benefit plan means no premiums to take.
       MOVE "Y" TO BENEFITS-ON-FILE.
       OPEN INPUT BENEFIT-ENROLL-FILE.
       IF BENEFIT-ENROLL-STATUS NOT = "00"
           MOVE "N" TO BENEFITS-ON-FILE.
       IF BENEFITS-ON-FILE = "Y"
           OPEN INPUT BENEFIT-PLAN-FILE
           IF BENEFIT-PLAN-STATUS NOT = "00"
               MOVE "N" TO BENEFITS-ON-FILE
               CLOSE BENEFIT-ENROLL-FILE
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE PAYROLL-EXTRACT-FILE.
       CLOSE EMPLOYEES-FILE.
       IF CODES-ON-FILE = "Y"
           CLOSE DEDCODE-FILE.
       IF ELECTIONS-ON-FILE = "Y"
           CLOSE ELECTION-FILE.
       IF ORDERS-ON-FILE = "Y"
           CLOSE GARNISHMENT-FILE.
       IF BRANCHES-ON-FILE = "Y"
           CLOSE BRANCH-FILE.
       IF PROFILES-ON-FILE = "Y"
           CLOSE PAY-PROFILE-FILE.
       IF ONE-TIMES-ON-FILE = "Y"
           CLOSE ONE-TIME-PAY-FILE.
       IF RELEASES-ON-FILE = "Y"
           CLOSE OVERTIME-HELD-FILE.
       IF LOANS-ON-FILE = "Y"
           CLOSE LOAN-FILE.
       IF POLICIES-ON-FILE = "Y"
           CLOSE ABSENCE-POLICY-FILE.
       IF PENSION-ON-FILE = "Y"
           CLOSE PENSION-ENROLL-FILE.
       IF BENEFITS-ON-FILE = "Y"
           CLOSE BENEFIT-ENROLL-FILE
           CLOSE BENEFIT-PLAN-FILE.
       CLOSE NET-PAY-FILE.
       CLOSE PAY-LINE-FILE.

      *Net pay must cover the whole payroll, so a delta extract -
      *action codes A, C, T or D - cannot feed this run: the
      *employees it leaves out would simply not be paid.
       PROVE-FULL-EXTRACT.
       MOVE "N" TO DELTA-RECORD-SEEN.
       PERFORM READ-NEXT-EXTRACT.
       PERFORM CHECK-ONE-EXTRACT-ACTION
           UNTIL END-OF-EXTRACT = "Y"
               OR DELTA-RECORD-SEEN = "Y".
       CLOSE PAYROLL-EXTRACT-FILE.
       IF DELTA-RECORD-SEEN = "Y"
           DISPLAY "payroll.dat is a delta extract - rerun the"
               " extract with PAYROLL_EXTRACT_MODE=FULL, then"
               " rerun the pay calculation."
           MOVE 1 TO RETURN-CODE
           GO TO PROVE-FULL-EXTRACT-EXIT.
       MOVE "N" TO END-OF-EXTRACT.
       OPEN INPUT PAYROLL-EXTRACT-FILE.
       PROVE-FULL-EXTRACT-EXIT.
       EXIT.

       CHECK-ONE-EXTRACT-ACTION.
       IF PE-ACTION = "A" OR PE-ACTION = "C"
           OR PE-ACTION = "T" OR PE-ACTION = "D"
           MOVE "Y" TO DELTA-RECORD-SEEN.
       PERFORM READ-NEXT-EXTRACT.

       LOAD-THE-PREMIUMS.
       MOVE ZERO TO WEEK-RUN-COUNT.
       MOVE ZERO TO UNDATED-LINES.
       MOVE "N" TO LOAD-PASS.
       PERFORM READ-THE-PREMIUMS.
       MOVE "L" TO LOAD-PASS.
       PERFORM READ-THE-PREMIUMS.
       IF UNDATED-LINES > ZERO
           DISPLAY UNDATED-LINES " premium.dat lines carry no week"
               " and were not paid - rerun EmployeePremiumPayCalc"
               " for those weeks.".

       READ-THE-PREMIUMS.
       MOVE "N" TO END-OF-PREMIUMS.
       OPEN INPUT PREMIUM-FILE.
       IF PREMIUM-FILE-STATUS = "05"
           MOVE "Y" TO END-OF-PREMIUMS.
       PERFORM READ-NEXT-PREMIUM.
       PERFORM SIFT-ONE-PREMIUM
           UNTIL END-OF-PREMIUMS = "Y".
       CLOSE PREMIUM-FILE.

      *A day outside the period belongs to another run.
       SIFT-ONE-PREMIUM.
       EVALUATE TRUE
           WHEN PREM-WEEK-END NOT NUMERIC
               IF LOAD-PASS = "N"
                   ADD 1 TO UNDATED-LINES
               END-IF
           WHEN PREM-DATE < PERIOD-START-DATE
               OR PREM-DATE > PERIOD-END-DATE
               CONTINUE
           WHEN OTHER
               MOVE PREM-WEEK-END TO WANTED-WEEK-END
               MOVE PREM-RUN-STAMP TO WANTED-RUN-STAMP
               PERFORM JUDGE-THE-WEEK-RUN
               IF LINE-IS-CURRENT = "Y"
                   PERFORM LOAD-ONE-PREMIUM
               END-IF
       END-EVALUATE.
       PERFORM READ-NEXT-PREMIUM.

      *Hours of the same type and multiplier are summed so each
      *employee gets one premium line per kind of premium.
       LOAD-ONE-PREMIUM.
       MOVE "N" TO PREMIUM-WAS-FOUND.
       MOVE 1 TO PREMIUM-INDEX.
       PERFORM LOOK-FOR-PREMIUM-ENTRY
           UNTIL PREMIUM-INDEX > PREMIUM-COUNT
               OR PREMIUM-WAS-FOUND = "Y".
       IF PREMIUM-WAS-FOUND = "Y"
           ADD PREM-HOURS TO PT-HOURS(PREMIUM-INDEX)
       ELSE
           IF PREMIUM-COUNT < PREMIUM-LIMIT
               ADD 1 TO PREMIUM-COUNT
               MOVE PREM-EMPLOYEE-ID
                   TO PT-EMPLOYEE-ID(PREMIUM-COUNT)
               MOVE PREM-TYPE TO PT-TYPE(PREMIUM-COUNT)
               MOVE PREM-MULTIPLIER TO PT-MULTIPLIER(PREMIUM-COUNT)
               MOVE PREM-HOURS TO PT-HOURS(PREMIUM-COUNT)
           ELSE
               DISPLAY "Premium table full - premium for "
                   PREM-EMPLOYEE-ID " on " PREM-DATE
                   " not paid this run."
           END-IF
       END-IF.

       LOOK-FOR-PREMIUM-ENTRY.
       IF PT-EMPLOYEE-ID(PREMIUM-INDEX) = PREM-EMPLOYEE-ID
           AND PT-TYPE(PREMIUM-INDEX) = PREM-TYPE
           AND PT-MULTIPLIER(PREMIUM-INDEX) = PREM-MULTIPLIER
           MOVE "Y" TO PREMIUM-WAS-FOUND
       ELSE
           ADD 1 TO PREMIUM-INDEX.

       READ-NEXT-PREMIUM.
       IF END-OF-PREMIUMS = "N"
           READ PREMIUM-FILE
               AT END
                   MOVE "Y" TO END-OF-PREMIUMS
           END-READ.

       LOAD-THE-OVERTIME.
       MOVE ZERO TO WEEK-RUN-COUNT.
       MOVE ZERO TO UNDATED-LINES.
       MOVE "N" TO LOAD-PASS.
       PERFORM READ-THE-OVERTIME.
       MOVE "L" TO LOAD-PASS.
       PERFORM READ-THE-OVERTIME.
       IF UNDATED-LINES > ZERO
           DISPLAY UNDATED-LINES " overtime.dat lines carry no week"
               " and were not paid - rerun EmployeeOvertimeRegister"
               " for those weeks.".

       READ-THE-OVERTIME.
       MOVE "N" TO END-OF-OVERTIME.
       OPEN INPUT OVERTIME-FILE.
       IF OVERTIME-FILE-STATUS = "05"
           MOVE "Y" TO END-OF-OVERTIME.
       PERFORM READ-NEXT-OVERTIME.
       PERFORM SIFT-ONE-OVERTIME
           UNTIL END-OF-OVERTIME = "Y".
       CLOSE OVERTIME-FILE.

      *A week is paid in the period it ends in.
       SIFT-ONE-OVERTIME.
       EVALUATE TRUE
           WHEN OT-WEEK-END NOT NUMERIC
               IF LOAD-PASS = "N"
                   ADD 1 TO UNDATED-LINES
               END-IF
           WHEN OT-WEEK-END < PERIOD-START-DATE
               OR OT-WEEK-END > PERIOD-END-DATE
               CONTINUE
           WHEN OTHER
               MOVE OT-WEEK-END TO WANTED-WEEK-END
               MOVE OT-RUN-STAMP TO WANTED-RUN-STAMP
               PERFORM JUDGE-THE-WEEK-RUN
               IF LINE-IS-CURRENT = "Y"
                   PERFORM LOAD-ONE-OVERTIME
               END-IF
       END-EVALUATE.
       PERFORM READ-NEXT-OVERTIME.

      *On the noting pass a later run for a week replaces the one
      *held; on the loading pass a line is current only when it
      *came from the run held for its week.
       JUDGE-THE-WEEK-RUN.
       MOVE "N" TO LINE-IS-CURRENT.
       MOVE "N" TO WEEK-RUN-WAS-FOUND.
       MOVE 1 TO WEEK-RUN-INDEX.
       PERFORM LOOK-FOR-WEEK-RUN
           UNTIL WEEK-RUN-WAS-FOUND = "Y"
           OR WEEK-RUN-INDEX > WEEK-RUN-COUNT.
       IF LOAD-PASS = "N"
           IF WEEK-RUN-WAS-FOUND = "Y"
               IF WANTED-RUN-STAMP > WR-RUN-STAMP (WEEK-RUN-INDEX)
                   MOVE WANTED-RUN-STAMP
                       TO WR-RUN-STAMP (WEEK-RUN-INDEX)
               END-IF
           ELSE
               IF WEEK-RUN-COUNT < WEEK-RUN-LIMIT
                   ADD 1 TO WEEK-RUN-COUNT
                   MOVE WANTED-WEEK-END
                       TO WR-WEEK-END (WEEK-RUN-COUNT)
                   MOVE WANTED-RUN-STAMP
                       TO WR-RUN-STAMP (WEEK-RUN-COUNT)
               END-IF
           END-IF
       ELSE
           IF WEEK-RUN-WAS-FOUND = "Y"
               AND WR-RUN-STAMP (WEEK-RUN-INDEX) = WANTED-RUN-STAMP
               MOVE "Y" TO LINE-IS-CURRENT
           END-IF
       END-IF.

       LOOK-FOR-WEEK-RUN.
       IF WR-WEEK-END (WEEK-RUN-INDEX) = WANTED-WEEK-END
           MOVE "Y" TO WEEK-RUN-WAS-FOUND
       ELSE
           ADD 1 TO WEEK-RUN-INDEX.

       LOAD-ONE-OVERTIME.
       IF OT-AUTHORIZED-HOURS > ZERO
           IF OVERTIME-COUNT < OVERTIME-LIMIT
               ADD 1 TO OVERTIME-COUNT
               MOVE OT-EMPLOYEE-ID TO OVT-EMPLOYEE-ID(OVERTIME-COUNT)
               MOVE OT-AUTHORIZED-HOURS TO OVT-HOURS(OVERTIME-COUNT)
           ELSE
               DISPLAY "Overtime table full - overtime for "
                   OT-EMPLOYEE-ID " not paid this run."
           END-IF
       END-IF.

       READ-NEXT-OVERTIME.
       IF END-OF-OVERTIME = "N"
           READ OVERTIME-FILE
               AT END
                   MOVE "Y" TO END-OF-OVERTIME
           END-READ.

      *Vacation is paid leave and never touches pay. Unpaid and
      *sick absences are kept when they fall anywhere from the
      *first of the year through the end of the period: the sick
      *days earlier in the year count toward the full-pay days.
       LOAD-THE-ABSENCES.
       MOVE PERIOD-END-DATE TO YEAR-START-DATE.
       MOVE "0101" TO YEAR-START-DATE(5:4).
       MOVE "N" TO END-OF-ABSENCES.
       OPEN INPUT ABSENCE-FILE.
       IF ABSENCE-FILE-STATUS = "05"
           MOVE "Y" TO END-OF-ABSENCES.
       PERFORM READ-NEXT-ABSENCE.
       PERFORM LOAD-ONE-ABSENCE
           UNTIL END-OF-ABSENCES = "Y".
       CLOSE ABSENCE-FILE.

       LOAD-ONE-ABSENCE.
       IF (ABSENCE-UNPAID OR ABSENCE-SICK)
           AND ABSENCE-END-DATE NOT < YEAR-START-DATE
           AND ABSENCE-START-DATE NOT > PERIOD-END-DATE
           PERFORM KEEP-ONE-ABSENCE.
       PERFORM READ-NEXT-ABSENCE.

       KEEP-ONE-ABSENCE.
       IF ABSENCE-COUNT NOT < ABSENCE-LIMIT
           DISPLAY "Absence table full - absence for "
               ABSENCE-EMPLOYEE-ID " from " ABSENCE-START-DATE
               " not priced this run."
       ELSE
           ADD 1 TO ABSENCE-COUNT
           MOVE ABSENCE-EMPLOYEE-ID TO ABT-EMPLOYEE-ID(ABSENCE-COUNT)
           MOVE ABSENCE-TYPE TO ABT-TYPE(ABSENCE-COUNT)
           MOVE PERIOD-START-DATE TO WINDOW-FROM
           MOVE PERIOD-END-DATE TO WINDOW-TO
           PERFORM DAYS-INSIDE-THE-WINDOW
           MOVE WINDOW-DAYS TO ABT-PERIOD-DAYS(ABSENCE-COUNT)
           MOVE YEAR-START-DATE TO WINDOW-FROM
           PERFORM DAYS-INSIDE-THE-WINDOW
           MOVE WINDOW-DAYS TO ABT-YEAR-DAYS(ABSENCE-COUNT).

      *The working days keyed on the absence are spread over its
      *weekdays, so an absence running across the end of a period
      *is split between the two periods in proportion.
       DAYS-INSIDE-THE-WINDOW.
       MOVE ZERO TO WINDOW-DAYS.
       IF ABSENCE-START-DATE NOT < WINDOW-FROM
           AND ABSENCE-END-DATE NOT > WINDOW-TO
           MOVE ABSENCE-DAYS TO WINDOW-DAYS
       ELSE
           IF ABSENCE-START-DATE NOT > WINDOW-TO
               AND ABSENCE-END-DATE NOT < WINDOW-FROM
               PERFORM PRORATE-THE-ABSENCE.

       PRORATE-THE-ABSENCE.
       MOVE ABSENCE-START-DATE TO OVERLAP-FROM.
       MOVE ABSENCE-END-DATE TO OVERLAP-TO.
       PERFORM COUNT-THE-WEEKDAYS.
       MOVE WEEKDAY-COUNT TO ABSENCE-WEEKDAYS.
       IF ABSENCE-START-DATE < WINDOW-FROM
           MOVE WINDOW-FROM TO OVERLAP-FROM.
       IF ABSENCE-END-DATE > WINDOW-TO
           MOVE WINDOW-TO TO OVERLAP-TO.
       PERFORM COUNT-THE-WEEKDAYS.
       IF ABSENCE-WEEKDAYS > ZERO
           COMPUTE WINDOW-DAYS ROUNDED = ABSENCE-DAYS
               * WEEKDAY-COUNT / ABSENCE-WEEKDAYS.

      *Monday through Friday from OVERLAP-FROM through OVERLAP-TO.
       COUNT-THE-WEEKDAYS.
       MOVE ZERO TO WEEKDAY-COUNT.
       MOVE OVERLAP-FROM TO WALK-DATE.
       PERFORM COUNT-ONE-WEEKDAY
           UNTIL WALK-DATE > OVERLAP-TO OR WEEKDAY-COUNT > 900.

       COUNT-ONE-WEEKDAY.
       MOVE "W" TO DS-REQUEST.
       MOVE WALK-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS = "00" AND DS-DATE-OUT < 6
           ADD 1 TO WEEKDAY-COUNT.
       MOVE "N" TO DS-REQUEST.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS = "00"
           MOVE DS-DATE-OUT TO WALK-DATE
       ELSE
           MOVE 99999999 TO WALK-DATE.

       READ-NEXT-ABSENCE.
       IF END-OF-ABSENCES = "N"
           READ ABSENCE-FILE
               AT END
                   MOVE "Y" TO END-OF-ABSENCES
           END-READ.

      *Only records carrying a currently payable status are paid;
      *held records pass through unpaid, as in the payment file.
       PAY-ONE-EMPLOYEE.
       IF PE-STATUS = "A" OR PE-STATUS = "L"
           PERFORM FIND-THE-EMPLOYEE-FREQUENCY
           IF EMPLOYEE-FREQUENCY = RUN-FREQUENCY
               PERFORM CALCULATE-ONE-EMPLOYEE
           ELSE
               ADD 1 TO EMPLOYEES-OTHER-FREQUENCY.
       PERFORM READ-NEXT-EXTRACT.

       FIND-THE-EMPLOYEE-FREQUENCY.
       MOVE "M" TO EMPLOYEE-FREQUENCY.
       IF PROFILES-ON-FILE = "Y"
           MOVE PE-ID TO PAYPROF-EMPLOYEE-ID
           READ PAY-PROFILE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PAYPROF-FREQUENCY TO EMPLOYEE-FREQUENCY
           END-READ.

       CALCULATE-ONE-EMPLOYEE.
       MOVE SPACES TO NET-PAY-RECORD.
       MOVE PE-ID TO NETPAY-EMPLOYEE-ID.
       MOVE PAY-PERIOD TO NETPAY-PERIOD.
       MOVE PAY-DATE TO NETPAY-PAY-DATE.
       MOVE PE-DEPARTMENT TO NETPAY-DEPARTMENT.
       MOVE ZERO TO NETPAY-BASE-PAY NETPAY-PREMIUM-HOURS
           NETPAY-PREMIUM-PAY NETPAY-OVERTIME-HOURS
           NETPAY-OVERTIME-PAY NETPAY-GROSS NETPAY-TAXABLE
           NETPAY-INCOME-TAX NETPAY-SOCIAL-TAX NETPAY-GARNISHMENTS
           NETPAY-DEDUCTIONS NETPAY-NET.
       MOVE "N" TO NETPAY-SHORTFALL.
       MOVE PE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           MOVE EMPLOYEES-BRANCH TO NETPAY-BRANCH.
       MOVE ZERO TO LINE-SEQUENCE.
       COMPUTE HOURLY-RATE ROUNDED =
           PE-SALARY / STANDARD-ANNUAL-HOURS.
       PERFORM ADD-THE-EARNINGS.
       MOVE NETPAY-GROSS TO NETPAY-TAXABLE.
       MOVE NETPAY-GROSS TO AVAILABLE-NET.
       IF TAX-TABLES-ON-FILE = "Y"
           PERFORM TAKE-THE-WITHHOLDING.
       IF ORDERS-ON-FILE = "Y"
           PERFORM TAKE-THE-GARNISHMENTS
               THRU TAKE-THE-GARNISHMENTS-EXIT.
       IF LOANS-ON-FILE = "Y"
           PERFORM TAKE-THE-INSTALLMENTS
               THRU TAKE-THE-INSTALLMENTS-EXIT.
       IF PENSION-ON-FILE = "Y"
           PERFORM TAKE-THE-PENSION THRU TAKE-THE-PENSION-EXIT.
       IF BENEFITS-ON-FILE = "Y"
           PERFORM TAKE-THE-PREMIUMS THRU TAKE-THE-PREMIUMS-EXIT.
       IF ELECTIONS-ON-FILE = "Y" AND CODES-ON-FILE = "Y"
           PERFORM TAKE-THE-DEDUCTIONS
               THRU TAKE-THE-DEDUCTIONS-EXIT.
       MOVE AVAILABLE-NET TO NETPAY-NET.
       WRITE NET-PAY-RECORD
           INVALID KEY
               DISPLAY "Duplicate extract record for " PE-ID
                   " - paid once only."
       END-WRITE.
       ADD 1 TO EMPLOYEES-PAID.
       ADD NETPAY-GROSS TO TOTAL-GROSS.
       ADD NETPAY-NET TO TOTAL-NET.
       IF NETPAY-SHORTFALL = "Y"
           ADD 1 TO SHORTFALL-COUNT.

      *Base pay, then a line per premium kind, then overtime, then
      *each week of released overtime, then each approved one-time
      *payment.
       ADD-THE-EARNINGS.
       COMPUTE PERIOD-BASE ROUNDED = PE-SALARY / PERIODS-PER-YEAR.
       MOVE PERIOD-BASE TO NETPAY-BASE-PAY.
       MOVE "B" TO PAYLINE-TYPE.
       MOVE SPACES TO PAYLINE-CODE.
       MOVE "BASE PAY" TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       MOVE PERIOD-BASE TO LINE-AMOUNT.
       MOVE PERIOD-BASE TO LINE-DUE.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD PERIOD-BASE TO NETPAY-GROSS.
       MOVE 1 TO PREMIUM-INDEX.
       PERFORM PAY-ONE-PREMIUM-ENTRY
           UNTIL PREMIUM-INDEX > PREMIUM-COUNT.
       MOVE 1 TO OVERTIME-INDEX.
       PERFORM PAY-ONE-OVERTIME-ENTRY
           UNTIL OVERTIME-INDEX > OVERTIME-COUNT.
       IF RELEASES-ON-FILE = "Y"
           PERFORM PAY-THE-RELEASED-OVERTIME
               THRU PAY-THE-RELEASED-OVERTIME-EXIT.
       IF ONE-TIMES-ON-FILE = "Y"
           PERFORM PAY-THE-ONE-TIME-ITEMS
               THRU PAY-THE-ONE-TIME-ITEMS-EXIT.
       IF ABSENCE-COUNT > ZERO
           PERFORM PRICE-THE-ABSENCES THRU PRICE-THE-ABSENCES-EXIT.

       PAY-ONE-PREMIUM-ENTRY.
       IF PT-EMPLOYEE-ID(PREMIUM-INDEX) = PE-ID
           COMPUTE LINE-AMOUNT ROUNDED =
               PT-HOURS(PREMIUM-INDEX) * HOURLY-RATE
               * (PT-MULTIPLIER(PREMIUM-INDEX) - 1)
           MOVE "P" TO PAYLINE-TYPE
           MOVE PT-TYPE(PREMIUM-INDEX) TO PAYLINE-CODE
           IF PT-TYPE(PREMIUM-INDEX) = "H"
               MOVE "HOLIDAY PREMIUM" TO PAYLINE-DESCRIPTION
           ELSE
               MOVE "NIGHT PREMIUM" TO PAYLINE-DESCRIPTION
           END-IF
           MOVE PT-HOURS(PREMIUM-INDEX) TO LINE-HOURS
           MOVE LINE-AMOUNT TO LINE-DUE
           PERFORM WRITE-ONE-PAY-LINE
           ADD PT-HOURS(PREMIUM-INDEX) TO NETPAY-PREMIUM-HOURS
           ADD LINE-AMOUNT TO NETPAY-PREMIUM-PAY
           ADD LINE-AMOUNT TO NETPAY-GROSS.
       ADD 1 TO PREMIUM-INDEX.

       PAY-ONE-OVERTIME-ENTRY.
       IF OVT-EMPLOYEE-ID(OVERTIME-INDEX) = PE-ID
           COMPUTE LINE-AMOUNT ROUNDED =
               OVT-HOURS(OVERTIME-INDEX) * HOURLY-RATE
               * OVERTIME-MULTIPLIER
           MOVE "O" TO PAYLINE-TYPE
           MOVE SPACES TO PAYLINE-CODE
           MOVE "OVERTIME" TO PAYLINE-DESCRIPTION
           MOVE OVT-HOURS(OVERTIME-INDEX) TO LINE-HOURS
           MOVE LINE-AMOUNT TO LINE-DUE
           PERFORM WRITE-ONE-PAY-LINE
           ADD OVT-HOURS(OVERTIME-INDEX) TO NETPAY-OVERTIME-HOURS
           ADD LINE-AMOUNT TO NETPAY-OVERTIME-PAY
           ADD LINE-AMOUNT TO NETPAY-GROSS.
       ADD 1 TO OVERTIME-INDEX.

      *Held overtime a supervisor has released and no posting has
      *yet marked paid is paid now at the overtime rate, a line per
      *week, and stamped with the period; a recalculation simply
      *takes it again.
       PAY-THE-RELEASED-OVERTIME.
       MOVE PE-ID TO OTHELD-EMPLOYEE-ID.
       MOVE ZERO TO OTHELD-WEEK-START.
       START OVERTIME-HELD-FILE
           KEY IS NOT LESS THAN OTHELD-KEY
           INVALID KEY
               GO TO PAY-THE-RELEASED-OVERTIME-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM PAY-ONE-RELEASED-WEEK
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       PAY-THE-RELEASED-OVERTIME-EXIT.
       EXIT.

       PAY-ONE-RELEASED-WEEK.
       READ OVERTIME-HELD-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF OTHELD-EMPLOYEE-ID NOT = PE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF OTHELD-RELEASED
                   PERFORM PAY-THIS-RELEASED-WEEK
               END-IF
           END-IF.

       PAY-THIS-RELEASED-WEEK.
       COMPUTE LINE-AMOUNT ROUNDED =
           OTHELD-HOURS * HOURLY-RATE * OVERTIME-MULTIPLIER.
       MOVE "O" TO PAYLINE-TYPE.
       MOVE OTHELD-WEEK-START TO PAYLINE-CODE.
       MOVE "RELEASED OVERTIME" TO PAYLINE-DESCRIPTION.
       MOVE OTHELD-HOURS TO LINE-HOURS.
       MOVE LINE-AMOUNT TO LINE-DUE.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD OTHELD-HOURS TO NETPAY-OVERTIME-HOURS.
       ADD LINE-AMOUNT TO NETPAY-OVERTIME-PAY.
       ADD LINE-AMOUNT TO NETPAY-GROSS.
       MOVE PAY-PERIOD TO OTHELD-PAY-PERIOD.
       REWRITE OVERTIME-HELD-RECORD
           INVALID KEY
               DISPLAY "Error stamping released overtime "
                   OTHELD-EMPLOYEE-ID "/" OTHELD-WEEK-START "."
       END-REWRITE.

      *Every approved payment not yet marked paid by a posting is
      *paid now, and stamped with the period; a recalculation
      *simply takes it again. A payment is never a change to
      *salary, so it adds to this period's gross and nothing else.
       PAY-THE-ONE-TIME-ITEMS.
       MOVE PE-ID TO ONETIME-EMPLOYEE-ID.
       MOVE ZERO TO ONETIME-SEQUENCE.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               GO TO PAY-THE-ONE-TIME-ITEMS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM PAY-ONE-ONE-TIME-ITEM
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       PAY-THE-ONE-TIME-ITEMS-EXIT.
       EXIT.

       PAY-ONE-ONE-TIME-ITEM.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ONETIME-EMPLOYEE-ID NOT = PE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF ONETIME-APPROVED
                   PERFORM PAY-THIS-ONE-TIME-ITEM
               END-IF
           END-IF.

       PAY-THIS-ONE-TIME-ITEM.
       MOVE "T" TO PAYLINE-TYPE.
       MOVE ONETIME-EARNINGS-CODE TO PAYLINE-CODE.
       MOVE ONETIME-DESCRIPTION TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       MOVE ONETIME-AMOUNT TO LINE-AMOUNT.
       MOVE ONETIME-AMOUNT TO LINE-DUE.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD ONETIME-AMOUNT TO NETPAY-GROSS.
       MOVE PAY-PERIOD TO ONETIME-PAY-PERIOD.
       REWRITE ONE-TIME-PAY-RECORD
           INVALID KEY
               DISPLAY "Error stamping one-time payment "
                   ONETIME-EMPLOYEE-ID "/" ONETIME-SEQUENCE "."
       END-REWRITE.

      *Unpaid days come off at the daily rate. Sick days are paid
      *in full up to the employment type's full-pay days for the
      *year; each one past that pays only the policy's percent and
      *the rest comes off. Nothing comes off beyond the earnings
      *already built, so gross never goes below zero.
       PRICE-THE-ABSENCES.
       MOVE ZERO TO UNPAID-DAYS SICK-PERIOD-DAYS SICK-YEAR-DAYS.
       MOVE 1 TO ABSENCE-INDEX.
       PERFORM ADD-UP-ONE-ABSENCE
           UNTIL ABSENCE-INDEX > ABSENCE-COUNT.
       IF UNPAID-DAYS = ZERO AND SICK-PERIOD-DAYS = ZERO
           GO TO PRICE-THE-ABSENCES-EXIT.
       COMPUTE DAILY-RATE ROUNDED = PE-SALARY / WORKING-DAYS-PER-YEAR.
       IF UNPAID-DAYS > ZERO
           COMPUTE LINE-DUE ROUNDED = UNPAID-DAYS * DAILY-RATE
           MOVE "UNPAID" TO PAYLINE-CODE
           MOVE "UNPAID LEAVE" TO PAYLINE-DESCRIPTION
           MOVE UNPAID-DAYS TO REDUCED-DAYS
           PERFORM TAKE-ONE-ABSENCE-LINE.
       IF SICK-PERIOD-DAYS > ZERO
           PERFORM FIND-THE-SICK-POLICY THRU FIND-THE-SICK-POLICY-EXIT.
       PRICE-THE-ABSENCES-EXIT.
       EXIT.

       ADD-UP-ONE-ABSENCE.
       IF ABT-EMPLOYEE-ID(ABSENCE-INDEX) = PE-ID
           IF ABT-TYPE(ABSENCE-INDEX) = "U"
               ADD ABT-PERIOD-DAYS(ABSENCE-INDEX) TO UNPAID-DAYS
           ELSE
               ADD ABT-PERIOD-DAYS(ABSENCE-INDEX) TO SICK-PERIOD-DAYS
               ADD ABT-YEAR-DAYS(ABSENCE-INDEX) TO SICK-YEAR-DAYS.
       ADD 1 TO ABSENCE-INDEX.

      *The policy is the one for the master's employment type; a
      *blank type is regular. No policy, no reduction.
       FIND-THE-SICK-POLICY.
       IF POLICIES-ON-FILE = "N" OR RECORD-FOUND = "N"
           GO TO FIND-THE-SICK-POLICY-EXIT.
       MOVE EMPLOYEES-EMPLOYMENT-TYPE TO POLICY-TYPE.
       IF POLICY-TYPE = SPACE
           MOVE "R" TO POLICY-TYPE.
       MOVE POLICY-TYPE TO ABSPOL-EMPLOYMENT-TYPE.
       READ ABSENCE-POLICY-FILE RECORD
           INVALID KEY
               GO TO FIND-THE-SICK-POLICY-EXIT
       END-READ.
       IF SICK-YEAR-DAYS NOT > ABSPOL-SICK-FULL-DAYS
           OR ABSPOL-SICK-PERCENT NOT < 100
           GO TO FIND-THE-SICK-POLICY-EXIT.
       COMPUTE REDUCED-DAYS = SICK-YEAR-DAYS - ABSPOL-SICK-FULL-DAYS.
       IF REDUCED-DAYS > SICK-PERIOD-DAYS
           MOVE SICK-PERIOD-DAYS TO REDUCED-DAYS.
       COMPUTE LINE-DUE ROUNDED = REDUCED-DAYS * DAILY-RATE
           * (100 - ABSPOL-SICK-PERCENT) / 100.
       MOVE "SICK" TO PAYLINE-CODE.
       MOVE SPACES TO PAYLINE-DESCRIPTION.
       STRING "SICK PAY AT " ABSPOL-SICK-PERCENT "%"
           DELIMITED BY SIZE INTO PAYLINE-DESCRIPTION.
       PERFORM TAKE-ONE-ABSENCE-LINE.
       FIND-THE-SICK-POLICY-EXIT.
       EXIT.

      *The line's hours are the days at the standard working day,
      *so the advice can show how much time was priced.
       TAKE-ONE-ABSENCE-LINE.
       MOVE NETPAY-GROSS TO ABSENCE-ROOM.
       MOVE LINE-DUE TO LINE-AMOUNT.
       IF LINE-AMOUNT > ABSENCE-ROOM
           MOVE ABSENCE-ROOM TO LINE-AMOUNT.
       MOVE "A" TO PAYLINE-TYPE.
       COMPUTE LINE-HOURS ROUNDED = REDUCED-DAYS
           * STANDARD-ANNUAL-HOURS / WORKING-DAYS-PER-YEAR.
       PERFORM WRITE-ONE-PAY-LINE.
       SUBTRACT LINE-AMOUNT FROM NETPAY-GROSS.

      *The branch's country picks the tables; no branch, or a
      *branch not on file, is taxed as the home country.
       TAKE-THE-WITHHOLDING.
       MOVE SPACES TO TAX-COUNTRY.
       IF BRANCHES-ON-FILE = "Y" AND NETPAY-BRANCH NOT = SPACES
           MOVE NETPAY-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO BRANCH-COUNTRY
           END-READ
           MOVE BRANCH-COUNTRY TO TAX-COUNTRY.
       MOVE NETPAY-TAXABLE TO TAXABLE-PAY.
       MOVE "I" TO TAX-KIND.
       PERFORM WITHHOLD-ONE-TAX THRU WITHHOLD-ONE-TAX-EXIT.
       ADD LINE-AMOUNT TO NETPAY-INCOME-TAX.
       MOVE "S" TO TAX-KIND.
       PERFORM WITHHOLD-ONE-TAX THRU WITHHOLD-ONE-TAX-EXIT.
       ADD LINE-AMOUNT TO NETPAY-SOCIAL-TAX.

      *No tables at all is different from a missing one: everyone
      *would be paid with nothing withheld, so it is said out loud
      *once and the rest of the run stops asking.
       WITHHOLD-ONE-TAX.
       MOVE ZERO TO LINE-AMOUNT.
       IF TAX-TABLES-ON-FILE = "N"
           GO TO WITHHOLD-ONE-TAX-EXIT.
       CALL "WithholdingService" USING TAX-COUNTRY PAY-YEAR
           TAX-KIND TAXABLE-PAY PERIODS-PER-YEAR TAX-DUE TAX-STATUS.
       IF TAX-STATUS = "10"
           MOVE "N" TO TAX-TABLES-ON-FILE
           DISPLAY "No taxtable.dat on file - nothing will be"
               " withheld this run."
           GO TO WITHHOLD-ONE-TAX-EXIT.
       IF TAX-STATUS NOT = "00"
           PERFORM QUEUE-THE-MISSING-TABLE
           GO TO WITHHOLD-ONE-TAX-EXIT.
       MOVE TAX-DUE TO LINE-DUE.
       MOVE TAX-KIND TO PAYLINE-TYPE.
       MOVE TAX-COUNTRY TO PAYLINE-CODE.
       IF TAX-KIND = "I"
           MOVE "INCOME TAX" TO PAYLINE-DESCRIPTION
       ELSE
           MOVE "SOCIAL INSURANCE" TO PAYLINE-DESCRIPTION.
       PERFORM LIMIT-TO-AVAILABLE-NET.
       MOVE ZERO TO LINE-HOURS.
       PERFORM WRITE-ONE-PAY-LINE.
       WITHHOLD-ONE-TAX-EXIT.
       EXIT.

      *Withholding is never guessed: with no table for the country
      *and year nothing is taken, and payroll is told.
       QUEUE-THE-MISSING-TABLE.
       MOVE "PAYCALC" TO EQ-SOURCE.
       MOVE PE-ID TO EQ-EMPLOYEE-ID.
       MOVE "E" TO EQ-SEVERITY.
       MOVE SPACES TO EQ-TEXT.
       STRING "NO TAX TABLE " DELIMITED BY SIZE
           TAX-KIND DELIMITED BY SIZE
           " COUNTRY '" DELIMITED BY SIZE
           TAX-COUNTRY DELIMITED BY SIZE
           "' YEAR " DELIMITED BY SIZE
           PAY-YEAR DELIMITED BY SIZE
           INTO EQ-TEXT.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

      *The employee's active orders are gathered first, then taken
      *lowest priority number first - the courts say who goes ahead
      *of whom, whatever order the order numbers sort in.
       TAKE-THE-GARNISHMENTS.
       MOVE ZERO TO ORDER-COUNT.
       MOVE PE-ID TO GARNISH-EMPLOYEE-ID.
       MOVE SPACES TO GARNISH-ORDER-NUMBER.
       START GARNISHMENT-FILE
           KEY IS NOT LESS THAN GARNISH-KEY
           INVALID KEY
               GO TO TAKE-THE-GARNISHMENTS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM GATHER-ONE-ORDER
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       MOVE ZERO TO ORDERS-TAKEN.
       PERFORM TAKE-NEXT-ORDER
           UNTIL ORDERS-TAKEN = ORDER-COUNT.
       TAKE-THE-GARNISHMENTS-EXIT.
       EXIT.

       GATHER-ONE-ORDER.
       READ GARNISHMENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF GARNISH-EMPLOYEE-ID NOT = PE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF GARNISH-ACTIVE AND ORDER-COUNT < ORDER-LIMIT
                   ADD 1 TO ORDER-COUNT
                   MOVE GARNISH-ORDER-NUMBER
                       TO ORD-NUMBER(ORDER-COUNT)
                   MOVE GARNISH-PRIORITY TO ORD-PRIORITY(ORDER-COUNT)
                   IF GARNISH-PER-PERIOD > GARNISH-REMAINING
                       MOVE GARNISH-REMAINING TO ORD-DUE(ORDER-COUNT)
                   ELSE
                       MOVE GARNISH-PER-PERIOD
                           TO ORD-DUE(ORDER-COUNT)
                   END-IF
                   MOVE "N" TO ORD-TAKEN(ORDER-COUNT)
               END-IF
           END-IF.

       TAKE-NEXT-ORDER.
       MOVE ZERO TO NEXT-ORDER.
       MOVE 1 TO ORDER-INDEX.
       PERFORM FIND-LOWEST-PRIORITY
           UNTIL ORDER-INDEX > ORDER-COUNT.
       MOVE "Y" TO ORD-TAKEN(NEXT-ORDER).
       ADD 1 TO ORDERS-TAKEN.
       MOVE ORD-DUE(NEXT-ORDER) TO LINE-DUE.
       MOVE "G" TO PAYLINE-TYPE.
       MOVE ORD-NUMBER(NEXT-ORDER) TO PAYLINE-CODE.
       PERFORM LIMIT-TO-AVAILABLE-NET.
       MOVE "GARNISHMENT" TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD LINE-AMOUNT TO NETPAY-GARNISHMENTS.

       FIND-LOWEST-PRIORITY.
       IF ORD-TAKEN(ORDER-INDEX) = "N"
           IF NEXT-ORDER = ZERO
               MOVE ORDER-INDEX TO NEXT-ORDER
           ELSE
               IF ORD-PRIORITY(ORDER-INDEX)
                   < ORD-PRIORITY(NEXT-ORDER)
                   MOVE ORDER-INDEX TO NEXT-ORDER
               END-IF
           END-IF.
       ADD 1 TO ORDER-INDEX.

      *Each open loan or advance whose start period has come gives
      *up its installment, or only what is left on the balance. The
      *balance itself comes down when the run is posted.
       TAKE-THE-INSTALLMENTS.
       MOVE PE-ID TO LOAN-EMPLOYEE-ID.
       MOVE ZERO TO LOAN-NUMBER.
       START LOAN-FILE
           KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
               GO TO TAKE-THE-INSTALLMENTS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM TAKE-ONE-INSTALLMENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       TAKE-THE-INSTALLMENTS-EXIT.
       EXIT.

       TAKE-ONE-INSTALLMENT.
       READ LOAN-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF LOAN-EMPLOYEE-ID NOT = PE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF LOAN-OPEN AND LOAN-REMAINING > ZERO
                   AND LOAN-START-PERIOD NOT > PAY-PERIOD
                   PERFORM TAKE-THIS-INSTALLMENT
               END-IF
           END-IF.

       TAKE-THIS-INSTALLMENT.
       IF LOAN-INSTALLMENT > LOAN-REMAINING
           MOVE LOAN-REMAINING TO LINE-DUE
       ELSE
           MOVE LOAN-INSTALLMENT TO LINE-DUE.
       MOVE "L" TO PAYLINE-TYPE.
       MOVE LOAN-NUMBER TO LOAN-LINE-NUMBER.
       MOVE LOAN-LINE-CODE TO PAYLINE-CODE.
       PERFORM LIMIT-TO-AVAILABLE-NET.
       IF LOAN-ADVANCE
           MOVE "ADVANCE REPAYMENT" TO PAYLINE-DESCRIPTION
       ELSE
           MOVE "LOAN REPAYMENT" TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD LINE-AMOUNT TO NETPAY-DEDUCTIONS.

      *The enrolled percent of base pay, out of pay already taxed.
      *The employer matches a share of what was actually taken, up
      *to the plan's cap, on a line of its own that is neither
      *earnings nor taken out of pay.
       TAKE-THE-PENSION.
       MOVE PE-ID TO PENENR-EMPLOYEE-ID.
       READ PENSION-ENROLL-FILE RECORD
           INVALID KEY
               GO TO TAKE-THE-PENSION-EXIT
       END-READ.
       IF PENENR-PERCENT = ZERO
           OR PENENR-START-DATE > PAY-DATE
           GO TO TAKE-THE-PENSION-EXIT.
       IF PENENR-STOP-DATE NOT = ZERO
           AND PENENR-STOP-DATE < PAY-DATE
           GO TO TAKE-THE-PENSION-EXIT.
       COMPUTE LINE-DUE ROUNDED =
           PERIOD-BASE * PENENR-PERCENT / 100.
       MOVE "R" TO PAYLINE-TYPE.
       MOVE "PENS" TO PAYLINE-CODE.
       PERFORM LIMIT-TO-AVAILABLE-NET.
       MOVE "RETIREMENT PLAN" TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD LINE-AMOUNT TO NETPAY-DEDUCTIONS.
       COMPUTE MATCHED-AMOUNT ROUNDED =
           PERIOD-BASE * PLAN-MATCH-CAP / 100.
       IF LINE-AMOUNT < MATCHED-AMOUNT
           MOVE LINE-AMOUNT TO MATCHED-AMOUNT.
       COMPUTE LINE-AMOUNT ROUNDED =
           MATCHED-AMOUNT * PLAN-MATCH-PERCENT / 100.
       IF LINE-AMOUNT = ZERO
           GO TO TAKE-THE-PENSION-EXIT.
       MOVE LINE-AMOUNT TO LINE-DUE.
       MOVE "M" TO PAYLINE-TYPE.
       MOVE "PENS" TO PAYLINE-CODE.
       MOVE "EMPLOYER PLAN MATCH" TO PAYLINE-DESCRIPTION.
       PERFORM WRITE-ONE-PAY-LINE.
       TAKE-THE-PENSION-EXIT.
       EXIT.

      *Each benefit plan the employee is covered by on the pay date
      *gives up the employee's share of its monthly premium, spread
      *over the frequency's periods in the year.
       TAKE-THE-PREMIUMS.
       MOVE PE-ID TO BENR-EMPLOYEE-ID.
       MOVE SPACES TO BENR-PLAN-CODE.
       START BENEFIT-ENROLL-FILE
           KEY IS NOT LESS THAN BENR-KEY
           INVALID KEY
               GO TO TAKE-THE-PREMIUMS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM TAKE-ONE-ENROLLMENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       TAKE-THE-PREMIUMS-EXIT.
       EXIT.

       TAKE-ONE-ENROLLMENT.
       READ BENEFIT-ENROLL-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF BENR-EMPLOYEE-ID NOT = PE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF BENR-START-DATE <= PAY-DATE
                   AND (BENR-STOP-DATE = ZERO
                       OR BENR-STOP-DATE >= PAY-DATE)
                   PERFORM TAKE-ONE-PREMIUM
                       THRU TAKE-ONE-PREMIUM-EXIT
               END-IF
           END-IF.

      *A plan and tier missing from the master cannot be priced, so
      *nothing is taken and payroll is told.
       TAKE-ONE-PREMIUM.
       MOVE BENR-PLAN-CODE TO BPLAN-CODE.
       MOVE BENR-TIER TO BPLAN-TIER.
       MOVE "Y" TO PLAN-FOUND.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               MOVE "N" TO PLAN-FOUND
       END-READ.
       IF PLAN-FOUND = "N"
           MOVE "PAYCALC" TO EQ-SOURCE
           MOVE PE-ID TO EQ-EMPLOYEE-ID
           MOVE "E" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "NO BENEFIT PLAN " BENR-PLAN-CODE " TIER "
               BENR-TIER " - PREMIUM NOT TAKEN"
               DELIMITED BY SIZE INTO EQ-TEXT
           CALL "ExceptionQueueService" USING EQ-SOURCE
               EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS
           GO TO TAKE-ONE-PREMIUM-EXIT.
       IF BPLAN-EMPLOYER-SHARE NOT < BPLAN-MONTHLY-PREMIUM
           GO TO TAKE-ONE-PREMIUM-EXIT.
       COMPUTE MONTHLY-SHARE =
           BPLAN-MONTHLY-PREMIUM - BPLAN-EMPLOYER-SHARE.
       COMPUTE LINE-DUE ROUNDED =
           MONTHLY-SHARE * 12 / PERIODS-PER-YEAR.
       MOVE "H" TO PAYLINE-TYPE.
       MOVE BPLAN-CODE TO PAYLINE-CODE.
       PERFORM LIMIT-TO-AVAILABLE-NET.
       MOVE BPLAN-DESCRIPTION TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD LINE-AMOUNT TO NETPAY-DEDUCTIONS.
       TAKE-ONE-PREMIUM-EXIT.
       EXIT.

       TAKE-THE-DEDUCTIONS.
       MOVE PE-ID TO ELECTION-EMPLOYEE-ID.
       MOVE SPACES TO ELECTION-DEDUCTION-CODE.
       START ELECTION-FILE
           KEY IS NOT LESS THAN ELECTION-KEY
           INVALID KEY
               GO TO TAKE-THE-DEDUCTIONS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM TAKE-ONE-ELECTION
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       TAKE-THE-DEDUCTIONS-EXIT.
       EXIT.

       TAKE-ONE-ELECTION.
       READ ELECTION-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ELECTION-EMPLOYEE-ID NOT = PE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF ELECTION-START-DATE <= PAY-DATE
                   AND (ELECTION-STOP-DATE = ZERO
                       OR ELECTION-STOP-DATE >= PAY-DATE)
                   PERFORM TAKE-IN-FORCE-ELECTION
                       THRU TAKE-IN-FORCE-ELECTION-EXIT
               END-IF
           END-IF.

      *Priced as the register always priced them: flat codes at
      *their amount, percentage codes against the period's base pay.
       TAKE-IN-FORCE-ELECTION.
       MOVE ELECTION-DEDUCTION-CODE TO DEDCODE-CODE.
       MOVE "Y" TO CODE-FOUND.
       READ DEDCODE-FILE RECORD
           INVALID KEY
               MOVE "N" TO CODE-FOUND
       END-READ.
       IF CODE-FOUND = "N"
           DISPLAY "Election for " ELECTION-EMPLOYEE-ID " names"
               " code " ELECTION-DEDUCTION-CODE " which is not on"
               " the code master - skipped."
           GO TO TAKE-IN-FORCE-ELECTION-EXIT.
      *A flat amount is set per monthly period and is spread over
      *the frequency the same way a benefit premium is.
       IF DEDCODE-FLAT
           COMPUTE LINE-DUE ROUNDED =
               DEDCODE-AMOUNT * 12 / PERIODS-PER-YEAR
       ELSE
           COMPUTE LINE-DUE ROUNDED =
               PERIOD-BASE * DEDCODE-AMOUNT / 100.
       MOVE "D" TO PAYLINE-TYPE.
       MOVE DEDCODE-CODE TO PAYLINE-CODE.
       PERFORM LIMIT-TO-AVAILABLE-NET.
       MOVE DEDCODE-DESCRIPTION TO PAYLINE-DESCRIPTION.
       MOVE ZERO TO LINE-HOURS.
       PERFORM WRITE-ONE-PAY-LINE.
       ADD LINE-AMOUNT TO NETPAY-DEDUCTIONS.
       TAKE-IN-FORCE-ELECTION-EXIT.
       EXIT.

      *Net pay never goes below zero: whatever is left is taken and
      *the rest is reported, not carried silently.
       LIMIT-TO-AVAILABLE-NET.
       IF LINE-DUE > AVAILABLE-NET
           MOVE AVAILABLE-NET TO LINE-AMOUNT
           MOVE "Y" TO NETPAY-SHORTFALL
           PERFORM QUEUE-THE-SHORTFALL
       ELSE
           MOVE LINE-DUE TO LINE-AMOUNT.
       SUBTRACT LINE-AMOUNT FROM AVAILABLE-NET.

       QUEUE-THE-SHORTFALL.
       COMPUTE SHORT-DISPLAY = LINE-DUE - AVAILABLE-NET.
       MOVE "PAYCALC" TO EQ-SOURCE.
       MOVE PE-ID TO EQ-EMPLOYEE-ID.
       MOVE "W" TO EQ-SEVERITY.
       MOVE SPACES TO EQ-TEXT.
       STRING "NET PAY SHORT " DELIMITED BY SIZE
           SHORT-DISPLAY DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           PAYLINE-TYPE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PAYLINE-CODE DELIMITED BY SIZE
           INTO EQ-TEXT.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

       WRITE-ONE-PAY-LINE.
       ADD 1 TO LINE-SEQUENCE.
       MOVE PE-ID TO PAYLINE-EMPLOYEE-ID.
       MOVE LINE-SEQUENCE TO PAYLINE-SEQUENCE.
       MOVE LINE-HOURS TO PAYLINE-HOURS.
       MOVE LINE-AMOUNT TO PAYLINE-AMOUNT.
       MOVE LINE-DUE TO PAYLINE-DUE.
       WRITE PAY-LINE-RECORD
           INVALID KEY
               DISPLAY "Pay line " PE-ID "/" LINE-SEQUENCE
                   " already written - duplicate extract record?"
       END-WRITE.

       WRITE-THE-PAY-RUN.
       OPEN OUTPUT PAY-RUN-FILE.
       MOVE SPACES TO PAY-RUN-RECORD.
       MOVE PAY-PERIOD TO PAYRUN-PERIOD.
       MOVE PAY-DATE TO PAYRUN-PAY-DATE.
       MOVE EMPLOYEES-PAID TO PAYRUN-EMPLOYEE-COUNT.
       MOVE TOTAL-GROSS TO PAYRUN-TOTAL-GROSS.
       MOVE TOTAL-NET TO PAYRUN-TOTAL-NET.
       MOVE "C" TO PAYRUN-STAGE.
       MOVE RUN-FREQUENCY TO PAYRUN-FREQUENCY.
       WRITE PAY-RUN-RECORD.
       CLOSE PAY-RUN-FILE.

       READ-NEXT-EXTRACT.
       READ PAYROLL-EXTRACT-FILE
       AT END MOVE "Y" TO END-OF-EXTRACT.

       END PROGRAM EmployeePayCalculation.
