       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeSalaryWhatIf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PayGradePhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PayGradeLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PAYGRADE-FILE-STATUS PIC X(2).
       01  PAYGRADE-FILE-PRESENT PIC X VALUE "N".
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-PRESENT PIC X VALUE "N".
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACE.
           88  SIGNED-ON-SUPERVISOR VALUE "S".
       77  EXIT-MODELLER PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  GRADE-WAS-FOUND PIC X.
       77  BRANCH-WAS-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
       01  EMPLOYEE-ID-WANTED PIC 9(6).

      *Arguments and return for the shared arithmetic service, so
      *every sum on this screen is worked the way the calculator
      *works it.
       77  ARITH-OPERATION PIC X.
       77  ARITH-NUMBER1 PIC S9(9)V99.
       77  ARITH-NUMBER2 PIC S9(9)V99.
       77  ARITH-RESULT PIC S9(9)V99.
       77  ARITH-STATUS-CODE PIC X(2).
       77  ARITH-FAILED PIC X.

      *Arguments for the shared pay-period lookup.
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
       01  PERIOD-HELD PIC 9(6).
       01  PERIOD-HELD-PARTS REDEFINES PERIOD-HELD.
           05  PERIOD-HELD-YEAR PIC 9(4).
           05  PERIOD-HELD-NUMBER PIC 9(2).
       01  PERIODS-PER-YEAR PIC 9(2).
       01  PERIODS-LEFT PIC 9(2).

      *Arguments for the shared exchange-rate lookup.
       77  FX-LOOKUP-CURRENCY PIC X(3).
       77  FX-AS-OF-DATE PIC 9(8).
       77  FX-RATE-FOUND PIC 9(3)V9(6).
       77  FX-LOOKUP-STATUS PIC X(2).

      *The proposal as keyed, a salary or a percentage ending in %.
      *The decimal entry is split on its point and each side proved
      *numeric on its own, the way the calculator reads money.
       77  PROPOSAL-INPUT PIC X(12).
       77  PROPOSAL-IS-PERCENT PIC X.
       77  PROPOSAL-VALID PIC X.
       77  PROPOSAL-TRAILING-SPACES PIC 9(2).
       77  PROPOSAL-LENGTH PIC 9(2).
       77  PROPOSAL-WORK PIC X(12).
       77  PROPOSAL-INT-TEXT PIC X(8).
       77  PROPOSAL-DEC-TEXT PIC X(3).
       77  PROPOSAL-EXTRA-TEXT PIC X(2).
       77  PROPOSAL-INT-LENGTH PIC 9.
       77  PROPOSAL-DEC-LENGTH PIC 9.
       77  PROPOSAL-INT-VALUE PIC 9(7).
       77  PROPOSAL-DEC-VALUE PIC 9(2).
       77  PROPOSAL-VALUE PIC 9(7)V99.

       01  OLD-SALARY PIC S9(9)V99.
       01  NEW-SALARY PIC S9(9)V99.
       01  SALARY-CHANGE PIC S9(9)V99.
       01  OLD-PERIOD-GROSS PIC S9(9)V99.
       01  NEW-PERIOD-GROSS PIC S9(9)V99.
       01  PERIOD-CHANGE PIC S9(9)V99.
       01  REST-OF-YEAR-COST PIC S9(9)V99.
       01  BAND-MIN PIC S9(9)V99.
       01  BAND-MAX PIC S9(9)V99.
       01  BAND-MIDPOINT PIC S9(9)V99.
       01  BAND-WIDTH PIC S9(9)V99.
       01  COMPA-PERCENT PIC S9(9)V99.
       01  COMPA-RATIO PIC S9(2)V9(3).
       01  BAND-POSITION PIC S9(9)V99.
       01  CONVERTED-AMOUNT PIC S9(9)V99.

       01  AMOUNT-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01  RATIO-DISPLAY PIC -Z9.999.
       01  POSITION-DISPLAY PIC -ZZZZ9.99.
       01  COUNT-DISPLAY PIC Z9.

       PROCEDURE DIVISION.
      *Models a salary offer or counter-offer for one employee at a
      *time: the supervisor keys an employee ID and either a new
      *annual salary or a percentage, and sees the new annual and
      *per-period gross, where the new figure sits against the
      *band on paygrades.dat as a compa-ratio and as a position in
      *the range, what the change costs over the pay periods left
      *this year, and - for staff paid in a foreign branch's
      *currency - the same figures at today's rate through
      *FxRateService. The sums go through ArithmeticService. Every
      *file is opened for input only; nothing is written anywhere.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       IF NOT SIGNED-ON-SUPERVISOR
           DISPLAY "Salary modelling is limited to supervisors."
           GOBACK.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM MODEL-ONE-EMPLOYEE THRU MODEL-ONE-EMPLOYEE-EXIT
               UNTIL EXIT-MODELLER = "Y".
       PERFORM CLOSING-PROCEDURE.
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
      *Without the rate table the salary figures still model; the
      *band lines are simply left off.
       OPEN INPUT PAYGRADE-FILE.
       IF PAYGRADE-FILE-STATUS = "00"
           MOVE "Y" TO PAYGRADE-FILE-PRESENT.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCH-FILE-PRESENT.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE.
       IF PAYGRADE-FILE-PRESENT = "Y"
           CLOSE PAYGRADE-FILE.
       IF BRANCH-FILE-PRESENT = "Y"
           CLOSE BRANCH-FILE.

       MODEL-ONE-EMPLOYEE.
       DISPLAY " ".
       DISPLAY "ENTER the employee ID to model (0 to exit): ".
       ACCEPT EMPLOYEE-ID-WANTED.
       IF EMPLOYEE-ID-WANTED = ZERO
           MOVE "Y" TO EXIT-MODELLER
           GO TO MODEL-ONE-EMPLOYEE-EXIT.
       MOVE EMPLOYEE-ID-WANTED TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No employee with that ID."
           GO TO MODEL-ONE-EMPLOYEE-EXIT.
       IF EMPLOYEES-TERMINATED
           DISPLAY "That employee is terminated."
           GO TO MODEL-ONE-EMPLOYEE-EXIT.
       MOVE EMPLOYEES-SALARY TO OLD-SALARY.
       MOVE OLD-SALARY TO AMOUNT-DISPLAY.
       DISPLAY EMPLOYEES-NAME " " EMPLOYEES-JOB-TITLE " GRADE "
           EMPLOYEES-PAY-GRADE.
       DISPLAY "CURRENT ANNUAL SALARY:    " AMOUNT-DISPLAY.
       PERFORM ACCEPT-THE-PROPOSAL.
       IF PROPOSAL-VALID NOT = "Y"
           DISPLAY "That is not a valid salary or percentage."
           GO TO MODEL-ONE-EMPLOYEE-EXIT.
       MOVE "N" TO ARITH-FAILED.
       PERFORM WORK-OUT-THE-NEW-SALARY.
       PERFORM WORK-OUT-THE-PERIOD-GROSS.
       PERFORM WORK-OUT-THE-REST-OF-YEAR.
       IF ARITH-FAILED = "Y"
           DISPLAY "The figures are too large to model."
           GO TO MODEL-ONE-EMPLOYEE-EXIT.
       PERFORM SHOW-THE-SALARY-FIGURES.
       PERFORM SHOW-THE-BAND-FIGURES.
       PERFORM SHOW-THE-CONVERTED-FIGURES
           THRU SHOW-THE-CONVERTED-FIGURES-EXIT.
       DISPLAY "Modelled only - nothing has been changed.".
       MODEL-ONE-EMPLOYEE-EXIT.
       EXIT.

       ACCEPT-THE-PROPOSAL.
       DISPLAY "ENTER the new annual salary (e.g. 52000.00) or a"
           " percentage with % (e.g. 3.5%): ".
       MOVE SPACES TO PROPOSAL-INPUT.
       ACCEPT PROPOSAL-INPUT.
       PERFORM PARSE-THE-PROPOSAL THRU PARSE-THE-PROPOSAL-EXIT.

      *A trailing % marks a percentage; the rest is read as an
      *unsigned amount with up to seven whole digits and two
      *decimals. A second point, a sign, or any other character
      *rejects the entry.
       PARSE-THE-PROPOSAL.
       MOVE "N" TO PROPOSAL-VALID.
       MOVE "N" TO PROPOSAL-IS-PERCENT.
       MOVE ZERO TO PROPOSAL-TRAILING-SPACES.
       INSPECT PROPOSAL-INPUT
           TALLYING PROPOSAL-TRAILING-SPACES FOR TRAILING SPACE.
       COMPUTE PROPOSAL-LENGTH = 12 - PROPOSAL-TRAILING-SPACES.
       IF PROPOSAL-LENGTH = ZERO
           GO TO PARSE-THE-PROPOSAL-EXIT.
       MOVE SPACES TO PROPOSAL-WORK.
       IF PROPOSAL-INPUT (PROPOSAL-LENGTH:1) = "%"
           MOVE "Y" TO PROPOSAL-IS-PERCENT
           SUBTRACT 1 FROM PROPOSAL-LENGTH
           IF PROPOSAL-LENGTH = ZERO
               GO TO PARSE-THE-PROPOSAL-EXIT
           END-IF.
       MOVE PROPOSAL-INPUT (1:PROPOSAL-LENGTH) TO PROPOSAL-WORK.
       MOVE SPACES TO PROPOSAL-INT-TEXT.
       MOVE SPACES TO PROPOSAL-DEC-TEXT.
       MOVE SPACES TO PROPOSAL-EXTRA-TEXT.
       UNSTRING PROPOSAL-WORK DELIMITED BY "."
           INTO PROPOSAL-INT-TEXT PROPOSAL-DEC-TEXT
                PROPOSAL-EXTRA-TEXT.
       IF PROPOSAL-EXTRA-TEXT NOT = SPACES
           GO TO PARSE-THE-PROPOSAL-EXIT.
       IF PROPOSAL-INT-TEXT (8:1) NOT = SPACE
           GO TO PARSE-THE-PROPOSAL-EXIT.
       IF PROPOSAL-DEC-TEXT (3:1) NOT = SPACE
           GO TO PARSE-THE-PROPOSAL-EXIT.
       MOVE ZERO TO PROPOSAL-TRAILING-SPACES.
       INSPECT PROPOSAL-INT-TEXT
           TALLYING PROPOSAL-TRAILING-SPACES FOR TRAILING SPACE.
       COMPUTE PROPOSAL-INT-LENGTH = 8 - PROPOSAL-TRAILING-SPACES.
       MOVE ZERO TO PROPOSAL-TRAILING-SPACES.
       INSPECT PROPOSAL-DEC-TEXT
           TALLYING PROPOSAL-TRAILING-SPACES FOR TRAILING SPACE.
       COMPUTE PROPOSAL-DEC-LENGTH = 3 - PROPOSAL-TRAILING-SPACES.
       IF PROPOSAL-INT-LENGTH = ZERO AND PROPOSAL-DEC-LENGTH = ZERO
           GO TO PARSE-THE-PROPOSAL-EXIT.
       MOVE ZERO TO PROPOSAL-INT-VALUE.
       IF PROPOSAL-INT-LENGTH > ZERO
           IF PROPOSAL-INT-TEXT (1:PROPOSAL-INT-LENGTH) IS NUMERIC
               MOVE PROPOSAL-INT-TEXT (1:PROPOSAL-INT-LENGTH)
                   TO PROPOSAL-INT-VALUE
           ELSE
               GO TO PARSE-THE-PROPOSAL-EXIT.
       MOVE ZERO TO PROPOSAL-DEC-VALUE.
       IF PROPOSAL-DEC-LENGTH > ZERO
           IF PROPOSAL-DEC-TEXT (1:PROPOSAL-DEC-LENGTH) IS NUMERIC
               IF PROPOSAL-DEC-LENGTH = 1
                   MOVE PROPOSAL-DEC-TEXT (1:1) TO PROPOSAL-DEC-VALUE
                   MULTIPLY 10 BY PROPOSAL-DEC-VALUE
               ELSE
                   MOVE PROPOSAL-DEC-TEXT (1:2) TO PROPOSAL-DEC-VALUE
               END-IF
           ELSE
               GO TO PARSE-THE-PROPOSAL-EXIT.
       COMPUTE PROPOSAL-VALUE =
           PROPOSAL-INT-VALUE + PROPOSAL-DEC-VALUE / 100.
       IF PROPOSAL-VALUE = ZERO
           GO TO PARSE-THE-PROPOSAL-EXIT.
       MOVE "Y" TO PROPOSAL-VALID.
       PARSE-THE-PROPOSAL-EXIT.
       EXIT.

      *A percentage is taken on the current salary; a keyed salary
      *is used as it stands.
       WORK-OUT-THE-NEW-SALARY.
       IF PROPOSAL-IS-PERCENT = "Y"
           MOVE "M" TO ARITH-OPERATION
           MOVE OLD-SALARY TO ARITH-NUMBER1
           MOVE PROPOSAL-VALUE TO ARITH-NUMBER2
           PERFORM CALL-THE-ARITHMETIC
           MOVE "D" TO ARITH-OPERATION
           MOVE ARITH-RESULT TO ARITH-NUMBER1
           MOVE 100 TO ARITH-NUMBER2
           PERFORM CALL-THE-ARITHMETIC
           MOVE "A" TO ARITH-OPERATION
           MOVE OLD-SALARY TO ARITH-NUMBER1
           MOVE ARITH-RESULT TO ARITH-NUMBER2
           PERFORM CALL-THE-ARITHMETIC
           MOVE ARITH-RESULT TO NEW-SALARY
       ELSE
           MOVE PROPOSAL-VALUE TO NEW-SALARY.
       MOVE "S" TO ARITH-OPERATION.
       MOVE NEW-SALARY TO ARITH-NUMBER1.
       MOVE OLD-SALARY TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO SALARY-CHANGE.

      *Per-period gross at the employee's own pay frequency, the
      *same periods-per-year the accrual and pay calculation use.
       WORK-OUT-THE-PERIOD-GROSS.
       MOVE "D" TO PP-REQUEST.
       MOVE EMPLOYEES-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       MOVE TODAYS-DATE TO PP-DATE.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.
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
       MOVE "D" TO ARITH-OPERATION.
       MOVE OLD-SALARY TO ARITH-NUMBER1.
       MOVE PERIODS-PER-YEAR TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO OLD-PERIOD-GROSS.
       MOVE NEW-SALARY TO ARITH-NUMBER1.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO NEW-PERIOD-GROSS.
       MOVE "S" TO ARITH-OPERATION.
       MOVE NEW-PERIOD-GROSS TO ARITH-NUMBER1.
       MOVE OLD-PERIOD-GROSS TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO PERIOD-CHANGE.

      *The change is costed over the pay periods still to be paid
      *this year, the current one included while its pay date is
      *ahead. With no calendar for the frequency the months left
      *stand in for it.
       WORK-OUT-THE-REST-OF-YEAR.
       IF PP-STATUS = "00"
           MOVE PP-PERIOD TO PERIOD-HELD
           COMPUTE PERIODS-LEFT = PERIODS-PER-YEAR
               - PERIOD-HELD-NUMBER
           IF PP-PAY-DATE NOT < TODAYS-DATE
               ADD 1 TO PERIODS-LEFT
           END-IF
           IF PERIOD-HELD-NUMBER > PERIODS-PER-YEAR
               MOVE 1 TO PERIODS-LEFT
           END-IF
       ELSE
           COMPUTE PERIODS-LEFT = PERIODS-PER-YEAR
               * (13 - TODAYS-MONTH) / 12.
       MOVE "M" TO ARITH-OPERATION.
       MOVE PERIOD-CHANGE TO ARITH-NUMBER1.
       MOVE PERIODS-LEFT TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO REST-OF-YEAR-COST.

       SHOW-THE-SALARY-FIGURES.
       MOVE NEW-SALARY TO AMOUNT-DISPLAY.
       DISPLAY "PROPOSED ANNUAL SALARY:   " AMOUNT-DISPLAY.
       MOVE SALARY-CHANGE TO AMOUNT-DISPLAY.
       DISPLAY "ANNUAL CHANGE:            " AMOUNT-DISPLAY.
       MOVE OLD-PERIOD-GROSS TO AMOUNT-DISPLAY.
       DISPLAY "CURRENT GROSS PER PERIOD: " AMOUNT-DISPLAY
           " (FREQUENCY " PP-FREQUENCY ")".
       MOVE NEW-PERIOD-GROSS TO AMOUNT-DISPLAY.
       DISPLAY "NEW GROSS PER PERIOD:     " AMOUNT-DISPLAY.
       MOVE REST-OF-YEAR-COST TO AMOUNT-DISPLAY.
       MOVE PERIODS-LEFT TO COUNT-DISPLAY.
       DISPLAY "COST FOR THE REST OF " TODAYS-YEAR ": "
           AMOUNT-DISPLAY " OVER " COUNT-DISPLAY " PERIOD(S)".

      *Compa-ratio is salary over the band midpoint; the position is
      *how far into the band the salary sits, 0 at the minimum and
      *100 at the maximum, below 0 or above 100 when outside it.
       SHOW-THE-BAND-FIGURES.
       MOVE "N" TO GRADE-WAS-FOUND.
       IF PAYGRADE-FILE-PRESENT = "Y"
           MOVE EMPLOYEES-JOB-TITLE TO PAYGRADE-JOB-TITLE
           MOVE "Y" TO GRADE-WAS-FOUND
           READ PAYGRADE-FILE RECORD
               INVALID KEY
                   MOVE "N" TO GRADE-WAS-FOUND
           END-READ.
       IF GRADE-WAS-FOUND = "N"
           DISPLAY "No band on paygrades.dat for this job title."
       ELSE
           MOVE PAYGRADE-MIN-SALARY TO BAND-MIN
           MOVE PAYGRADE-MAX-SALARY TO BAND-MAX
           MOVE BAND-MIN TO AMOUNT-DISPLAY
           DISPLAY "BAND " PAYGRADE-CODE " MINIMUM:       "
               AMOUNT-DISPLAY
           MOVE BAND-MAX TO AMOUNT-DISPLAY
           DISPLAY "BAND " PAYGRADE-CODE " MAXIMUM:       "
               AMOUNT-DISPLAY
           PERFORM WORK-OUT-THE-MIDPOINT
           IF BAND-MIDPOINT > ZERO
               MOVE OLD-SALARY TO ARITH-NUMBER1
               PERFORM WORK-OUT-THE-COMPA-RATIO
               DISPLAY "CURRENT COMPA-RATIO:      " RATIO-DISPLAY
               MOVE NEW-SALARY TO ARITH-NUMBER1
               PERFORM WORK-OUT-THE-COMPA-RATIO
               DISPLAY "NEW COMPA-RATIO:          " RATIO-DISPLAY
           END-IF
           IF BAND-WIDTH > ZERO
               PERFORM WORK-OUT-THE-BAND-POSITION
               DISPLAY "NEW POSITION IN BAND:     " POSITION-DISPLAY
                   "%"
           END-IF
           IF NEW-SALARY < BAND-MIN
               DISPLAY "The proposed salary is BELOW the band."
           END-IF
           IF NEW-SALARY > BAND-MAX
               DISPLAY "The proposed salary is ABOVE the band."
           END-IF.

       WORK-OUT-THE-MIDPOINT.
       MOVE "A" TO ARITH-OPERATION.
       MOVE BAND-MIN TO ARITH-NUMBER1.
       MOVE BAND-MAX TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE "D" TO ARITH-OPERATION.
       MOVE ARITH-RESULT TO ARITH-NUMBER1.
       MOVE 2 TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO BAND-MIDPOINT.
       MOVE "S" TO ARITH-OPERATION.
       MOVE BAND-MAX TO ARITH-NUMBER1.
       MOVE BAND-MIN TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO BAND-WIDTH.

      *Worked as a percentage first so the ratio keeps three
      *decimals through a two-decimal service.
       WORK-OUT-THE-COMPA-RATIO.
       MOVE "M" TO ARITH-OPERATION.
       MOVE 100 TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE "D" TO ARITH-OPERATION.
       MOVE ARITH-RESULT TO ARITH-NUMBER1.
       MOVE BAND-MIDPOINT TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO COMPA-PERCENT.
       COMPUTE COMPA-RATIO ROUNDED = COMPA-PERCENT / 100.
       MOVE COMPA-RATIO TO RATIO-DISPLAY.

       WORK-OUT-THE-BAND-POSITION.
       MOVE "S" TO ARITH-OPERATION.
       MOVE NEW-SALARY TO ARITH-NUMBER1.
       MOVE BAND-MIN TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE "M" TO ARITH-OPERATION.
       MOVE ARITH-RESULT TO ARITH-NUMBER1.
       MOVE 100 TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE "D" TO ARITH-OPERATION.
       MOVE ARITH-RESULT TO ARITH-NUMBER1.
       MOVE BAND-WIDTH TO ARITH-NUMBER2.
       PERFORM CALL-THE-ARITHMETIC.
       MOVE ARITH-RESULT TO BAND-POSITION.
       MOVE BAND-POSITION TO POSITION-DISPLAY.

      *Salaries are held in the branch's currency; staff in a
      *foreign branch also get the new salary and the cost change
      *in home currency at today's rate.
       SHOW-THE-CONVERTED-FIGURES.
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
       IF FX-LOOKUP-CURRENCY = SPACES
           GO TO SHOW-THE-CONVERTED-FIGURES-EXIT.
       MOVE TODAYS-DATE TO FX-AS-OF-DATE.
       CALL "FxRateService" USING FX-LOOKUP-CURRENCY
           FX-AS-OF-DATE FX-RATE-FOUND FX-LOOKUP-STATUS.
       IF FX-LOOKUP-STATUS = "20"
           DISPLAY "No exchange rate on file for "
               FX-LOOKUP-CURRENCY " - figures are in "
               FX-LOOKUP-CURRENCY " only."
           GO TO SHOW-THE-CONVERTED-FIGURES-EXIT.
       IF FX-LOOKUP-STATUS NOT = "00"
           GO TO SHOW-THE-CONVERTED-FIGURES-EXIT.
       DISPLAY "FIGURES ABOVE ARE IN " FX-LOOKUP-CURRENCY
           "; AT TODAY'S RATE " FX-RATE-FOUND ":".
       COMPUTE CONVERTED-AMOUNT ROUNDED = NEW-SALARY * FX-RATE-FOUND.
       MOVE CONVERTED-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY "PROPOSED ANNUAL SALARY (HOME):   " AMOUNT-DISPLAY.
       COMPUTE CONVERTED-AMOUNT ROUNDED =
           SALARY-CHANGE * FX-RATE-FOUND.
       MOVE CONVERTED-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY "ANNUAL CHANGE (HOME):            " AMOUNT-DISPLAY.
       COMPUTE CONVERTED-AMOUNT ROUNDED =
           REST-OF-YEAR-COST * FX-RATE-FOUND.
       MOVE CONVERTED-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY "COST FOR THE REST OF YEAR (HOME):" AMOUNT-DISPLAY.
       SHOW-THE-CONVERTED-FIGURES-EXIT.
       EXIT.

       CALL-THE-ARITHMETIC.
       CALL "ArithmeticService" USING ARITH-OPERATION ARITH-NUMBER1
           ARITH-NUMBER2 ARITH-RESULT ARITH-STATUS-CODE.
       IF ARITH-STATUS-CODE NOT = "00"
           MOVE "Y" TO ARITH-FAILED
           MOVE ZERO TO ARITH-RESULT.

      *Picks up the role the sign-on program left behind; run
      *outside the menu there is no role and the screen refuses.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-ROLE TO SIGNED-ON-ROLE
           END-READ.
       CLOSE SESSION-FILE.

       END PROGRAM EmployeeSalaryWhatIf.
