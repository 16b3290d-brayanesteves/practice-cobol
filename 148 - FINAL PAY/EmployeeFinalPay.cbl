       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeFinalPay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "FinalPayPhysicalFile.cbl".
       COPY "LeaveLedgerPhysicalFile.cbl".
       COPY "ElectionPhysicalFile.cbl".
       COPY "ClearancePhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "CheckRequestPhysicalFile.cbl".
       COPY "PayHistoryPhysicalFile.cbl".
       COPY "AccumulatorPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "LoanPhysicalFile.cbl".
       COPY "LoanLedgerPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "FinalPayLogicFile.cbl".
       COPY "LeaveLedgerLogicFile.cbl".
       COPY "ElectionLogicFile.cbl".
       COPY "ClearanceLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "CheckRequestLogicFile.cbl".
       COPY "PayHistoryLogicFile.cbl".
       COPY "AccumulatorLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "LoanLogicFile.cbl".
       COPY "LoanLedgerLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  FINAL-PAY-STATUS PIC X(2).
       01  LEAVE-LEDGER-STATUS PIC X(2).
       01  ELECTION-FILE-STATUS PIC X(2).
       01  CLEARANCE-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  CHECK-REQUEST-STATUS PIC X(2).
       01  PAY-HISTORY-STATUS PIC X(2).
       01  ACCUMULATOR-STATUS PIC X(2).
       01  LOAN-FILE-STATUS PIC X(2).
       01  LOAN-LEDGER-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  RECORD-FOUND PIC X.
       77  LEDGERS-ON-FILE PIC X.
       77  ELECTIONS-ON-FILE PIC X.
       77  CLEARANCE-ON-FILE PIC X.
       77  BRANCHES-ON-FILE PIC X.
       77  TAX-TABLES-ON-FILE PIC X.
       77  CLEARANCE-IS-OPEN PIC X.
       77  MONTH-END-FOUND PIC X.
       77  LOANS-ON-FILE PIC X.
       77  DONE-WITH-LOANS PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
       01  TODAYS-QUARTER PIC 9(1).

      *Terminations dated on or after FINAL_PAY_SINCE (YYYYMMDD) are
      *looked at; left blank it is the first of last month, so a
      *termination keyed late is still caught by the next run.
       01  SINCE-WANTED PIC X(8).
       01  SINCE-DATE PIC 9(8).
       01  SINCE-DATE-PARTS REDEFINES SINCE-DATE.
           05  SINCE-YEAR PIC 9(4).
           05  SINCE-MONTH PIC 9(2).
           05  SINCE-DAY PIC 9(2).

      *Salary for part of a period is by calendar day; a day of
      *unused leave is worth a working day's salary.
       01  WORKING-DAYS-PER-YEAR PIC 9(3) VALUE 260.
       01  PERIODS-PER-YEAR PIC 9(2).
       01  PERIOD-BASE PIC 9(7)V99.
       01  LEAVE-BALANCE PIC S9(4)V99.
       01  AVAILABLE-NET PIC 9(7)V99.
       01  WALK-DATE PIC 9(8).
       01  WALK-FROM PIC 9(8).
       01  WALK-TO PIC 9(8).
       01  DAY-COUNT PIC 9(3).
       01  FINAL-PERIOD-KEY PIC 9(6).
       01  CODE-INDEX PIC 9(2).
       77  CODE-WAS-FOUND PIC X.
       01  ENTRY-CODE PIC X(4).
       01  LOAN-BALANCE-OWED PIC 9(7)V99.
       01  RECOVERY-LEFT PIC 9(7)V99.
       01  RECOVERED-AMOUNT PIC 9(7)V99.

       01  FINAL-PAYS-CALCULATED PIC 9(5) VALUE ZERO.
       01  FINAL-PAYS-HELD PIC 9(5) VALUE ZERO.
       01  FINAL-PAYS-PAID PIC 9(5) VALUE ZERO.
       01  TOTAL-PAID PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  AMOUNT-EDIT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  DAYS-EDIT-DISPLAY PIC ZZ9.99.

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
      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).
      *Arguments for the shared withholding calculation.
       77  TAX-COUNTRY PIC X(3).
       77  TAX-YEAR PIC 9(4).
       77  TAX-KIND PIC X(1).
       77  TAXABLE-PAY PIC 9(7)V99.
       77  TAX-DUE PIC 9(7)V99.
       77  TAX-STATUS PIC X(2).
      *Arguments for the shared exception queue.
       77  EQ-SOURCE PIC X(20).
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

       01  STATEMENT-HEADING.
           05  FILLER PIC X(32) VALUE "DESCRIPTION".
           05  FILLER PIC X(14) VALUE "AMOUNT".
           05  FILLER PIC X(20) VALUE "DETAIL".

       01  STATEMENT-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-DESCRIPTION PIC X(30).
           05  SL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-NOTE PIC X(30).

       01  STATEMENT-TEXT PIC X(132).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "finalpay".
       77  RW-TITLE PIC X(60)
           VALUE "FINAL PAY STATEMENTS".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Final pay for every termination. Each employee terminated
      *since the cutoff and not yet on finalpay.dat is worked out
      *once: salary for the days of the final pay period up to the
      *termination date (nothing, and a workbench item, when the
      *regular run already paid that period in full), unused leave
      *from the leave ledger, and withholding through the same
      *tables the regular run uses. Voluntary deduction elections
      *are stopped at the termination date. While anything on the
      *exit clearance checklist is still open the final pay is
      *held; once clear it is queued for a check as final pay,
      *posted to pay history and the accumulators, and the
      *statement for the exit file prints. Open salary advances and
      *staff loans are recovered from what is left after
      *withholding, as far as it goes; a balance the net cannot
      *cover goes to the workbench. Held final pays are looked at
      *again on every run.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           PERFORM RELEASE-THE-HELD-FINAL-PAYS
           PERFORM FIND-THE-NEW-TERMINATIONS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE FINAL-PAYS-CALCULATED TO COUNT-DISPLAY
           DISPLAY "Final pays calculated:          " COUNT-DISPLAY
           MOVE FINAL-PAYS-PAID TO COUNT-DISPLAY
           DISPLAY "Final pays paid:                " COUNT-DISPLAY
           MOVE FINAL-PAYS-HELD TO COUNT-DISPLAY
           DISPLAY "Held for exit clearance:        " COUNT-DISPLAY
           MOVE TOTAL-PAID TO AMOUNT-DISPLAY
           DISPLAY "Total net queued for checks: " AMOUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       COMPUTE TODAYS-QUARTER = (TODAYS-MONTH - 1) / 3 + 1.
       PERFORM SET-THE-SINCE-DATE.
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
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
      *The final pay, check queue, history and accumulators are
      *built the first time they are needed, the same way
      *EMPLOYEES-FILE is.
       OPEN I-O FINAL-PAY-FILE.
       IF FINAL-PAY-STATUS = "35"
           OPEN OUTPUT FINAL-PAY-FILE
           CLOSE FINAL-PAY-FILE
           OPEN I-O FINAL-PAY-FILE.
       OPEN I-O CHECK-REQUEST-FILE.
       IF CHECK-REQUEST-STATUS = "35"
           OPEN OUTPUT CHECK-REQUEST-FILE
           CLOSE CHECK-REQUEST-FILE
           OPEN I-O CHECK-REQUEST-FILE.
       OPEN I-O PAY-HISTORY-FILE.
       IF PAY-HISTORY-STATUS = "35"
           OPEN OUTPUT PAY-HISTORY-FILE
           CLOSE PAY-HISTORY-FILE
           OPEN I-O PAY-HISTORY-FILE.
       OPEN I-O ACCUMULATOR-FILE.
       IF ACCUMULATOR-STATUS = "35"
           OPEN OUTPUT ACCUMULATOR-FILE
           CLOSE ACCUMULATOR-FILE
           OPEN I-O ACCUMULATOR-FILE.
       IF FINAL-PAY-STATUS NOT = "00"
           OR CHECK-REQUEST-STATUS NOT = "00"
           OR PAY-HISTORY-STATUS NOT = "00"
           OR ACCUMULATOR-STATUS NOT = "00"
           DISPLAY "Error opening the final pay files, status"
               " codes " FINAL-PAY-STATUS " " CHECK-REQUEST-STATUS
               " " PAY-HISTORY-STATUS " " ACCUMULATOR-STATUS "."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
      *No ledger means no leave to pay out, no elections nothing to
      *stop, no checklist nothing to wait for, and no branches
      *everyone taxed as the home country.
       MOVE "Y" TO LEDGERS-ON-FILE.
       OPEN INPUT LEAVE-LEDGER-FILE.
       IF LEAVE-LEDGER-STATUS NOT = "00"
           MOVE "N" TO LEDGERS-ON-FILE.
       MOVE "Y" TO ELECTIONS-ON-FILE.
       OPEN I-O ELECTION-FILE.
       IF ELECTION-FILE-STATUS NOT = "00"
           MOVE "N" TO ELECTIONS-ON-FILE.
       MOVE "Y" TO CLEARANCE-ON-FILE.
       OPEN INPUT CLEARANCE-FILE.
       IF CLEARANCE-FILE-STATUS NOT = "00"
           MOVE "N" TO CLEARANCE-ON-FILE.
       MOVE "Y" TO BRANCHES-ON-FILE.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS NOT = "00"
           MOVE "N" TO BRANCHES-ON-FILE.
       MOVE "Y" TO TAX-TABLES-ON-FILE.
      *No loan file means no advances to recover; the loan ledger
      *is started the first time a recovery is written to it.
       MOVE "Y" TO LOANS-ON-FILE.
       OPEN I-O LOAN-FILE.
       IF LOAN-FILE-STATUS NOT = "00"
           MOVE "N" TO LOANS-ON-FILE
       ELSE
           OPEN I-O LOAN-LEDGER-FILE
           IF LOAN-LEDGER-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER-FILE
               CLOSE LOAN-LEDGER-FILE
               OPEN I-O LOAN-LEDGER-FILE
           END-IF.
       OPEN EXTEND AUDIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       SET-THE-SINCE-DATE.
       MOVE SPACES TO SINCE-WANTED.
       ACCEPT SINCE-WANTED FROM ENVIRONMENT "FINAL_PAY_SINCE".
       IF SINCE-WANTED NOT = SPACES
           MOVE SINCE-WANTED TO SINCE-DATE
       ELSE
           MOVE TODAYS-DATE TO SINCE-DATE
           MOVE 1 TO SINCE-DAY
           IF SINCE-MONTH = 1
               MOVE 12 TO SINCE-MONTH
               SUBTRACT 1 FROM SINCE-YEAR
           ELSE
               SUBTRACT 1 FROM SINCE-MONTH.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE FINAL-PAY-FILE.
       CLOSE CHECK-REQUEST-FILE.
       CLOSE PAY-HISTORY-FILE.
       CLOSE ACCUMULATOR-FILE.
       IF LEDGERS-ON-FILE = "Y"
           CLOSE LEAVE-LEDGER-FILE.
       IF ELECTIONS-ON-FILE = "Y"
           CLOSE ELECTION-FILE.
       IF CLEARANCE-ON-FILE = "Y"
           CLOSE CLEARANCE-FILE.
       IF BRANCHES-ON-FILE = "Y"
           CLOSE BRANCH-FILE.
       IF LOANS-ON-FILE = "Y"
           CLOSE LOAN-FILE
           CLOSE LOAN-LEDGER-FILE.
       CLOSE AUDIT-FILE.

      *A final pay held on an earlier run is paid as soon as the
      *last checklist item is signed off.
       RELEASE-THE-HELD-FINAL-PAYS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-FINAL-PAY.
       PERFORM RELEASE-ONE-FINAL-PAY
           UNTIL READ-ALL = "1".

       RELEASE-ONE-FINAL-PAY.
       IF FINALPAY-HELD
           PERFORM CHECK-THE-CLEARANCE THRU CHECK-THE-CLEARANCE-EXIT
           IF CLEARANCE-IS-OPEN = "N"
               PERFORM READ-THE-LEAVER
               PERFORM PAY-THE-FINAL-PAY
               REWRITE FINAL-PAY-RECORD
                   INVALID KEY
                       DISPLAY "Error updating the final pay for "
                           FINALPAY-EMPLOYEE-ID "."
               END-REWRITE
               PERFORM PRINT-THE-STATEMENT
           END-IF.
       PERFORM READ-NEXT-FINAL-PAY.

       READ-THE-LEAVER.
       MOVE FINALPAY-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME EMPLOYEES-TERM-REASON
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-LASTNAMES
       END-READ.

      *The release step reads leavers at random, so the sweep is
      *started again from the first ID.
       FIND-THE-NEW-TERMINATIONS.
       MOVE ZERO TO EMPLOYEES-ID.
       MOVE "0" TO READ-ALL.
       START EMPLOYEES-FILE
           KEY IS NOT LESS THAN EMPLOYEES-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-EMPLOYEE.
       PERFORM CHECK-ONE-EMPLOYEE
           UNTIL READ-ALL = "1".

       CHECK-ONE-EMPLOYEE.
       IF EMPLOYEES-TERMINATED
           AND EMPLOYEES-TERM-DATE NOT = ZERO
           AND EMPLOYEES-TERM-DATE NOT < SINCE-DATE
           MOVE EMPLOYEES-ID TO FINALPAY-EMPLOYEE-ID
           MOVE EMPLOYEES-TERM-DATE TO FINALPAY-TERM-DATE
           MOVE "Y" TO RECORD-FOUND
           READ FINAL-PAY-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "N"
               PERFORM CALCULATE-THE-FINAL-PAY
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       CALCULATE-THE-FINAL-PAY.
       MOVE SPACES TO FINAL-PAY-RECORD.
       MOVE EMPLOYEES-ID TO FINALPAY-EMPLOYEE-ID.
       MOVE EMPLOYEES-TERM-DATE TO FINALPAY-TERM-DATE.
       MOVE TODAYS-DATE TO FINALPAY-CALC-DATE.
       MOVE ZERO TO FINALPAY-PAID-DATE FINALPAY-SALARY
           FINALPAY-OVERPAID-AMOUNT FINALPAY-LEAVE-DAYS
           FINALPAY-LEAVE-PAY FINALPAY-GROSS FINALPAY-INCOME-TAX
           FINALPAY-SOCIAL-TAX FINALPAY-NET
           FINALPAY-ELECTIONS-STOPPED FINALPAY-LOAN-RECOVERED.
       MOVE EMPLOYEES-BRANCH TO FINALPAY-BRANCH.
       MOVE EMPLOYEES-DEPARTMENT TO FINALPAY-DEPARTMENT.
       MOVE "N" TO FINALPAY-OVERPAID.
       PERFORM FIND-THE-FINAL-PERIOD.
       PERFORM PRORATE-THE-SALARY.
       PERFORM PAY-OUT-THE-LEAVE.
       COMPUTE FINALPAY-GROSS = FINALPAY-SALARY + FINALPAY-LEAVE-PAY.
       MOVE FINALPAY-GROSS TO AVAILABLE-NET.
       IF TAX-TABLES-ON-FILE = "Y"
           PERFORM TAKE-THE-WITHHOLDING.
       IF LOANS-ON-FILE = "Y"
           PERFORM RECOVER-THE-LOANS.
       MOVE AVAILABLE-NET TO FINALPAY-NET.
       IF ELECTIONS-ON-FILE = "Y"
           PERFORM STOP-THE-ELECTIONS THRU STOP-THE-ELECTIONS-EXIT.
       ADD 1 TO FINAL-PAYS-CALCULATED.
       PERFORM CHECK-THE-CLEARANCE THRU CHECK-THE-CLEARANCE-EXIT.
       IF CLEARANCE-IS-OPEN = "Y"
           MOVE "H" TO FINALPAY-STAGE
           ADD 1 TO FINAL-PAYS-HELD
       ELSE
           PERFORM PAY-THE-FINAL-PAY.
       WRITE FINAL-PAY-RECORD
           INVALID KEY
               DISPLAY "Error recording the final pay for "
                   FINALPAY-EMPLOYEE-ID "."
       END-WRITE.
       PERFORM PRINT-THE-STATEMENT.

      *The period of the employee's own frequency that holds the
      *termination date. With no calendar entry for it the
      *calendar month is used, as the regular run does for monthly
      *pay with no calendar.
       FIND-THE-FINAL-PERIOD.
       MOVE "D" TO PP-REQUEST.
       MOVE EMPLOYEES-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       MOVE EMPLOYEES-TERM-DATE TO PP-DATE.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.
       IF PP-STATUS = "00"
           MOVE PP-FREQUENCY TO FINALPAY-FREQUENCY
           MOVE PP-PERIOD TO FINALPAY-PERIOD
           MOVE PP-START-DATE TO FINALPAY-PERIOD-START
           MOVE PP-END-DATE TO FINALPAY-PERIOD-END
       ELSE
           MOVE "M" TO FINALPAY-FREQUENCY
           MOVE EMPLOYEES-TERM-DATE(1:6) TO FINALPAY-PERIOD
           MOVE EMPLOYEES-TERM-DATE TO FINALPAY-PERIOD-START
           MOVE "01" TO FINALPAY-PERIOD-START(7:2)
           PERFORM FIND-THE-MONTH-END.
       EVALUATE FINALPAY-FREQUENCY
           WHEN "S"
               MOVE 24 TO PERIODS-PER-YEAR
           WHEN "B"
               MOVE 26 TO PERIODS-PER-YEAR
           WHEN "W"
               MOVE 52 TO PERIODS-PER-YEAR
           WHEN OTHER
               MOVE 12 TO PERIODS-PER-YEAR
       END-EVALUATE.

       FIND-THE-MONTH-END.
       MOVE EMPLOYEES-TERM-DATE TO WALK-DATE.
       MOVE "N" TO MONTH-END-FOUND.
       PERFORM STEP-TOWARD-MONTH-END
           UNTIL MONTH-END-FOUND = "Y".
       MOVE WALK-DATE TO FINALPAY-PERIOD-END.

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

      *The period's share of salary, for the calendar days from the
      *start of the period through the termination date. A period
      *the regular run has already posted was paid in full, so
      *nothing more is due and the days not worked are over-paid.
       PRORATE-THE-SALARY.
       MOVE FINALPAY-PERIOD-START TO WALK-FROM.
       MOVE FINALPAY-TERM-DATE TO WALK-TO.
       PERFORM COUNT-THE-DAYS.
       MOVE DAY-COUNT TO FINALPAY-DAYS-WORKED.
       MOVE FINALPAY-PERIOD-END TO WALK-TO.
       PERFORM COUNT-THE-DAYS.
       MOVE DAY-COUNT TO FINALPAY-PERIOD-DAYS.
       IF FINALPAY-PERIOD-DAYS = ZERO
           MOVE 1 TO FINALPAY-PERIOD-DAYS.
       IF FINALPAY-DAYS-WORKED > FINALPAY-PERIOD-DAYS
           MOVE FINALPAY-PERIOD-DAYS TO FINALPAY-DAYS-WORKED.
       COMPUTE PERIOD-BASE ROUNDED =
           EMPLOYEES-SALARY / PERIODS-PER-YEAR.
       COMPUTE FINALPAY-SALARY ROUNDED = PERIOD-BASE
           * FINALPAY-DAYS-WORKED / FINALPAY-PERIOD-DAYS.
       MOVE EMPLOYEES-ID TO PAYHIST-EMPLOYEE-ID.
       MOVE FINALPAY-PERIOD TO PAYHIST-PERIOD.
       READ PAY-HISTORY-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
           NOT INVALID KEY
               MOVE "Y" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           MOVE "Y" TO FINALPAY-OVERPAID
           COMPUTE FINALPAY-OVERPAID-AMOUNT =
               PERIOD-BASE - FINALPAY-SALARY
           MOVE ZERO TO FINALPAY-SALARY
           MOVE FINALPAY-OVERPAID-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE "W" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "FINAL PERIOD PAID, OVERPAID "
               AMOUNT-EDIT-DISPLAY
               DELIMITED BY SIZE INTO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION.

      *Calendar days from WALK-FROM through WALK-TO, both counted.
       COUNT-THE-DAYS.
       MOVE ZERO TO DAY-COUNT.
       MOVE WALK-FROM TO WALK-DATE.
       PERFORM COUNT-ONE-DAY
           UNTIL WALK-DATE > WALK-TO OR DAY-COUNT > 400.

       COUNT-ONE-DAY.
       ADD 1 TO DAY-COUNT.
       MOVE "N" TO DS-REQUEST.
       MOVE WALK-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS = "00"
           MOVE DS-DATE-OUT TO WALK-DATE
       ELSE
           MOVE 99999999 TO WALK-DATE.

      *The ledger balance is carried over plus accrued less taken.
      *Leave taken beyond what was earned is not clawed back here;
      *HR is told through the workbench.
       PAY-OUT-THE-LEAVE.
       IF LEDGERS-ON-FILE = "N"
           MOVE ZERO TO LEAVE-BALANCE
       ELSE
           MOVE EMPLOYEES-ID TO LEDGER-EMPLOYEE-ID
           READ LEAVE-LEDGER-FILE RECORD
               INVALID KEY
                   MOVE ZERO TO LEAVE-BALANCE
               NOT INVALID KEY
                   COMPUTE LEAVE-BALANCE = LEDGER-CARRIED-OVER
                       + LEDGER-ACCRUED - LEDGER-TAKEN
           END-READ.
       IF LEAVE-BALANCE > ZERO
           MOVE LEAVE-BALANCE TO FINALPAY-LEAVE-DAYS
           COMPUTE FINALPAY-LEAVE-PAY ROUNDED = EMPLOYEES-SALARY
               * FINALPAY-LEAVE-DAYS / WORKING-DAYS-PER-YEAR.
       IF LEAVE-BALANCE < ZERO
           COMPUTE LEAVE-BALANCE = ZERO - LEAVE-BALANCE
           MOVE LEAVE-BALANCE TO DAYS-EDIT-DISPLAY
           MOVE "W" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "LEAVE OVERDRAWN BY " DAYS-EDIT-DISPLAY " DAYS"
               DELIMITED BY SIZE INTO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION.

      *Withheld the way the regular run withholds: the tables of
      *the branch's country for the year, the final gross treated
      *as one period of the employee's frequency.
       TAKE-THE-WITHHOLDING.
       MOVE SPACES TO TAX-COUNTRY.
       IF BRANCHES-ON-FILE = "Y" AND FINALPAY-BRANCH NOT = SPACES
           MOVE FINALPAY-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO BRANCH-COUNTRY
           END-READ
           MOVE BRANCH-COUNTRY TO TAX-COUNTRY.
       MOVE TODAYS-YEAR TO TAX-YEAR.
       MOVE FINALPAY-GROSS TO TAXABLE-PAY.
       MOVE "I" TO TAX-KIND.
       PERFORM WITHHOLD-ONE-TAX THRU WITHHOLD-ONE-TAX-EXIT.
       MOVE TAX-DUE TO FINALPAY-INCOME-TAX.
       MOVE "S" TO TAX-KIND.
       PERFORM WITHHOLD-ONE-TAX THRU WITHHOLD-ONE-TAX-EXIT.
       MOVE TAX-DUE TO FINALPAY-SOCIAL-TAX.

       WITHHOLD-ONE-TAX.
       CALL "WithholdingService" USING TAX-COUNTRY TAX-YEAR
           TAX-KIND TAXABLE-PAY PERIODS-PER-YEAR TAX-DUE TAX-STATUS.
       IF TAX-STATUS = "10"
           MOVE ZERO TO TAX-DUE
           MOVE "N" TO TAX-TABLES-ON-FILE
           DISPLAY "No taxtable.dat on file - nothing will be"
               " withheld from final pay this run."
           GO TO WITHHOLD-ONE-TAX-EXIT.
       IF TAX-STATUS NOT = "00"
           MOVE ZERO TO TAX-DUE
           MOVE "E" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "NO TAX TABLE " DELIMITED BY SIZE
               TAX-KIND DELIMITED BY SIZE
               " COUNTRY '" DELIMITED BY SIZE
               TAX-COUNTRY DELIMITED BY SIZE
               "' YEAR " DELIMITED BY SIZE
               TAX-YEAR DELIMITED BY SIZE
               INTO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION
           GO TO WITHHOLD-ONE-TAX-EXIT.
       IF TAX-DUE > AVAILABLE-NET
           MOVE AVAILABLE-NET TO TAX-DUE.
       SUBTRACT TAX-DUE FROM AVAILABLE-NET.
       WITHHOLD-ONE-TAX-EXIT.
       EXIT.

      *Whatever is still owed on open advances and loans comes out
      *of the net after withholding. The loans themselves are only
      *brought down when the final pay is paid, so a final pay
      *held for clearance leaves them open until then.
       RECOVER-THE-LOANS.
       MOVE ZERO TO LOAN-BALANCE-OWED.
       PERFORM ADD-UP-THE-LOANS THRU ADD-UP-THE-LOANS-EXIT.
       IF LOAN-BALANCE-OWED > ZERO
           MOVE LOAN-BALANCE-OWED TO FINALPAY-LOAN-RECOVERED
           IF FINALPAY-LOAN-RECOVERED > AVAILABLE-NET
               MOVE AVAILABLE-NET TO FINALPAY-LOAN-RECOVERED
           END-IF
           SUBTRACT FINALPAY-LOAN-RECOVERED FROM AVAILABLE-NET.
       IF LOAN-BALANCE-OWED > FINALPAY-LOAN-RECOVERED
           COMPUTE RECOVERY-LEFT =
               LOAN-BALANCE-OWED - FINALPAY-LOAN-RECOVERED
           MOVE RECOVERY-LEFT TO AMOUNT-EDIT-DISPLAY
           MOVE "W" TO EQ-SEVERITY
           MOVE SPACES TO EQ-TEXT
           STRING "LOAN BALANCE LEFT " AMOUNT-EDIT-DISPLAY
               DELIMITED BY SIZE INTO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION.

       ADD-UP-THE-LOANS.
       PERFORM START-THE-LOANS.
       IF DONE-WITH-LOANS = "Y"
           GO TO ADD-UP-THE-LOANS-EXIT.
       PERFORM ADD-UP-ONE-LOAN
           UNTIL DONE-WITH-LOANS = "Y".
       ADD-UP-THE-LOANS-EXIT.
       EXIT.

       ADD-UP-ONE-LOAN.
       PERFORM READ-NEXT-LOAN.
       IF DONE-WITH-LOANS = "N"
           IF LOAN-OPEN
               ADD LOAN-REMAINING TO LOAN-BALANCE-OWED.

       START-THE-LOANS.
       MOVE "N" TO DONE-WITH-LOANS.
       MOVE FINALPAY-EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
       MOVE ZERO TO LOAN-NUMBER.
       START LOAN-FILE
           KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
               MOVE "Y" TO DONE-WITH-LOANS
       END-START.

       READ-NEXT-LOAN.
       READ LOAN-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LOANS
       END-READ.
       IF DONE-WITH-LOANS = "N"
           IF LOAN-EMPLOYEE-ID NOT = FINALPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-LOANS.

      *Every election still running past the termination date ends
      *on it, so no later run takes a deduction from a leaver.
       STOP-THE-ELECTIONS.
       MOVE EMPLOYEES-ID TO ELECTION-EMPLOYEE-ID.
       MOVE LOW-VALUES TO ELECTION-DEDUCTION-CODE.
       START ELECTION-FILE
           KEY IS NOT LESS THAN ELECTION-KEY
           INVALID KEY
               GO TO STOP-THE-ELECTIONS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM STOP-ONE-ELECTION
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       STOP-THE-ELECTIONS-EXIT.
       EXIT.

       STOP-ONE-ELECTION.
       READ ELECTION-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ELECTION-EMPLOYEE-ID NOT = EMPLOYEES-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF ELECTION-STOP-DATE = ZERO
                   OR ELECTION-STOP-DATE > EMPLOYEES-TERM-DATE
                   PERFORM STOP-THIS-ELECTION
               END-IF
           END-IF.

       STOP-THIS-ELECTION.
       MOVE SPACES TO AUDIT-LINE.
       MOVE ELECTION-STOP-DATE TO AUDIT-BEFORE-VALUE.
       MOVE EMPLOYEES-TERM-DATE TO ELECTION-STOP-DATE.
       REWRITE ELECTION-RECORD
           INVALID KEY
               DISPLAY "Error stopping election "
                   ELECTION-DEDUCTION-CODE " for " EMPLOYEES-ID "."
           NOT INVALID KEY
               ADD 1 TO FINALPAY-ELECTIONS-STOPPED
               PERFORM WRITE-THE-ELECTION-AUDIT
       END-REWRITE.

       WRITE-THE-ELECTION-AUDIT.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE "EmployeeFinalPay" TO AUDIT-PROGRAM.
       MOVE EMPLOYEES-ID TO AUDIT-EMPLOYEE-ID.
       MOVE "TBL-UPD" TO AUDIT-LOG-ACTION.
       MOVE "ELECTION" TO AUDIT-TABLE-NAME.
       STRING ELECTION-EMPLOYEE-ID " " ELECTION-DEDUCTION-CODE
           DELIMITED BY SIZE INTO AUDIT-TABLE-KEY.
       MOVE ELECTION-STOP-DATE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.

      *Any checklist item still open holds the money; an employee
      *with no checklist at all (terminated before there was one)
      *has nothing to wait for.
       CHECK-THE-CLEARANCE.
       MOVE "N" TO CLEARANCE-IS-OPEN.
       IF CLEARANCE-ON-FILE = "N"
           GO TO CHECK-THE-CLEARANCE-EXIT.
       MOVE FINALPAY-EMPLOYEE-ID TO CLEARANCE-EMPLOYEE-ID.
       MOVE LOW-VALUES TO CLEARANCE-ITEM-CODE.
       START CLEARANCE-FILE
           KEY IS NOT LESS THAN CLEARANCE-KEY
           INVALID KEY
               GO TO CHECK-THE-CLEARANCE-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM CHECK-ONE-CLEARANCE-ITEM
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       CHECK-THE-CLEARANCE-EXIT.
       EXIT.

       CHECK-ONE-CLEARANCE-ITEM.
       READ CLEARANCE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF CLEARANCE-EMPLOYEE-ID NOT = FINALPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF CLEARANCE-OPEN
                   MOVE "Y" TO CLEARANCE-IS-OPEN
                   MOVE "Y" TO DONE-WITH-EMPLOYEE
               END-IF
           END-IF.

      *Final pay goes out by check on the termination date's
      *request, so a rerun replaces it instead of paying twice.
      *It is posted to pay history under period 99 of the year and
      *added into the quarter it is paid in, leaving the last
      *regular period posted where it was.  Someone rehired and let
      *go again in the same year takes the next free period down,
      *98 and on to 90, which no regular pay run ever reaches.
       PAY-THE-FINAL-PAY.
       MOVE "P" TO FINALPAY-STAGE.
       PERFORM FIND-THE-FINAL-PERIOD-KEY.
       MOVE TODAYS-DATE TO FINALPAY-PAID-DATE.
       ADD 1 TO FINAL-PAYS-PAID.
       ADD FINALPAY-NET TO TOTAL-PAID.
       IF FINALPAY-NET > ZERO
           PERFORM QUEUE-THE-CHECK.
       IF FINALPAY-GROSS > ZERO
           PERFORM POST-THE-FINAL-PAY.
       IF FINALPAY-LOAN-RECOVERED > ZERO AND LOANS-ON-FILE = "Y"
           PERFORM APPLY-THE-RECOVERY THRU APPLY-THE-RECOVERY-EXIT.

      *The amount recovered is spread over the open loans in loan
      *number order, oldest first, each one closing as it reaches
      *zero, with a ledger entry for each.
       APPLY-THE-RECOVERY.
       MOVE FINALPAY-LOAN-RECOVERED TO RECOVERY-LEFT.
       PERFORM START-THE-LOANS.
       IF DONE-WITH-LOANS = "Y"
           GO TO APPLY-THE-RECOVERY-EXIT.
       PERFORM APPLY-TO-ONE-LOAN
           UNTIL DONE-WITH-LOANS = "Y" OR RECOVERY-LEFT = ZERO.
       APPLY-THE-RECOVERY-EXIT.
       EXIT.

       APPLY-TO-ONE-LOAN.
       PERFORM READ-NEXT-LOAN.
       IF DONE-WITH-LOANS = "N"
           IF LOAN-OPEN AND LOAN-REMAINING > ZERO
               PERFORM RECOVER-THIS-LOAN THRU RECOVER-THIS-LOAN-EXIT.

       RECOVER-THIS-LOAN.
       MOVE RECOVERY-LEFT TO RECOVERED-AMOUNT.
       IF RECOVERED-AMOUNT > LOAN-REMAINING
           MOVE LOAN-REMAINING TO RECOVERED-AMOUNT.
       SUBTRACT RECOVERED-AMOUNT FROM LOAN-REMAINING.
       SUBTRACT RECOVERED-AMOUNT FROM RECOVERY-LEFT.
       IF LOAN-REMAINING = ZERO
           MOVE "R" TO LOAN-STATUS.
       ADD 1 TO LOAN-LAST-ENTRY.
       REWRITE LOAN-RECORD
           INVALID KEY
               DISPLAY "Error updating loan " LOAN-NUMBER " of "
                   LOAN-EMPLOYEE-ID "."
               GO TO RECOVER-THIS-LOAN-EXIT
       END-REWRITE.
       MOVE SPACES TO LOAN-LEDGER-RECORD.
       MOVE LOAN-EMPLOYEE-ID TO LOANLEDG-EMPLOYEE-ID.
       MOVE LOAN-NUMBER TO LOANLEDG-LOAN-NUMBER.
       MOVE LOAN-LAST-ENTRY TO LOANLEDG-ENTRY.
       MOVE TODAYS-DATE TO LOANLEDG-DATE.
       MOVE FINAL-PERIOD-KEY TO LOANLEDG-PERIOD.
       MOVE "F" TO LOANLEDG-KIND.
       MOVE RECOVERED-AMOUNT TO LOANLEDG-AMOUNT.
       MOVE LOAN-REMAINING TO LOANLEDG-BALANCE.
       MOVE "EmployeeFinalPay" TO LOANLEDG-BY.
       WRITE LOAN-LEDGER-RECORD
           INVALID KEY
               DISPLAY "Error writing the ledger for loan "
                   LOAN-NUMBER " of " LOAN-EMPLOYEE-ID "."
       END-WRITE.
       RECOVER-THIS-LOAN-EXIT.
       EXIT.

       QUEUE-THE-CHECK.
       MOVE SPACES TO CHECK-REQUEST-RECORD.
       MOVE FINALPAY-EMPLOYEE-ID TO CHKREQ-EMPLOYEE-ID.
       MOVE "F" TO CHKREQ-REASON.
       MOVE FINALPAY-TERM-DATE TO CHKREQ-REFERENCE.
       MOVE FINALPAY-NET TO CHKREQ-AMOUNT.
       MOVE TODAYS-DATE TO CHKREQ-REQUEST-DATE.
       WRITE CHECK-REQUEST-RECORD
           INVALID KEY
               REWRITE CHECK-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "Error queueing a check for "
                           FINALPAY-EMPLOYEE-ID "."
               END-REWRITE
       END-WRITE.

       FIND-THE-FINAL-PERIOD-KEY.
       COMPUTE FINAL-PERIOD-KEY = TODAYS-YEAR * 100 + 99.
       MOVE "Y" TO RECORD-FOUND.
       PERFORM TRY-ONE-FINAL-PERIOD-KEY
           UNTIL RECORD-FOUND = "N".

       TRY-ONE-FINAL-PERIOD-KEY.
       MOVE FINALPAY-EMPLOYEE-ID TO PAYHIST-EMPLOYEE-ID.
       MOVE FINAL-PERIOD-KEY TO PAYHIST-PERIOD.
       READ PAY-HISTORY-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           IF FINAL-PERIOD-KEY = TODAYS-YEAR * 100 + 90
               MOVE "N" TO RECORD-FOUND
           ELSE
               SUBTRACT 1 FROM FINAL-PERIOD-KEY
           END-IF.

       POST-THE-FINAL-PAY.
       MOVE FINALPAY-EMPLOYEE-ID TO PAYHIST-EMPLOYEE-ID.
       MOVE FINAL-PERIOD-KEY TO PAYHIST-PERIOD.
       MOVE TODAYS-DATE TO PAYHIST-PAY-DATE.
       MOVE FINALPAY-BRANCH TO PAYHIST-BRANCH.
       MOVE FINALPAY-DEPARTMENT TO PAYHIST-DEPARTMENT.
       MOVE ZERO TO PAYHIST-PREMIUM-HOURS PAYHIST-OVERTIME-HOURS
           PAYHIST-GARNISHMENTS.
       MOVE FINALPAY-LOAN-RECOVERED TO PAYHIST-DEDUCTIONS.
       MOVE FINALPAY-GROSS TO PAYHIST-GROSS.
       MOVE FINALPAY-GROSS TO PAYHIST-TAXABLE.
       MOVE FINALPAY-INCOME-TAX TO PAYHIST-INCOME-TAX.
       MOVE FINALPAY-SOCIAL-TAX TO PAYHIST-SOCIAL-TAX.
       MOVE FINALPAY-NET TO PAYHIST-NET.
       MOVE "Y" TO RECORD-FOUND.
       WRITE PAY-HISTORY-RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
               DISPLAY "Final pay for " FINALPAY-EMPLOYEE-ID
                   " is already in pay history - not posted again."
       END-WRITE.
       IF RECORD-FOUND = "Y"
           PERFORM ADD-TO-THE-ACCUMULATOR.

       ADD-TO-THE-ACCUMULATOR.
       MOVE FINALPAY-EMPLOYEE-ID TO ACCUM-EMPLOYEE-ID.
       MOVE TODAYS-YEAR TO ACCUM-YEAR.
       MOVE TODAYS-QUARTER TO ACCUM-QUARTER.
       MOVE "Y" TO RECORD-FOUND.
       READ ACCUMULATOR-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           PERFORM START-A-NEW-QUARTER.
       ADD FINALPAY-GROSS TO ACCUM-GROSS.
       ADD FINALPAY-GROSS TO ACCUM-TAXABLE.
       ADD FINALPAY-INCOME-TAX TO ACCUM-INCOME-TAX.
       ADD FINALPAY-SOCIAL-TAX TO ACCUM-SOCIAL-TAX.
       ADD FINALPAY-LOAN-RECOVERED TO ACCUM-DEDUCTIONS.
       ADD FINALPAY-NET TO ACCUM-NET.
       ADD 1 TO ACCUM-PAY-RUNS.
       IF FINALPAY-LOAN-RECOVERED > ZERO
           PERFORM ADD-TO-THE-CODE-ENTRY.
       IF RECORD-FOUND = "N"
           WRITE ACCUMULATOR-RECORD
               INVALID KEY
                   DISPLAY "Error adding accumulators for "
                       ACCUM-EMPLOYEE-ID "."
           END-WRITE
       ELSE
           REWRITE ACCUMULATOR-RECORD
               INVALID KEY
                   DISPLAY "Error updating accumulators for "
                       ACCUM-EMPLOYEE-ID "."
           END-REWRITE.

       START-A-NEW-QUARTER.
       MOVE ZERO TO ACCUM-GROSS ACCUM-TAXABLE ACCUM-INCOME-TAX
           ACCUM-SOCIAL-TAX ACCUM-GARNISHMENTS ACCUM-DEDUCTIONS
           ACCUM-NET ACCUM-PAY-RUNS ACCUM-LAST-PERIOD
           ACCUM-CODE-COUNT.
       MOVE 1 TO CODE-INDEX.
       PERFORM CLEAR-ONE-CODE-ENTRY
           UNTIL CODE-INDEX > 15.

       CLEAR-ONE-CODE-ENTRY.
       MOVE SPACES TO ACCUM-CODE(CODE-INDEX).
       MOVE ZERO TO ACCUM-CODE-AMOUNT(CODE-INDEX).
       ADD 1 TO CODE-INDEX.

      *The advance recovered from final pay goes under LOAN, as the
      *pay run posts installments, so the code split still adds
      *back to the deduction total.
       ADD-TO-THE-CODE-ENTRY.
       MOVE "LOAN" TO ENTRY-CODE.
       MOVE "N" TO CODE-WAS-FOUND.
       MOVE 1 TO CODE-INDEX.
       PERFORM LOOK-FOR-CODE-ENTRY
           UNTIL CODE-WAS-FOUND = "Y"
               OR CODE-INDEX > ACCUM-CODE-COUNT.
       IF CODE-WAS-FOUND = "N"
           IF ACCUM-CODE-COUNT < 15
               ADD 1 TO ACCUM-CODE-COUNT
               MOVE ACCUM-CODE-COUNT TO CODE-INDEX
               MOVE ENTRY-CODE TO ACCUM-CODE(CODE-INDEX)
               MOVE ZERO TO ACCUM-CODE-AMOUNT(CODE-INDEX)
               MOVE "Y" TO CODE-WAS-FOUND
           ELSE
               DISPLAY "More than 15 deduction codes for "
                   FINALPAY-EMPLOYEE-ID " - code " ENTRY-CODE
                   " kept in the total only."
           END-IF
       END-IF.
       IF CODE-WAS-FOUND = "Y"
           ADD FINALPAY-LOAN-RECOVERED
               TO ACCUM-CODE-AMOUNT(CODE-INDEX).

       LOOK-FOR-CODE-ENTRY.
       IF ACCUM-CODE(CODE-INDEX) = ENTRY-CODE
           MOVE "Y" TO CODE-WAS-FOUND
       ELSE
           ADD 1 TO CODE-INDEX.

      *One page per leaver for the exit file.
       PRINT-THE-STATEMENT.
       MOVE SPACES TO STATEMENT-TEXT.
       STRING "FINAL PAY STATEMENT FOR " FINALPAY-EMPLOYEE-ID "  "
           EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
           DELIMITED BY SIZE INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       STRING "  TERMINATED " FINALPAY-TERM-DATE
           "  REASON " EMPLOYEES-TERM-REASON
           "  BRANCH " FINALPAY-BRANCH
           "  DEPARTMENT " FINALPAY-DEPARTMENT
           DELIMITED BY SIZE INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       STRING "  FINAL PERIOD " FINALPAY-FREQUENCY " "
           FINALPAY-PERIOD "  " FINALPAY-PERIOD-START " TO "
           FINALPAY-PERIOD-END "  DAYS WORKED "
           FINALPAY-DAYS-WORKED " OF " FINALPAY-PERIOD-DAYS
           DELIMITED BY SIZE INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "SALARY TO TERMINATION DATE" TO SL-DESCRIPTION.
       MOVE FINALPAY-SALARY TO SL-AMOUNT.
       IF FINALPAY-OVERPAID = "Y"
           MOVE "PERIOD ALREADY PAID" TO SL-NOTE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "UNUSED LEAVE PAYOUT" TO SL-DESCRIPTION.
       MOVE FINALPAY-LEAVE-PAY TO SL-AMOUNT.
       MOVE FINALPAY-LEAVE-DAYS TO DAYS-EDIT-DISPLAY.
       STRING DAYS-EDIT-DISPLAY " DAYS"
           DELIMITED BY SIZE INTO SL-NOTE.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "GROSS PAY" TO SL-DESCRIPTION.
       MOVE FINALPAY-GROSS TO SL-AMOUNT.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "INCOME TAX" TO SL-DESCRIPTION.
       MOVE FINALPAY-INCOME-TAX TO SL-AMOUNT.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "SOCIAL INSURANCE" TO SL-DESCRIPTION.
       MOVE FINALPAY-SOCIAL-TAX TO SL-AMOUNT.
       PERFORM WRITE-STATEMENT-LINE.
       IF FINALPAY-LOAN-RECOVERED > ZERO
           MOVE SPACES TO STATEMENT-LINE
           MOVE "LOAN/ADVANCE RECOVERED" TO SL-DESCRIPTION
           MOVE FINALPAY-LOAN-RECOVERED TO SL-AMOUNT
           PERFORM WRITE-STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "NET PAY" TO SL-DESCRIPTION.
       MOVE FINALPAY-NET TO SL-AMOUNT.
       PERFORM WRITE-STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       PERFORM PRINT-THE-STATEMENT-NOTES.
      *Each statement owns its page; the next leaver starts fresh.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       PRINT-THE-STATEMENT-NOTES.
       IF FINALPAY-OVERPAID = "Y"
           MOVE FINALPAY-OVERPAID-AMOUNT TO AMOUNT-EDIT-DISPLAY
           MOVE SPACES TO STATEMENT-TEXT
           STRING "  FINAL PERIOD WAS PAID IN FULL - OVERPAID BY "
               AMOUNT-EDIT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-TEXT
           PERFORM WRITE-STATEMENT-TEXT.
       IF FINALPAY-ELECTIONS-STOPPED > ZERO
           MOVE SPACES TO STATEMENT-TEXT
           STRING "  VOLUNTARY DEDUCTIONS STOPPED AS OF "
               FINALPAY-TERM-DATE ": " FINALPAY-ELECTIONS-STOPPED
               DELIMITED BY SIZE INTO STATEMENT-TEXT
           PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       IF FINALPAY-HELD
           MOVE "  HELD - EXIT CLEARANCE NOT YET SIGNED OFF"
               TO STATEMENT-TEXT
       ELSE
           IF FINALPAY-NET > ZERO
               STRING "  PAID BY CHECK, QUEUED " FINALPAY-PAID-DATE
                   DELIMITED BY SIZE INTO STATEMENT-TEXT
           ELSE
               MOVE "  NOTHING TO PAY" TO STATEMENT-TEXT
           END-IF.
       PERFORM WRITE-STATEMENT-TEXT.

       QUEUE-AN-EXCEPTION.
       MOVE "FINALPAY" TO EQ-SOURCE.
       MOVE EMPLOYEES-ID TO EQ-EMPLOYEE-ID.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE STATEMENT-HEADING TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-STATEMENT-LINE.
       MOVE STATEMENT-LINE TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.

       WRITE-STATEMENT-TEXT.
       MOVE STATEMENT-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-FINAL-PAY.
       READ FINAL-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeFinalPay.
