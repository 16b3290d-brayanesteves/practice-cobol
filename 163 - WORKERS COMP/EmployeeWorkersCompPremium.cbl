       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeWorkersCompPremium.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "JobTitlePhysicalFile.cbl".
       COPY "PayHistoryPhysicalFile.cbl".
       COPY "HoursPhysicalFile.cbl".
       COPY "IncidentPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "JobTitleLogicFile.cbl".
       COPY "PayHistoryLogicFile.cbl".
       COPY "HoursLogicFile.cbl".
       COPY "IncidentLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  JOBTITLE-FILE-STATUS PIC X(2).
       01  PAY-HISTORY-STATUS PIC X(2).
       01  HOURS-FILE-STATUS PIC X(2).
       01  INCIDENT-FILE-STATUS PIC X(2).
       01  JOBTITLE-FILE-PRESENT PIC X VALUE "N".
       01  INCIDENT-FILE-PRESENT PIC X VALUE "N".
       01  READ-ALL PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
      *The quarter reported - the current one unless WC_YEAR and
      *WC_QUARTER in the environment re-run an earlier one.
       01  REPORT-YEAR PIC 9(4).
       01  REPORT-QUARTER PIC 9(1).
       01  REPORT-YEAR-WANTED PIC X(4) VALUE SPACES.
       01  REPORT-QUARTER-WANTED PIC X(1) VALUE SPACES.
       01  QUARTER-FIRST-DATE PIC 9(8).
       01  QUARTER-FIRST-PARTS REDEFINES QUARTER-FIRST-DATE.
           05  QUARTER-FIRST-YEAR PIC 9(4).
           05  QUARTER-FIRST-MONTH PIC 9(2).
           05  QUARTER-FIRST-DAY PIC 9(2).
       01  QUARTER-LAST-DATE PIC 9(8).
       01  QUARTER-LAST-PARTS REDEFINES QUARTER-LAST-DATE.
           05  QUARTER-LAST-YEAR PIC 9(4).
           05  QUARTER-LAST-MONTH PIC 9(2).
           05  QUARTER-LAST-DAY PIC 9(2).

      *The class and rate the employee's current job title carries;
      *a title not on file, or not yet classified, reports under a
      *blank class at no rate so the gap shows on the page.
       01  CLASS-EMPLOYEE-ID PIC 9(6).
       01  CLASS-FOUND-CODE PIC X(4).
       01  CLASS-FOUND-RATE PIC 9(3)V9(4).
       01  CLASS-HOME-BRANCH PIC X(3).
       01  EMPLOYEE-WAS-FOUND PIC X.
       01  TITLE-WAS-FOUND PIC X.

      *One row per class and branch, kept in class-then-branch order
      *as rows are added so the class subtotals fall out in a
      *single pass.
       01  BUCKET-LIMIT PIC 9(3) VALUE 200.
       01  BUCKET-COUNT PIC 9(3) VALUE ZERO.
       01  BUCKET-INDEX PIC 9(3).
       01  BUCKET-TARGET PIC 9(3).
       01  BUCKET-WAS-FOUND PIC X.
       01  BUCKET-OVERFLOWED PIC X VALUE "N".
       01  SEEK-KEY.
           05  SEEK-CLASS PIC X(4).
           05  SEEK-BRANCH PIC X(3).
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 200 TIMES.
               10  BUCKET-KEY.
                   15  BUCKET-CLASS PIC X(4).
                   15  BUCKET-BRANCH PIC X(3).
               10  BUCKET-RATE PIC 9(3)V9(4).
               10  BUCKET-PAYROLL PIC 9(9)V99.
               10  BUCKET-HOURS PIC 9(7)V99.
               10  BUCKET-PREMIUM PIC 9(9)V99.
               10  BUCKET-CLAIMS PIC 9(4).
               10  BUCKET-DAYS-LOST PIC 9(5).

       01  LINE-PREMIUM PIC 9(9)V99.
       01  CLASS-HELD PIC X(4).
       01  CLASS-PAYROLL PIC 9(11)V99.
       01  CLASS-HOURS PIC 9(9)V99.
       01  CLASS-PREMIUM PIC 9(11)V99.
       01  CLASS-CLAIMS PIC 9(5).
       01  CLASS-DAYS-LOST PIC 9(6).
       01  TOTAL-PAYROLL PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-HOURS PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-PREMIUM PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-CLAIMS PIC 9(5) VALUE ZERO.
       01  TOTAL-DAYS-LOST PIC 9(6) VALUE ZERO.
       01  UNCLASSED-PAYROLL PIC 9(11)V99 VALUE ZERO.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       01  HEADING-LINE.
           05  FILLER PIC X(6) VALUE "CLASS".
           05  FILLER PIC X(6) VALUE "BR".
           05  FILLER PIC X(10) VALUE "RATE/100".
           05  FILLER PIC X(16) VALUE " COVERED PAYROLL".
           05  FILLER PIC X(12) VALUE "      HOURS".
           05  FILLER PIC X(16) VALUE "     PREMIUM DUE".
           05  FILLER PIC X(7) VALUE "CLAIMS".
           05  FILLER PIC X(9) VALUE "DAYS LOST".

       01  DETAIL-LINE.
           05  DL-CLASS PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-BRANCH PIC X(3).
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-RATE PIC ZZ9.9999.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-PAYROLL PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-HOURS PIC ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-PREMIUM PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-CLAIMS PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DAYS-LOST PIC ZZZZZ9.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "wcpremium".
       77  RW-TITLE PIC X(60)
           VALUE "WORKERS' COMPENSATION PREMIUM BY CLASS".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The payroll-by-class figures the workers' comp insurer rates
      *us on, built for one calendar quarter: covered payroll from
      *pay history, hours from the time clock, and the quarter's
      *claims and days lost from the injury log, each summed by the
      *class code of the employee's job title and by branch. The
      *premium due is the covered payroll times the class rate per
      *hundred. Classes are subtotalled so the ones driving the
      *claims experience stand out against the premium they carry.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM SUM-THE-PAYROLL
           PERFORM SUM-THE-HOURS
           PERFORM SUM-THE-CLAIMS
           PERFORM OPEN-THE-REPORT
           PERFORM PRINT-THE-BUCKETS
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE TOTAL-PREMIUM TO AMOUNT-DISPLAY
           DISPLAY "Workers' comp premium for " REPORT-YEAR
               " quarter " REPORT-QUARTER ": " AMOUNT-DISPLAY ".".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE TODAYS-YEAR TO REPORT-YEAR.
       COMPUTE REPORT-QUARTER = (TODAYS-MONTH - 1) / 3 + 1.
       ACCEPT REPORT-YEAR-WANTED FROM ENVIRONMENT "WC_YEAR".
       IF REPORT-YEAR-WANTED NOT = SPACES
           MOVE REPORT-YEAR-WANTED TO REPORT-YEAR.
       ACCEPT REPORT-QUARTER-WANTED FROM ENVIRONMENT "WC_QUARTER".
       IF REPORT-QUARTER-WANTED NOT = SPACES
           MOVE REPORT-QUARTER-WANTED TO REPORT-QUARTER.
       MOVE REPORT-YEAR TO QUARTER-FIRST-YEAR.
       COMPUTE QUARTER-FIRST-MONTH = (REPORT-QUARTER - 1) * 3 + 1.
       MOVE 1 TO QUARTER-FIRST-DAY.
       MOVE REPORT-YEAR TO QUARTER-LAST-YEAR.
       COMPUTE QUARTER-LAST-MONTH = REPORT-QUARTER * 3.
       MOVE 31 TO QUARTER-LAST-DAY.
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
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS NOT = "00"
               DISPLAY "No pay history on file - nothing to"
                   " report."
               CLOSE EMPLOYEES-FILE
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT JOBTITLE-FILE
           IF JOBTITLE-FILE-STATUS = "00"
               MOVE "Y" TO JOBTITLE-FILE-PRESENT
           ELSE
               DISPLAY "No job-title table on file - every job"
                   " reports unclassified."
           END-IF
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-FILE-STATUS = "00"
               MOVE "Y" TO INCIDENT-FILE-PRESENT
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE PAY-HISTORY-FILE.
       IF JOBTITLE-FILE-PRESENT = "Y"
           CLOSE JOBTITLE-FILE.
       IF INCIDENT-FILE-PRESENT = "Y"
           CLOSE INCIDENT-FILE.

      *Covered payroll is what was actually paid in the quarter, at
      *the branch the pay run charged it to.
       SUM-THE-PAYROLL.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-HISTORY.
       PERFORM SUM-ONE-PAY-RUN
           UNTIL READ-ALL = "1".

       SUM-ONE-PAY-RUN.
       IF PAYHIST-PAY-DATE NOT < QUARTER-FIRST-DATE
           AND PAYHIST-PAY-DATE NOT > QUARTER-LAST-DATE
           MOVE PAYHIST-EMPLOYEE-ID TO CLASS-EMPLOYEE-ID
           PERFORM CLASSIFY-THE-EMPLOYEE
           MOVE PAYHIST-BRANCH TO SEEK-BRANCH
           PERFORM FIND-OR-ADD-BUCKET
           IF BUCKET-WAS-FOUND = "Y"
               ADD PAYHIST-GROSS TO BUCKET-PAYROLL (BUCKET-INDEX)
               COMPUTE LINE-PREMIUM ROUNDED =
                   PAYHIST-GROSS * CLASS-FOUND-RATE / 100
               ADD LINE-PREMIUM TO BUCKET-PREMIUM (BUCKET-INDEX)
           END-IF.
       PERFORM READ-NEXT-HISTORY.

      *Clocked hours carry no branch of their own; they count at
      *the employee's home branch.
       SUM-THE-HOURS.
       OPEN INPUT HOURS-FILE.
       IF HOURS-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-HOURS
           PERFORM SUM-ONE-HOURS-LINE
               UNTIL READ-ALL = "1".
       CLOSE HOURS-FILE.

       SUM-ONE-HOURS-LINE.
       IF HOURS-DATE NOT < QUARTER-FIRST-DATE
           AND HOURS-DATE NOT > QUARTER-LAST-DATE
           MOVE HOURS-EMPLOYEE-ID TO CLASS-EMPLOYEE-ID
           PERFORM CLASSIFY-THE-EMPLOYEE
           MOVE CLASS-HOME-BRANCH TO SEEK-BRANCH
           PERFORM FIND-OR-ADD-BUCKET
           IF BUCKET-WAS-FOUND = "Y"
               ADD HOURS-WORKED TO BUCKET-HOURS (BUCKET-INDEX)
           END-IF.
       PERFORM READ-NEXT-HOURS.

      *A claim counts at the branch recorded on the incident, which
      *is where it happened.
       SUM-THE-CLAIMS.
       IF INCIDENT-FILE-PRESENT = "Y"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-INCIDENT
           PERFORM SUM-ONE-INCIDENT
               UNTIL READ-ALL = "1".

       SUM-ONE-INCIDENT.
       IF INCIDENT-DATE NOT < QUARTER-FIRST-DATE
           AND INCIDENT-DATE NOT > QUARTER-LAST-DATE
           MOVE INCIDENT-EMPLOYEE-ID TO CLASS-EMPLOYEE-ID
           PERFORM CLASSIFY-THE-EMPLOYEE
           MOVE INCIDENT-BRANCH TO SEEK-BRANCH
           PERFORM FIND-OR-ADD-BUCKET
           IF BUCKET-WAS-FOUND = "Y"
               ADD 1 TO BUCKET-CLAIMS (BUCKET-INDEX)
               ADD INCIDENT-DAYS-LOST
                   TO BUCKET-DAYS-LOST (BUCKET-INDEX)
           END-IF.
       PERFORM READ-NEXT-INCIDENT.

       CLASSIFY-THE-EMPLOYEE.
       MOVE SPACES TO CLASS-FOUND-CODE.
       MOVE ZERO TO CLASS-FOUND-RATE.
       MOVE SPACES TO CLASS-HOME-BRANCH.
       MOVE CLASS-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO EMPLOYEE-WAS-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO EMPLOYEE-WAS-FOUND
       END-READ.
       IF EMPLOYEE-WAS-FOUND = "Y"
           MOVE EMPLOYEES-BRANCH TO CLASS-HOME-BRANCH
           IF JOBTITLE-FILE-PRESENT = "Y"
               MOVE EMPLOYEES-JOB-TITLE TO JOBTITLE-CODE
               MOVE "Y" TO TITLE-WAS-FOUND
               READ JOBTITLE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO TITLE-WAS-FOUND
               END-READ
               IF TITLE-WAS-FOUND = "Y"
                   MOVE JOBTITLE-WC-CLASS TO CLASS-FOUND-CODE
                   MOVE JOBTITLE-WC-RATE TO CLASS-FOUND-RATE
               END-IF
           END-IF.
       IF CLASS-FOUND-CODE = SPACES
           MOVE ZERO TO CLASS-FOUND-RATE.
       MOVE CLASS-FOUND-CODE TO SEEK-CLASS.

      *A new row goes in at its place in class and branch order,
      *the rows after it moving down one.
       FIND-OR-ADD-BUCKET.
       MOVE "N" TO BUCKET-WAS-FOUND.
       MOVE 1 TO BUCKET-INDEX.
       PERFORM LOOK-FOR-BUCKET
           UNTIL BUCKET-WAS-FOUND = "Y"
           OR BUCKET-INDEX > BUCKET-COUNT.
       IF BUCKET-WAS-FOUND = "Y"
           GO TO FIND-OR-ADD-BUCKET-EXIT.
       IF BUCKET-COUNT >= BUCKET-LIMIT
           MOVE "Y" TO BUCKET-OVERFLOWED
           GO TO FIND-OR-ADD-BUCKET-EXIT.
       MOVE 1 TO BUCKET-TARGET.
       PERFORM FIND-THE-INSERT-POINT
           UNTIL BUCKET-TARGET > BUCKET-COUNT
           OR BUCKET-KEY (BUCKET-TARGET) > SEEK-KEY.
       MOVE BUCKET-COUNT TO BUCKET-INDEX.
       PERFORM MOVE-ONE-BUCKET-DOWN
           UNTIL BUCKET-INDEX < BUCKET-TARGET.
       ADD 1 TO BUCKET-COUNT.
       MOVE BUCKET-TARGET TO BUCKET-INDEX.
       MOVE SEEK-KEY TO BUCKET-KEY (BUCKET-INDEX).
       MOVE CLASS-FOUND-RATE TO BUCKET-RATE (BUCKET-INDEX).
       MOVE ZERO TO BUCKET-PAYROLL (BUCKET-INDEX)
           BUCKET-HOURS (BUCKET-INDEX)
           BUCKET-PREMIUM (BUCKET-INDEX)
           BUCKET-CLAIMS (BUCKET-INDEX)
           BUCKET-DAYS-LOST (BUCKET-INDEX).
       MOVE "Y" TO BUCKET-WAS-FOUND.
       FIND-OR-ADD-BUCKET-EXIT.
       EXIT.

       LOOK-FOR-BUCKET.
       IF BUCKET-KEY (BUCKET-INDEX) = SEEK-KEY
           MOVE "Y" TO BUCKET-WAS-FOUND
       ELSE
           ADD 1 TO BUCKET-INDEX.

       FIND-THE-INSERT-POINT.
       ADD 1 TO BUCKET-TARGET.

       MOVE-ONE-BUCKET-DOWN.
       MOVE BUCKET-ENTRY (BUCKET-INDEX)
           TO BUCKET-ENTRY (BUCKET-INDEX + 1).
       SUBTRACT 1 FROM BUCKET-INDEX.

       PRINT-THE-BUCKETS.
       IF BUCKET-COUNT = ZERO
           MOVE "NO PAYROLL, HOURS OR CLAIMS IN THE QUARTER."
               TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       MOVE BUCKET-CLASS (1) TO CLASS-HELD.
       PERFORM CLEAR-THE-CLASS-TOTALS.
       MOVE 1 TO BUCKET-INDEX.
       PERFORM PRINT-ONE-BUCKET
           UNTIL BUCKET-INDEX > BUCKET-COUNT.
       IF BUCKET-COUNT > ZERO
           PERFORM PRINT-THE-CLASS-TOTAL.

       PRINT-ONE-BUCKET.
       IF BUCKET-CLASS (BUCKET-INDEX) NOT = CLASS-HELD
           PERFORM PRINT-THE-CLASS-TOTAL
           MOVE BUCKET-CLASS (BUCKET-INDEX) TO CLASS-HELD
           PERFORM CLEAR-THE-CLASS-TOTALS.
       MOVE SPACES TO DETAIL-LINE.
       IF BUCKET-CLASS (BUCKET-INDEX) = SPACES
           MOVE "NONE" TO DL-CLASS
           ADD BUCKET-PAYROLL (BUCKET-INDEX) TO UNCLASSED-PAYROLL
       ELSE
           MOVE BUCKET-CLASS (BUCKET-INDEX) TO DL-CLASS.
       MOVE BUCKET-BRANCH (BUCKET-INDEX) TO DL-BRANCH.
       MOVE BUCKET-RATE (BUCKET-INDEX) TO DL-RATE.
       MOVE BUCKET-PAYROLL (BUCKET-INDEX) TO DL-PAYROLL.
       MOVE BUCKET-HOURS (BUCKET-INDEX) TO DL-HOURS.
       MOVE BUCKET-PREMIUM (BUCKET-INDEX) TO DL-PREMIUM.
       MOVE BUCKET-CLAIMS (BUCKET-INDEX) TO DL-CLAIMS.
       MOVE BUCKET-DAYS-LOST (BUCKET-INDEX) TO DL-DAYS-LOST.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD BUCKET-PAYROLL (BUCKET-INDEX) TO CLASS-PAYROLL.
       ADD BUCKET-HOURS (BUCKET-INDEX) TO CLASS-HOURS.
       ADD BUCKET-PREMIUM (BUCKET-INDEX) TO CLASS-PREMIUM.
       ADD BUCKET-CLAIMS (BUCKET-INDEX) TO CLASS-CLAIMS.
       ADD BUCKET-DAYS-LOST (BUCKET-INDEX) TO CLASS-DAYS-LOST.
       ADD 1 TO BUCKET-INDEX.

       CLEAR-THE-CLASS-TOTALS.
       MOVE ZERO TO CLASS-PAYROLL CLASS-HOURS CLASS-PREMIUM
           CLASS-CLAIMS CLASS-DAYS-LOST.

       PRINT-THE-CLASS-TOTAL.
       MOVE SPACES TO DETAIL-LINE.
       IF CLASS-HELD = SPACES
           MOVE "NONE" TO DL-CLASS
       ELSE
           MOVE CLASS-HELD TO DL-CLASS.
       MOVE "ALL" TO DL-BRANCH.
       MOVE CLASS-PAYROLL TO DL-PAYROLL.
       MOVE CLASS-HOURS TO DL-HOURS.
       MOVE CLASS-PREMIUM TO DL-PREMIUM.
       MOVE CLASS-CLAIMS TO DL-CLAIMS.
       MOVE CLASS-DAYS-LOST TO DL-DAYS-LOST.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD CLASS-PAYROLL TO TOTAL-PAYROLL.
       ADD CLASS-HOURS TO TOTAL-HOURS.
       ADD CLASS-PREMIUM TO TOTAL-PREMIUM.
       ADD CLASS-CLAIMS TO TOTAL-CLAIMS.
       ADD CLASS-DAYS-LOST TO TOTAL-DAYS-LOST.

       PRINT-THE-TOTALS.
       MOVE SPACES TO DETAIL-LINE.
       MOVE "ALL" TO DL-CLASS.
       MOVE "ALL" TO DL-BRANCH.
       MOVE TOTAL-PAYROLL TO DL-PAYROLL.
       MOVE TOTAL-HOURS TO DL-HOURS.
       MOVE TOTAL-PREMIUM TO DL-PREMIUM.
       MOVE TOTAL-CLAIMS TO DL-CLAIMS.
       MOVE TOTAL-DAYS-LOST TO DL-DAYS-LOST.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       IF UNCLASSED-PAYROLL > ZERO
           MOVE UNCLASSED-PAYROLL TO AMOUNT-DISPLAY
           MOVE SPACES TO RW-DETAIL
           STRING "PAYROLL UNDER JOB TITLES WITH NO CLASS (NO"
               " PREMIUM CHARGED): " AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       IF BUCKET-OVERFLOWED = "Y"
           MOVE SPACES TO RW-DETAIL
           STRING "MORE CLASS/BRANCH ROWS THAN THE TABLE HOLDS -"
               " THE FIGURES ABOVE ARE INCOMPLETE."
               DELIMITED BY SIZE INTO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

       OPEN-THE-REPORT.
       MOVE SPACES TO RW-TITLE.
       STRING "WORKERS' COMPENSATION PREMIUM BY CLASS "
           REPORT-YEAR " Q" REPORT-QUARTER
           DELIMITED BY SIZE INTO RW-TITLE.
       MOVE "O" TO RW-REQUEST.
       MOVE HEADING-LINE TO RW-COLUMN-HEADING.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       WRITE-REPORT-DETAIL.
       MOVE "D" TO RW-REQUEST.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-HISTORY.
       READ PAY-HISTORY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-HOURS.
       READ HOURS-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-INCIDENT.
       READ INCIDENT-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeWorkersCompPremium.
