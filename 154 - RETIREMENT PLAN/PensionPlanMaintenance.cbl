       IDENTIFICATION DIVISION.
       PROGRAM-ID. PensionPlanMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PensionPlanPhysicalFile.cbl".
       COPY "PensionEnrollPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PensionPlanLogicFile.cbl".
       COPY "PensionEnrollLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PENSION-PLAN-STATUS PIC X(2).
       01  PENSION-ENROLL-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  PLAN-ON-FILE PIC X.
       77  PERCENT-IS-VALID PIC X.
       77  CONFIRM-ANSWER PIC X.
       77  READ-ALL PIC X.
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  TODAYS-DATE PIC 9(8).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  AUDIT-NAME-HELD PIC X(10).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  HELD-PLAN-RECORD PIC X(80).
       01  HELD-VESTING PIC X(30).
       01  VEST-INDEX PIC 9(2).
       01  VEST-FLOOR PIC 9(3).
       01  ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  PERCENT-DISPLAY PIC Z9.99.
       01  AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  MATCH-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Maintains the retirement plan: the plan's own rules - the
      *administrator's plan number, the most an employee may elect,
      *the employer's match and its cap, and the vesting schedule -
      *and each employee's enrollment and contribution percent. The
      *pay calculation takes the contributions from the enrollment;
      *the totals on it are only ever added to by the pay run
      *posting, so there is deliberately no edit for them here. What
      *the company puts in is pay policy, so the screen is held to
      *supervisor sign-ons and every change is audited.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       PERFORM READ-SESSION-NOTE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Retirement plan maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO PENSION-ENROLL-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
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
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO PENSION-ENROLL-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
      *The enrollment file is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O PENSION-ENROLL-FILE.
       IF PENSION-ENROLL-STATUS = "35"
           OPEN OUTPUT PENSION-ENROLL-FILE
           CLOSE PENSION-ENROLL-FILE
           OPEN I-O PENSION-ENROLL-FILE.
       IF PENSION-ENROLL-STATUS NOT = "00"
           DISPLAY "Error opening pensionenroll.dat, status code "
               PENSION-ENROLL-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE
           CLOSE EMPLOYEES-FILE
           MOVE "99" TO PENSION-ENROLL-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
       PERFORM READ-THE-PLAN.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF PENSION-ENROLL-STATUS NOT = "99"
           CLOSE EMPLOYEES-FILE
           CLOSE PENSION-ENROLL-FILE.

      *The plan record is read once and held; it is written back
      *whole when the rules change.
       READ-THE-PLAN.
       MOVE "N" TO PLAN-ON-FILE.
       OPEN INPUT PENSION-PLAN-FILE.
       IF PENSION-PLAN-STATUS = "00"
           READ PENSION-PLAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO PLAN-ON-FILE
           END-READ.
       CLOSE PENSION-PLAN-FILE.
       IF PLAN-ON-FILE = "N"
           MOVE SPACES TO PENSION-PLAN-RECORD
           MOVE ZERO TO PENPLAN-MAX-PERCENT PENPLAN-MATCH-PERCENT
               PENPLAN-MATCH-CAP PENPLAN-CHANGED-DATE
           MOVE ALL "0" TO PENPLAN-VESTING.
       MOVE PENSION-PLAN-RECORD TO HELD-PLAN-RECORD.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
                   MOVE SESSION-ROLE TO SIGNED-ON-ROLE
           END-READ.
       CLOSE SESSION-FILE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Retirement plan maintenance".
       DISPLAY "R-Plan rules  E-Enroll or change an employee"
           "  S-Stop contributions  L-List  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "R"
           WHEN "r"
               PERFORM CHANGE-THE-RULES THRU CHANGE-THE-RULES-EXIT
           WHEN "E"
           WHEN "e"
               PERFORM ENROLL-AN-EMPLOYEE
                   THRU ENROLL-AN-EMPLOYEE-EXIT
           WHEN "S"
           WHEN "s"
               PERFORM STOP-AN-EMPLOYEE THRU STOP-AN-EMPLOYEE-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-ENROLLMENTS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *A change is picked up by the next pay calculation; periods
      *already calculated keep the match they were priced with. A
      *vesting change applies to every statement printed after it.
       CHANGE-THE-RULES.
       IF PLAN-ON-FILE = "Y"
           PERFORM SHOW-THE-RULES
       ELSE
           DISPLAY "No plan rules yet - nothing is matched.".
       PERFORM STRING-THE-MATCH.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE PENPLAN-VESTING TO HELD-VESTING.
       DISPLAY "ENTER the administrator's plan number: ".
       ACCEPT PENPLAN-PLAN-NUMBER.
       DISPLAY "ENTER the most an employee may contribute, percent"
           " of base pay (e.g. 1500 for 15.00): ".
       ACCEPT PENPLAN-MAX-PERCENT.
       MOVE "N" TO PERCENT-IS-VALID.
       PERFORM GET-THE-MATCH-PERCENT
           UNTIL PERCENT-IS-VALID = "Y".
       DISPLAY "ENTER the pay the match stops at, percent of base"
           " pay (e.g. 0600 for 6.00): ".
       ACCEPT PENPLAN-MATCH-CAP.
       MOVE ZERO TO VEST-FLOOR.
       MOVE 1 TO VEST-INDEX.
       PERFORM GET-ONE-VESTING-STEP
           UNTIL VEST-INDEX > 10.
       PERFORM STRING-THE-MATCH.
       IF HELD-AFTER-VALUE = HELD-BEFORE-VALUE
           AND PENPLAN-VESTING = HELD-VESTING
           AND PENSION-PLAN-RECORD(1:10) = HELD-PLAN-RECORD(1:10)
           DISPLAY "Plan rules unchanged."
           GO TO CHANGE-THE-RULES-EXIT.
       DISPLAY "Save these plan rules (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
           MOVE HELD-PLAN-RECORD TO PENSION-PLAN-RECORD
           DISPLAY "Plan rules not changed."
           GO TO CHANGE-THE-RULES-EXIT.
       ACCEPT PENPLAN-CHANGED-DATE FROM DATE YYYYMMDD.
       MOVE SIGNED-ON-OPERATOR TO PENPLAN-CHANGED-BY.
       OPEN OUTPUT PENSION-PLAN-FILE.
       WRITE PENSION-PLAN-RECORD.
       CLOSE PENSION-PLAN-FILE.
       IF PLAN-ON-FILE = "Y"
           MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
       ELSE
           MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION.
       MOVE "Y" TO PLAN-ON-FILE.
       MOVE PENSION-PLAN-RECORD TO HELD-PLAN-RECORD.
       MOVE "PENSPLAN" TO AUDIT-NAME-HELD.
       MOVE ZERO TO WORKING-EMPLOYEE-ID.
       PERFORM WRITE-TABLE-AUDIT.
       IF PENPLAN-VESTING NOT = HELD-VESTING
           MOVE HELD-VESTING TO HELD-BEFORE-VALUE
           MOVE PENPLAN-VESTING TO HELD-AFTER-VALUE
           MOVE "PENSVEST" TO AUDIT-NAME-HELD
           PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Plan rules saved.".
       CHANGE-THE-RULES-EXIT.
       EXIT.

       GET-THE-MATCH-PERCENT.
       DISPLAY "ENTER the employer's match, percent of what the"
           " employee puts in (000-100): ".
       ACCEPT PENPLAN-MATCH-PERCENT.
       IF PENPLAN-MATCH-PERCENT > 100
           DISPLAY "The match cannot be more than 100 percent."
       ELSE
           MOVE "Y" TO PERCENT-IS-VALID.

      *A schedule never takes back what an earlier year vested.
       GET-ONE-VESTING-STEP.
       DISPLAY "ENTER the percent vested after " VEST-INDEX
           " years of service (000-100): ".
       ACCEPT PENPLAN-VEST-PERCENT(VEST-INDEX).
       IF PENPLAN-VEST-PERCENT(VEST-INDEX) > 100
           DISPLAY "The percent cannot be more than 100."
       ELSE
           IF PENPLAN-VEST-PERCENT(VEST-INDEX) < VEST-FLOOR
               DISPLAY "The percent cannot be less than the year"
                   " before."
           ELSE
               MOVE PENPLAN-VEST-PERCENT(VEST-INDEX) TO VEST-FLOOR
               ADD 1 TO VEST-INDEX
           END-IF
       END-IF.

       STRING-THE-MATCH.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING PENPLAN-MATCH-PERCENT "% UP TO " PENPLAN-MATCH-CAP
           " MAX " PENPLAN-MAX-PERCENT
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       SHOW-THE-RULES.
       DISPLAY "PLAN " PENPLAN-PLAN-NUMBER "  CHANGED "
           PENPLAN-CHANGED-DATE " BY " PENPLAN-CHANGED-BY.
       MOVE PENPLAN-MAX-PERCENT TO PERCENT-DISPLAY.
       DISPLAY "  EMPLOYEES MAY CONTRIBUTE UP TO " PERCENT-DISPLAY
           "% OF BASE PAY".
       MOVE PENPLAN-MATCH-CAP TO PERCENT-DISPLAY.
       DISPLAY "  EMPLOYER MATCHES " PENPLAN-MATCH-PERCENT
           "% OF CONTRIBUTIONS UP TO " PERCENT-DISPLAY
           "% OF BASE PAY".
       DISPLAY "  VESTED PERCENT AFTER YEARS 1-10: "
           PENPLAN-VEST-PERCENT(1) " " PENPLAN-VEST-PERCENT(2) " "
           PENPLAN-VEST-PERCENT(3) " " PENPLAN-VEST-PERCENT(4) " "
           PENPLAN-VEST-PERCENT(5) " " PENPLAN-VEST-PERCENT(6) " "
           PENPLAN-VEST-PERCENT(7) " " PENPLAN-VEST-PERCENT(8) " "
           PENPLAN-VEST-PERCENT(9) " " PENPLAN-VEST-PERCENT(10).

      *Only someone on the payroll can contribute out of pay: active
      *or on leave. Enrolling someone already enrolled changes their
      *percent and, if they had stopped, starts them again; the
      *totals carry on.
       ENROLL-AN-EMPLOYEE.
       IF PLAN-ON-FILE = "N"
           DISPLAY "Set up the plan rules before enrolling anyone."
           GO TO ENROLL-AN-EMPLOYEE-EXIT.
       DISPLAY "ENTER the employee ID to enroll: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No record was found with that ID."
           GO TO ENROLL-AN-EMPLOYEE-EXIT.
       IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
           DISPLAY "Employee " WORKING-EMPLOYEE-ID " is not on the"
               " payroll - status " EMPLOYEES-STATUS "."
           GO TO ENROLL-AN-EMPLOYEE-EXIT.
       MOVE WORKING-EMPLOYEE-ID TO PENENR-EMPLOYEE-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ PENSION-ENROLL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           PERFORM SHOW-ONE-ENROLLMENT
           PERFORM STRING-THE-ENROLLMENT
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE
       ELSE
           MOVE SPACES TO PENSION-ENROLL-RECORD
           MOVE WORKING-EMPLOYEE-ID TO PENENR-EMPLOYEE-ID
           MOVE ZERO TO PENENR-EMPLOYEE-TOTAL PENENR-EMPLOYER-TOTAL
               PENENR-LAST-PERIOD.
       MOVE "N" TO PERCENT-IS-VALID.
       PERFORM GET-THE-CONTRIBUTION
           UNTIL PERCENT-IS-VALID = "Y".
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       DISPLAY "ENTER the first pay date to contribute on (YYYYMMDD,"
           " zero for today): ".
       ACCEPT PENENR-START-DATE.
       IF PENENR-START-DATE = ZERO
           MOVE TODAYS-DATE TO PENENR-START-DATE.
       MOVE ZERO TO PENENR-STOP-DATE.
       MOVE PENENR-PERCENT TO PERCENT-DISPLAY.
       DISPLAY "Enroll " EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
           " at " PERCENT-DISPLAY "% of base pay from "
           PENENR-START-DATE " (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
           DISPLAY "Nothing enrolled."
           GO TO ENROLL-AN-EMPLOYEE-EXIT.
       MOVE TODAYS-DATE TO PENENR-CHANGED-DATE.
       MOVE SIGNED-ON-OPERATOR TO PENENR-CHANGED-BY.
       PERFORM STRING-THE-ENROLLMENT.
       MOVE "PENSENROLL" TO AUDIT-NAME-HELD.
       IF RECORD-FOUND = "Y"
           REWRITE PENSION-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error updating the enrollment."
                   GO TO ENROLL-AN-EMPLOYEE-EXIT
           END-REWRITE
           MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
       ELSE
           WRITE PENSION-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error writing the enrollment."
                   GO TO ENROLL-AN-EMPLOYEE-EXIT
           END-WRITE
           MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Enrollment saved.".
       ENROLL-AN-EMPLOYEE-EXIT.
       EXIT.

       GET-THE-CONTRIBUTION.
       DISPLAY "ENTER the contribution, percent of base pay (e.g."
           " 0500 for 5.00): ".
       ACCEPT PENENR-PERCENT.
       IF PENENR-PERCENT > PENPLAN-MAX-PERCENT
           MOVE PENPLAN-MAX-PERCENT TO PERCENT-DISPLAY
           DISPLAY "The plan allows no more than " PERCENT-DISPLAY
               "%."
       ELSE
           MOVE "Y" TO PERCENT-IS-VALID.

      *Stopping keeps the enrollment and its totals for the vesting
      *statement; only the contributions end.
       STOP-AN-EMPLOYEE.
       DISPLAY "ENTER the employee ID to stop: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO PENENR-EMPLOYEE-ID.
       READ PENSION-ENROLL-FILE RECORD
           INVALID KEY
               DISPLAY "That employee is not enrolled."
               GO TO STOP-AN-EMPLOYEE-EXIT
       END-READ.
       IF PENENR-STOP-DATE NOT = ZERO
           DISPLAY "Contributions already stopped from "
               PENENR-STOP-DATE "."
           GO TO STOP-AN-EMPLOYEE-EXIT.
       PERFORM STRING-THE-ENROLLMENT.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       DISPLAY "ENTER the last pay date to contribute on (YYYYMMDD,"
           " zero for today): ".
       ACCEPT PENENR-STOP-DATE.
       IF PENENR-STOP-DATE = ZERO
           MOVE TODAYS-DATE TO PENENR-STOP-DATE.
       IF PENENR-STOP-DATE < PENENR-START-DATE
           DISPLAY "The stop date cannot be before the start date"
               " - not stopped."
           GO TO STOP-AN-EMPLOYEE-EXIT.
       MOVE TODAYS-DATE TO PENENR-CHANGED-DATE.
       MOVE SIGNED-ON-OPERATOR TO PENENR-CHANGED-BY.
       REWRITE PENSION-ENROLL-RECORD
           INVALID KEY
               DISPLAY "Error updating the enrollment."
               GO TO STOP-AN-EMPLOYEE-EXIT
       END-REWRITE.
       PERFORM STRING-THE-ENROLLMENT.
       MOVE "PENSENROLL" TO AUDIT-NAME-HELD.
       MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Contributions stopped after " PENENR-STOP-DATE ".".
       STOP-AN-EMPLOYEE-EXIT.
       EXIT.

       STRING-THE-ENROLLMENT.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING PENENR-PERCENT "% FROM " PENENR-START-DATE " TO "
           PENENR-STOP-DATE
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       LIST-THE-ENROLLMENTS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO PENENR-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START PENSION-ENROLL-FILE
           KEY IS NOT LESS THAN PENENR-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-ENROLLMENT.
       PERFORM LIST-ONE-ENROLLMENT
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO COUNT-DISPLAY.
       DISPLAY "Employees enrolled: " COUNT-DISPLAY.

       LIST-ONE-ENROLLMENT.
       PERFORM SHOW-ONE-ENROLLMENT.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-ENROLLMENT.

       SHOW-ONE-ENROLLMENT.
       MOVE PENENR-PERCENT TO PERCENT-DISPLAY.
       MOVE PENENR-EMPLOYEE-TOTAL TO AMOUNT-DISPLAY.
       MOVE PENENR-EMPLOYER-TOTAL TO MATCH-DISPLAY.
       DISPLAY "  " PENENR-EMPLOYEE-ID "  " PERCENT-DISPLAY
           "%  FROM " PENENR-START-DATE "  STOP " PENENR-STOP-DATE
           "  EMPLOYEE " AMOUNT-DISPLAY "  EMPLOYER " MATCH-DISPLAY.

       READ-NEXT-ENROLLMENT.
       IF READ-ALL = "0"
           READ PENSION-ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       WRITE-TABLE-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "PensionPlanMaintenance" TO AUDIT-PROGRAM.
       MOVE WORKING-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE AUDIT-NAME-HELD TO AUDIT-TABLE-NAME.
       IF AUDIT-NAME-HELD = "PENSENROLL"
           MOVE WORKING-EMPLOYEE-ID TO AUDIT-TABLE-KEY
       ELSE
           MOVE PENPLAN-PLAN-NUMBER TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM PensionPlanMaintenance.
