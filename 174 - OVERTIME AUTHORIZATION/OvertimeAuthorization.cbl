       IDENTIFICATION DIVISION.
       PROGRAM-ID. OvertimeAuthorization.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "OperatorPhysicalFile.cbl".
       COPY "OvertimeAuthPhysicalFile.cbl".
       COPY "OvertimeHeldPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "OperatorLogicFile.cbl".
       COPY "OvertimeAuthLogicFile.cbl".
       COPY "OvertimeHeldLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  OVERTIME-AUTH-STATUS PIC X(2).
       01  OVERTIME-HELD-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-AUTHORIZED PIC X VALUE "N".
      *Stays N until the register has held something, in which case
      *there is nothing to review.
       77  HELD-FILE-PRESENT PIC X VALUE "N".
       77  MENU-CHOICE PIC X.
       77  REVIEW-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       01  READ-ALL PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  AUDIT-ACTION PIC X(10).
       01  AUDIT-TABLE PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  HOURS-DISPLAY PIC Z9.99.
       01  WEEK-HOURS-DISPLAY PIC ZZ9.99.
       01  ENTRY-COUNT PIC 9(4).
       01  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  RELEASED-COUNT PIC 9(4) VALUE ZERO.

      *Arguments for the shared date service, used here to turn
      *away a date that is not on the calendar.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Overtime authorization for supervisors. Extra hours approved
      *ahead of time are keyed per employee and day, and the
      *overtime register pays the week's overtime up to what was
      *approved. Whatever was worked past that is held out of pay
      *in otheld.dat; a supervisor reviews the held weeks here and
      *releases the ones that should be paid, which the next pay
      *run then takes. Every change goes to the audit trail under
      *the supervisor's own operator ID.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM AUTHORIZE-THE-SUPERVISOR.
       IF OPERATOR-AUTHORIZED = "Y"
           PERFORM OPENING-PROCEDURE
           PERFORM ACCEPT-MENU-CHOICE
               UNTIL EXIT-MAINTENANCE = "Y"
           PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

      *Approving overtime needs a supervisor on the operator master;
      *a locked ID does not approve anything no matter its role.
       AUTHORIZE-THE-SUPERVISOR.
       OPEN INPUT OPERATOR-FILE.
       IF OPERATOR-FILE-STATUS NOT = "00"
           DISPLAY "Operator master not available - overtime"
               " authorization cannot run."
       ELSE
           DISPLAY "Enter your operator ID to authorize overtime: "
           ACCEPT OPERATOR-ID
           MOVE OPERATOR-ID TO OPERATOR-REC-ID
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
               NOT INVALID KEY
                   IF OPERATOR-ROLE-SUPERVISOR
                       AND NOT OPERATOR-LOCKED
                       MOVE "Y" TO OPERATOR-AUTHORIZED
                   ELSE
                       DISPLAY "Overtime authorization is limited"
                           " to supervisors."
                   END-IF
           END-READ.
       CLOSE OPERATOR-FILE.

       OPENING-PROCEDURE.
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
           MOVE "Y" TO EXIT-MAINTENANCE.
      *The authorization file is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O OVERTIME-AUTH-FILE.
       IF OVERTIME-AUTH-STATUS = "35"
           OPEN OUTPUT OVERTIME-AUTH-FILE
           CLOSE OVERTIME-AUTH-FILE
           OPEN I-O OVERTIME-AUTH-FILE.
       IF OVERTIME-AUTH-STATUS NOT = "00"
           DISPLAY "Error opening otauth.dat, status code "
               OVERTIME-AUTH-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.
       OPEN I-O OVERTIME-HELD-FILE.
       IF OVERTIME-HELD-STATUS = "00"
           MOVE "Y" TO HELD-FILE-PRESENT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE OVERTIME-AUTH-FILE.
       IF HELD-FILE-PRESENT = "Y"
           CLOSE OVERTIME-HELD-FILE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Overtime authorization".
       DISPLAY "A-Authorize overtime  D-Delete an authorization"
           "  L-List an employee's authorizations".
       DISPLAY "R-Review held overtime  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM AUTHORIZE-OVERTIME THRU AUTHORIZE-OVERTIME-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-AN-AUTHORIZATION
                   THRU DELETE-AN-AUTHORIZATION-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-AUTHORIZATIONS
                   THRU LIST-THE-AUTHORIZATIONS-EXIT
           WHEN "R"
           WHEN "r"
               PERFORM REVIEW-THE-HELD-OVERTIME
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *A second authorization for the same employee and day
      *replaces the first - the hours keyed are the day's total.
       AUTHORIZE-OVERTIME.
       PERFORM ACCEPT-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           GO TO AUTHORIZE-OVERTIME-EXIT.
       MOVE SPACES TO OVERTIME-AUTH-RECORD.
       MOVE WORKING-EMPLOYEE-ID TO OTAUTH-EMPLOYEE-ID.
       DISPLAY "ENTER the day the overtime is worked (YYYYMMDD): ".
       ACCEPT OTAUTH-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE OTAUTH-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That is not a valid date."
           GO TO AUTHORIZE-OVERTIME-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ OVERTIME-AUTH-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Overtime is already authorized for that day -"
               " new values replace the old ones."
           PERFORM SHOW-ONE-AUTHORIZATION
           PERFORM FORMAT-AUTHORIZATION-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the extra hours approved (0250 = 2.5 hours): ".
       ACCEPT OTAUTH-HOURS.
       DISPLAY "ENTER the reason: ".
       ACCEPT OTAUTH-REASON.
       IF OTAUTH-HOURS NOT NUMERIC
           OR OTAUTH-HOURS = ZERO
           DISPLAY "The hours must be more than zero - nothing"
               " saved."
           GO TO AUTHORIZE-OVERTIME-EXIT.
       IF OTAUTH-REASON = SPACES
           DISPLAY "A reason is needed - nothing saved."
           GO TO AUTHORIZE-OVERTIME-EXIT.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE OPERATOR-ID TO OTAUTH-APPROVED-BY.
       MOVE TODAYS-DATE TO OTAUTH-APPROVED-DATE.
       PERFORM FORMAT-AUTHORIZATION-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE OVERTIME-AUTH-RECORD
               INVALID KEY
                   DISPLAY "Error updating the authorization."
               NOT INVALID KEY
                   MOVE "OTA-UPD" TO AUDIT-ACTION
                   PERFORM WRITE-AUTHORIZATION-AUDIT
                   DISPLAY "Authorization updated."
           END-REWRITE
       ELSE
           WRITE OVERTIME-AUTH-RECORD
               INVALID KEY
                   DISPLAY "Error writing the authorization."
               NOT INVALID KEY
                   MOVE "OTA-ADD" TO AUDIT-ACTION
                   PERFORM WRITE-AUTHORIZATION-AUDIT
                   DISPLAY "Overtime authorized."
           END-WRITE.
       AUTHORIZE-OVERTIME-EXIT.
       EXIT.

      *Deleting an authorization counts from the next run of the
      *overtime register; a week already registered stands.
       DELETE-AN-AUTHORIZATION.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT OTAUTH-EMPLOYEE-ID.
       DISPLAY "ENTER the day (YYYYMMDD): ".
       ACCEPT OTAUTH-DATE.
       READ OVERTIME-AUTH-FILE RECORD
           INVALID KEY
               DISPLAY "No overtime is authorized for that"
                   " employee and day."
               GO TO DELETE-AN-AUTHORIZATION-EXIT
       END-READ.
       PERFORM FORMAT-AUTHORIZATION-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE OVERTIME-AUTH-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the authorization."
               GO TO DELETE-AN-AUTHORIZATION-EXIT
       END-DELETE.
       MOVE "OTA-DEL" TO AUDIT-ACTION.
       PERFORM WRITE-AUTHORIZATION-AUDIT.
       DISPLAY "Authorization deleted.".
       DELETE-AN-AUTHORIZATION-EXIT.
       EXIT.

       LIST-THE-AUTHORIZATIONS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE WORKING-EMPLOYEE-ID TO OTAUTH-EMPLOYEE-ID.
       MOVE ZERO TO OTAUTH-DATE.
       START OVERTIME-AUTH-FILE
           KEY IS NOT LESS THAN OTAUTH-KEY
           INVALID KEY
               DISPLAY "No overtime authorized for that employee."
               GO TO LIST-THE-AUTHORIZATIONS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM LIST-ONE-AUTHORIZATION
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Days authorized: " ENTRY-COUNT-DISPLAY.
       LIST-THE-AUTHORIZATIONS-EXIT.
       EXIT.

       LIST-ONE-AUTHORIZATION.
       READ OVERTIME-AUTH-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF OTAUTH-EMPLOYEE-ID NOT = WORKING-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               PERFORM SHOW-ONE-AUTHORIZATION
               ADD 1 TO ENTRY-COUNT
           END-IF.

       SHOW-ONE-AUTHORIZATION.
       MOVE OTAUTH-HOURS TO HOURS-DISPLAY.
       DISPLAY "DAY: " OTAUTH-DATE " HOURS: " HOURS-DISPLAY
           " BY " OTAUTH-APPROVED-BY " ON " OTAUTH-APPROVED-DATE.
       DISPLAY "  REASON: " OTAUTH-REASON.

       FORMAT-AUTHORIZATION-VALUE.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING OTAUTH-EMPLOYEE-ID " " OTAUTH-DATE
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE OTAUTH-HOURS TO HOURS-DISPLAY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "HOURS " HOURS-DISPLAY " " OTAUTH-REASON
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       ACCEPT-THE-EMPLOYEE.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
               DISPLAY "Employee not found."
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "EMPLOYEE: " EMPLOYEES-NAME " "
               EMPLOYEES-LASTNAMES.

      *Every week the register is still holding, oldest first per
      *employee, released or left held one at a time.
       REVIEW-THE-HELD-OVERTIME.
       MOVE ZERO TO RELEASED-COUNT.
       MOVE "1" TO READ-ALL.
       IF HELD-FILE-PRESENT = "N"
           DISPLAY "No overtime is being held."
       ELSE
           MOVE LOW-VALUES TO OTHELD-KEY
           MOVE "0" TO READ-ALL
           START OVERTIME-HELD-FILE
               KEY IS NOT LESS THAN OTHELD-KEY
               INVALID KEY
                   DISPLAY "No overtime is being held."
                   MOVE "1" TO READ-ALL
           END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-HELD-WEEK
           PERFORM REVIEW-ONE-HELD-WEEK
               UNTIL READ-ALL = "1".
       MOVE RELEASED-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Weeks released to the next pay run: "
           ENTRY-COUNT-DISPLAY.

       REVIEW-ONE-HELD-WEEK.
       IF OTHELD-HELD
           PERFORM SHOW-AND-DECIDE.
       PERFORM READ-NEXT-HELD-WEEK.

       SHOW-AND-DECIDE.
       MOVE OTHELD-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME EMPLOYEES-LASTNAMES
       END-READ.
       DISPLAY " ".
       DISPLAY "HELD OVERTIME " OTHELD-EMPLOYEE-ID ": "
           EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES.
       MOVE OTHELD-OVERTIME-HOURS TO WEEK-HOURS-DISPLAY.
       DISPLAY "  WEEK " OTHELD-WEEK-START " TO " OTHELD-WEEK-END
           "  OVERTIME: " WEEK-HOURS-DISPLAY.
       MOVE OTHELD-AUTHORIZED-HOURS TO WEEK-HOURS-DISPLAY.
       DISPLAY "  AUTHORIZED: " WEEK-HOURS-DISPLAY.
       MOVE OTHELD-HOURS TO WEEK-HOURS-DISPLAY.
       DISPLAY "  HELD:       " WEEK-HOURS-DISPLAY.
       DISPLAY "R-Release to the next pay run  S-Leave it held".
       ACCEPT REVIEW-CHOICE.
       IF REVIEW-CHOICE = "R" OR REVIEW-CHOICE = "r"
           PERFORM RELEASE-THIS-WEEK.

       RELEASE-THIS-WEEK.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE "R" TO OTHELD-STATUS.
       MOVE OPERATOR-ID TO OTHELD-RELEASED-BY.
       MOVE TODAYS-DATE TO OTHELD-RELEASED-DATE.
       REWRITE OVERTIME-HELD-RECORD
           INVALID KEY
               DISPLAY "Error releasing the week - it stays held."
           NOT INVALID KEY
               ADD 1 TO RELEASED-COUNT
               PERFORM WRITE-RELEASE-AUDIT
               DISPLAY "Released - it is paid in the next pay run."
       END-REWRITE.

       READ-NEXT-HELD-WEEK.
       READ OVERTIME-HELD-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-AUTHORIZATION-AUDIT.
       MOVE "OTAUTH" TO AUDIT-TABLE.
       MOVE OTAUTH-EMPLOYEE-ID TO WORKING-EMPLOYEE-ID.
       PERFORM WRITE-AUDIT-RECORD.

       WRITE-RELEASE-AUDIT.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING OTHELD-EMPLOYEE-ID " " OTHELD-WEEK-START
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE OTHELD-HOURS TO WEEK-HOURS-DISPLAY.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       STRING "HELD " WEEK-HOURS-DISPLAY
           DELIMITED BY SIZE INTO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING "RELEASED " WEEK-HOURS-DISPLAY
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       MOVE "OTH-REL" TO AUDIT-ACTION.
       MOVE "OTHELD" TO AUDIT-TABLE.
       MOVE OTHELD-EMPLOYEE-ID TO WORKING-EMPLOYEE-ID.
       PERFORM WRITE-AUDIT-RECORD.

      *The supervisor, not whoever worked the hours, goes into the
      *audit trail - the question an auditor asks is who let the
      *overtime through.
       WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE OPERATOR-ID TO AUDIT-OPERATOR.
       MOVE "OvertimeAuthorization" TO AUDIT-PROGRAM.
       MOVE WORKING-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE AUDIT-TABLE TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM OvertimeAuthorization.
