       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayProfileMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "PayProfilePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "PayProfileLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       01  PAY-PROFILE-STATUS PIC X(2).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  EMPLOYEE-FOUND PIC X.
       77  FREQUENCY-IS-VALID PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(5) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZZ9.
       01  ENTERED-ID PIC 9(6).
       01  LIST-FREQUENCY PIC X(1).
       01  FREQUENCY-NAME PIC X(12).

      *Arguments for the shared pay-period lookup, used here only to
      *show which period an employee is in on the new frequency.
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

       PROCEDURE DIVISION.
      *Maintains how often each employee is paid - monthly,
      *semi-monthly, biweekly or weekly. The pay calculation pays
      *only the employees on the frequency it is run for, so a
      *wrong code means someone is paid twice or not at all; the
      *screen is held to supervisor sign-ons and every change is
      *audited. An employee with no profile is paid monthly.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF PAY-PROFILE-STATUS = "00"
           CLOSE PAY-PROFILE-FILE
           CLOSE EMPLOYEES-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Pay frequency maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO PAY-PROFILE-STATUS.
       IF EXIT-MAINTENANCE = "N"
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
           ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
               "EMPLOYEES_DATA_FILE"
           IF EMPLOYEES-DATA-FILE = SPACES
               MOVE "employees.dat" TO EMPLOYEES-DATA-FILE
           END-IF
           OPEN INPUT EMPLOYEES-FILE
           IF EMPLOYEES-FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat, status code "
                   EMPLOYEES-FILE-STATUS "."
               MOVE "Y" TO EXIT-MAINTENANCE
               MOVE "99" TO PAY-PROFILE-STATUS
           END-IF
       END-IF.
       IF EXIT-MAINTENANCE = "N"
      *The profile file is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
           OPEN I-O PAY-PROFILE-FILE
           IF PAY-PROFILE-STATUS = "35"
               OPEN OUTPUT PAY-PROFILE-FILE
               CLOSE PAY-PROFILE-FILE
               OPEN I-O PAY-PROFILE-FILE
           END-IF
           IF PAY-PROFILE-STATUS NOT = "00"
               DISPLAY "Error opening payprofile.dat, status code "
                   PAY-PROFILE-STATUS "."
               MOVE "Y" TO EXIT-MAINTENANCE
               CLOSE EMPLOYEES-FILE
           END-IF
       END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Pay frequency maintenance".
       DISPLAY "C-Change an employee's frequency  S-Show an employee"
           "  L-List a frequency  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-THE-FREQUENCY
                   THRU CHANGE-THE-FREQUENCY-EXIT
           WHEN "S"
           WHEN "s"
               PERFORM SHOW-AN-EMPLOYEE
                   THRU SHOW-AN-EMPLOYEE-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-A-FREQUENCY
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *A change takes effect from the next pay run of the new
      *frequency; the period the employee is already in on the old
      *one is paid out as calculated.
       CHANGE-THE-FREQUENCY.
       PERFORM GET-THE-EMPLOYEE.
       IF EMPLOYEE-FOUND = "N"
           GO TO CHANGE-THE-FREQUENCY-EXIT.
       PERFORM READ-THE-PROFILE.
       PERFORM SHOW-THE-PROFILE.
       IF RECORD-FOUND = "Y"
           MOVE PAYPROF-FREQUENCY TO HELD-BEFORE-VALUE
       ELSE
           MOVE "M" TO HELD-BEFORE-VALUE.
       MOVE "N" TO FREQUENCY-IS-VALID.
       PERFORM GET-THE-FREQUENCY
           UNTIL FREQUENCY-IS-VALID = "Y".
       IF PAYPROF-FREQUENCY = HELD-BEFORE-VALUE
           DISPLAY "Frequency unchanged."
           GO TO CHANGE-THE-FREQUENCY-EXIT.
       MOVE PAYPROF-FREQUENCY TO HELD-AFTER-VALUE.
       MOVE ENTERED-ID TO PAYPROF-EMPLOYEE-ID.
       ACCEPT PAYPROF-CHANGED-DATE FROM DATE YYYYMMDD.
       MOVE SIGNED-ON-OPERATOR TO PAYPROF-CHANGED-BY.
       IF RECORD-FOUND = "Y"
           REWRITE PAY-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "Error updating the pay profile."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE PAY-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "Error writing the pay profile."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.
       PERFORM SHOW-THE-CURRENT-PERIOD.
       CHANGE-THE-FREQUENCY-EXIT.
       EXIT.

       SHOW-AN-EMPLOYEE.
       PERFORM GET-THE-EMPLOYEE.
       IF EMPLOYEE-FOUND = "N"
           GO TO SHOW-AN-EMPLOYEE-EXIT.
       PERFORM READ-THE-PROFILE.
       PERFORM SHOW-THE-PROFILE.
       PERFORM SHOW-THE-CURRENT-PERIOD.
       SHOW-AN-EMPLOYEE-EXIT.
       EXIT.

       GET-THE-EMPLOYEE.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT ENTERED-ID.
       MOVE ENTERED-ID TO EMPLOYEES-ID.
       MOVE "Y" TO EMPLOYEE-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO EMPLOYEE-FOUND
               DISPLAY "Employee " ENTERED-ID " is not on file."
       END-READ.

       READ-THE-PROFILE.
       MOVE ENTERED-ID TO PAYPROF-EMPLOYEE-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ PAY-PROFILE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.

       SHOW-THE-PROFILE.
       DISPLAY "EMPLOYEE: " EMPLOYEES-ID " " EMPLOYEES-NAME " "
           EMPLOYEES-LASTNAMES.
       IF RECORD-FOUND = "Y"
           PERFORM NAME-THE-FREQUENCY
           DISPLAY "PAID: " FREQUENCY-NAME " SINCE "
               PAYPROF-CHANGED-DATE " BY " PAYPROF-CHANGED-BY
       ELSE
           DISPLAY "PAID: MONTHLY (no profile on file)".

       GET-THE-FREQUENCY.
       DISPLAY "ENTER the frequency - M monthly, S semi-monthly,"
           " B biweekly, W weekly: ".
       ACCEPT PAYPROF-FREQUENCY.
       IF PAYPROF-FREQUENCY = "m"
           MOVE "M" TO PAYPROF-FREQUENCY.
       IF PAYPROF-FREQUENCY = "s"
           MOVE "S" TO PAYPROF-FREQUENCY.
       IF PAYPROF-FREQUENCY = "b"
           MOVE "B" TO PAYPROF-FREQUENCY.
       IF PAYPROF-FREQUENCY = "w"
           MOVE "W" TO PAYPROF-FREQUENCY.
       IF PAYPROF-MONTHLY OR PAYPROF-SEMI-MONTHLY
           OR PAYPROF-BIWEEKLY OR PAYPROF-WEEKLY
           MOVE "Y" TO FREQUENCY-IS-VALID
       ELSE
           DISPLAY "You must enter M, S, B or W.".

      *What the calendar says about today for this employee, so
      *the operator can see where the cutoff falls.
       SHOW-THE-CURRENT-PERIOD.
       MOVE "D" TO PP-REQUEST.
       MOVE ENTERED-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       ACCEPT PP-DATE FROM DATE YYYYMMDD.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.
       IF PP-STATUS = "00"
           DISPLAY "CURRENT PERIOD: " PP-PERIOD " " PP-START-DATE
               "-" PP-END-DATE " CUTOFF " PP-CUTOFF-DATE
               " PAY DATE " PP-PAY-DATE
       ELSE
           DISPLAY "No calendar period covers today for frequency "
               PP-FREQUENCY ".".

       LIST-A-FREQUENCY.
       MOVE "N" TO FREQUENCY-IS-VALID.
       PERFORM GET-THE-FREQUENCY
           UNTIL FREQUENCY-IS-VALID = "Y".
       MOVE PAYPROF-FREQUENCY TO LIST-FREQUENCY.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO PAYPROF-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START PAY-PROFILE-FILE
           KEY IS NOT LESS THAN PAYPROF-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-PROFILE.
       PERFORM LIST-ONE-PROFILE
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Employees on the frequency: " ENTRY-COUNT-DISPLAY.
       IF LIST-FREQUENCY = "M"
           DISPLAY "(Employees with no profile are paid monthly"
               " too and are not listed.)".

       LIST-ONE-PROFILE.
       IF PAYPROF-FREQUENCY = LIST-FREQUENCY
           MOVE PAYPROF-EMPLOYEE-ID TO EMPLOYEES-ID
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO EMPLOYEES-NAME EMPLOYEES-LASTNAMES
           END-READ
           DISPLAY PAYPROF-EMPLOYEE-ID " " EMPLOYEES-NAME " "
               EMPLOYEES-LASTNAMES " SINCE " PAYPROF-CHANGED-DATE
           ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-PROFILE.

       READ-NEXT-PROFILE.
       IF READ-ALL = "0"
           READ PAY-PROFILE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       NAME-THE-FREQUENCY.
       EVALUATE TRUE
           WHEN PAYPROF-MONTHLY
               MOVE "MONTHLY" TO FREQUENCY-NAME
           WHEN PAYPROF-SEMI-MONTHLY
               MOVE "SEMI-MONTHLY" TO FREQUENCY-NAME
           WHEN PAYPROF-BIWEEKLY
               MOVE "BIWEEKLY" TO FREQUENCY-NAME
           WHEN PAYPROF-WEEKLY
               MOVE "WEEKLY" TO FREQUENCY-NAME
           WHEN OTHER
               MOVE "UNKNOWN" TO FREQUENCY-NAME
       END-EVALUATE.

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

       WRITE-TABLE-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "PayProfileMaintenance" TO AUDIT-PROGRAM.
       MOVE ENTERED-ID TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "PAYPROFILE" TO AUDIT-TABLE-NAME.
       MOVE ENTERED-ID TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM PayProfileMaintenance.
