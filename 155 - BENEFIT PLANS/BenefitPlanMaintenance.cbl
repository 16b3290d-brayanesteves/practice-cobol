       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitPlanMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BenefitPlanPhysicalFile.cbl".
       COPY "BenefitEnrollPhysicalFile.cbl".
       COPY "DeductionCodePhysicalFile.cbl".
       COPY "DependentPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BenefitPlanLogicFile.cbl".
       COPY "BenefitEnrollLogicFile.cbl".
       COPY "DeductionCodeLogicFile.cbl".
       COPY "DependentLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BENEFIT-PLAN-STATUS PIC X(2).
       01  BENEFIT-ENROLL-STATUS PIC X(2).
       01  DEDCODE-FILE-STATUS PIC X(2).
       01  DEPENDENT-FILE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  TIER-IS-VALID PIC X.
       77  SHARE-IS-VALID PIC X.
       77  HAS-DEPENDENTS PIC X.
       77  CONFIRM-ANSWER PIC X.
       77  READ-ALL PIC X.
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  WORKING-TIER PIC X(1).
       01  TODAYS-DATE PIC 9(8).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  AUDIT-NAME-HELD PIC X(10).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  PREMIUM-DISPLAY PIC ZZ,ZZ9.99.
       01  SHARE-DISPLAY PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Maintains the benefit plans and who is covered by them. A
      *plan is kept per tier - employee only, employee plus spouse,
      *family - with the carrier, the carrier's own plan identifier,
      *the whole monthly premium and the company's part of it. An
      *enrollment puts an employee in one tier of a plan from a
      *start date; the pay calculation takes the employee's part of
      *the premium out of each pay dated while it is in force, and
      *the carrier feed reports it. What the company pays towards
      *cover is pay policy, so the screen is held to supervisor
      *sign-ons and every change is audited.
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
           DISPLAY "Benefit plan maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO BENEFIT-ENROLL-STATUS
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
           MOVE "99" TO BENEFIT-ENROLL-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
      *The plan and enrollment files are built the first time they
      *are needed, the same way EMPLOYEES-FILE is.
       OPEN I-O BENEFIT-PLAN-FILE.
       IF BENEFIT-PLAN-STATUS = "35"
           OPEN OUTPUT BENEFIT-PLAN-FILE
           CLOSE BENEFIT-PLAN-FILE
           OPEN I-O BENEFIT-PLAN-FILE.
       IF BENEFIT-PLAN-STATUS NOT = "00"
           DISPLAY "Error opening benefitplan.dat, status code "
               BENEFIT-PLAN-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE
           CLOSE EMPLOYEES-FILE
           MOVE "99" TO BENEFIT-ENROLL-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN I-O BENEFIT-ENROLL-FILE.
       IF BENEFIT-ENROLL-STATUS = "35"
           OPEN OUTPUT BENEFIT-ENROLL-FILE
           CLOSE BENEFIT-ENROLL-FILE
           OPEN I-O BENEFIT-ENROLL-FILE.
       IF BENEFIT-ENROLL-STATUS NOT = "00"
           DISPLAY "Error opening benefitenroll.dat, status code "
               BENEFIT-ENROLL-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE
           CLOSE EMPLOYEES-FILE
           CLOSE BENEFIT-PLAN-FILE
           MOVE "99" TO BENEFIT-ENROLL-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
      *The deduction codes and dependents are only consulted; a
      *shop with neither file yet can still set up plans.
       OPEN INPUT DEDCODE-FILE.
       OPEN INPUT DEPENDENT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF BENEFIT-ENROLL-STATUS NOT = "99"
           CLOSE EMPLOYEES-FILE
           CLOSE BENEFIT-PLAN-FILE
           CLOSE BENEFIT-ENROLL-FILE
           IF DEDCODE-FILE-STATUS = "00"
               CLOSE DEDCODE-FILE
           END-IF
           IF DEPENDENT-FILE-STATUS = "00"
               CLOSE DEPENDENT-FILE
           END-IF
       END-IF.

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
       DISPLAY "Benefit plan maintenance".
       DISPLAY "P-Add or change a plan tier  L-List plans".
       DISPLAY "E-Enroll or change tier  S-Stop coverage"
           "  C-List coverage  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "P"
           WHEN "p"
               PERFORM CHANGE-A-PLAN THRU CHANGE-A-PLAN-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-PLANS
           WHEN "E"
           WHEN "e"
               PERFORM ENROLL-AN-EMPLOYEE
                   THRU ENROLL-AN-EMPLOYEE-EXIT
           WHEN "S"
           WHEN "s"
               PERFORM STOP-THE-COVERAGE
                   THRU STOP-THE-COVERAGE-EXIT
           WHEN "C"
           WHEN "c"
               PERFORM LIST-THE-COVERAGE
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *A premium change is picked up by the next pay calculation;
      *periods already calculated keep what they were priced with.
      *The employee's share is taken in pay under the plan code, so
      *a new plan may not reuse a deduction code.
       CHANGE-A-PLAN.
       DISPLAY "ENTER the plan code: ".
       ACCEPT BPLAN-CODE.
       IF BPLAN-CODE = SPACES
           GO TO CHANGE-A-PLAN-EXIT.
       MOVE "N" TO TIER-IS-VALID.
       PERFORM GET-THE-TIER
           UNTIL TIER-IS-VALID = "Y".
       MOVE WORKING-TIER TO BPLAN-TIER.
       MOVE "Y" TO RECORD-FOUND.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           PERFORM SHOW-ONE-PLAN
           PERFORM STRING-THE-PLAN
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE
       ELSE
           IF DEDCODE-FILE-STATUS = "00"
               MOVE BPLAN-CODE TO DEDCODE-CODE
               READ DEDCODE-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
                   NOT INVALID KEY
                       DISPLAY BPLAN-CODE " is already a deduction"
                           " code - choose another plan code."
                       GO TO CHANGE-A-PLAN-EXIT
               END-READ
           END-IF
           MOVE SPACES TO BPLAN-DESCRIPTION BPLAN-CARRIER
               BPLAN-CARRIER-PLAN-ID
           MOVE ZERO TO BPLAN-MONTHLY-PREMIUM BPLAN-EMPLOYER-SHARE
               BPLAN-CHILD-AGE-LIMIT
           MOVE "O" TO BPLAN-STATUS.
       DISPLAY "ENTER the plan description: ".
       ACCEPT BPLAN-DESCRIPTION.
       DISPLAY "ENTER the carrier: ".
       ACCEPT BPLAN-CARRIER.
       DISPLAY "ENTER the carrier's plan identifier: ".
       ACCEPT BPLAN-CARRIER-PLAN-ID.
       DISPLAY "ENTER the monthly premium (e.g. 0045000 for"
           " 450.00): ".
       ACCEPT BPLAN-MONTHLY-PREMIUM.
       MOVE "N" TO SHARE-IS-VALID.
       PERFORM GET-THE-EMPLOYER-SHARE
           UNTIL SHARE-IS-VALID = "Y".
       DISPLAY "ENTER O if the plan is open to enrollment, C if"
           " closed: ".
       ACCEPT BPLAN-STATUS.
       IF BPLAN-STATUS = "c"
           MOVE "C" TO BPLAN-STATUS.
       IF NOT BPLAN-CLOSED
           MOVE "O" TO BPLAN-STATUS.
       DISPLAY "ENTER the age a child's cover ends at (00 if it"
           " does not end): ".
       ACCEPT BPLAN-CHILD-AGE-LIMIT.
       PERFORM STRING-THE-PLAN.
       MOVE "BENPLAN" TO AUDIT-NAME-HELD.
       MOVE ZERO TO WORKING-EMPLOYEE-ID.
       ACCEPT BPLAN-CHANGED-DATE FROM DATE YYYYMMDD.
       MOVE SIGNED-ON-OPERATOR TO BPLAN-CHANGED-BY.
       IF RECORD-FOUND = "Y"
           REWRITE BENEFIT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Error updating the plan."
                   GO TO CHANGE-A-PLAN-EXIT
           END-REWRITE
           MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
       ELSE
           WRITE BENEFIT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "Error writing the plan."
                   GO TO CHANGE-A-PLAN-EXIT
           END-WRITE
           MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Plan saved.".
       CHANGE-A-PLAN-EXIT.
       EXIT.

       GET-THE-TIER.
       DISPLAY "ENTER the tier - E employee only, S employee plus"
           " spouse, F family: ".
       ACCEPT WORKING-TIER.
       IF WORKING-TIER = "e"
           MOVE "E" TO WORKING-TIER.
       IF WORKING-TIER = "s"
           MOVE "S" TO WORKING-TIER.
       IF WORKING-TIER = "f"
           MOVE "F" TO WORKING-TIER.
       IF WORKING-TIER = "E" OR WORKING-TIER = "S"
           OR WORKING-TIER = "F"
           MOVE "Y" TO TIER-IS-VALID
       ELSE
           DISPLAY "You must enter E, S or F.".

       GET-THE-EMPLOYER-SHARE.
       DISPLAY "ENTER the company's part of the monthly premium: ".
       ACCEPT BPLAN-EMPLOYER-SHARE.
       IF BPLAN-EMPLOYER-SHARE > BPLAN-MONTHLY-PREMIUM
           DISPLAY "The company's part cannot be more than the"
               " premium."
       ELSE
           MOVE "Y" TO SHARE-IS-VALID.

       STRING-THE-PLAN.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING BPLAN-MONTHLY-PREMIUM " ER " BPLAN-EMPLOYER-SHARE
           " " BPLAN-STATUS " AGE " BPLAN-CHILD-AGE-LIMIT
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       SHOW-ONE-PLAN.
       MOVE BPLAN-MONTHLY-PREMIUM TO PREMIUM-DISPLAY.
       MOVE BPLAN-EMPLOYER-SHARE TO SHARE-DISPLAY.
       DISPLAY "  " BPLAN-CODE " " BPLAN-TIER " " BPLAN-DESCRIPTION
           " " BPLAN-CARRIER " " BPLAN-CARRIER-PLAN-ID
           "  PREMIUM " PREMIUM-DISPLAY "  COMPANY " SHARE-DISPLAY
           "  " BPLAN-STATUS "  CHILD AGE LIMIT "
           BPLAN-CHILD-AGE-LIMIT.

       LIST-THE-PLANS.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO BPLAN-KEY.
       MOVE "0" TO READ-ALL.
       START BENEFIT-PLAN-FILE
           KEY IS NOT LESS THAN BPLAN-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-PLAN.
       PERFORM LIST-ONE-PLAN
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO COUNT-DISPLAY.
       DISPLAY "Plan tiers on file: " COUNT-DISPLAY.

       LIST-ONE-PLAN.
       PERFORM SHOW-ONE-PLAN.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-PLAN.

       READ-NEXT-PLAN.
       IF READ-ALL = "0"
           READ BENEFIT-PLAN-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

      *Only someone on the payroll can have a share taken out of
      *pay: active or on leave. Enrolling someone already in the
      *plan moves them to the tier entered and, if they had
      *stopped, starts them again.
       ENROLL-AN-EMPLOYEE.
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
       DISPLAY "ENTER the plan code: ".
       ACCEPT BPLAN-CODE.
       MOVE "N" TO TIER-IS-VALID.
       PERFORM GET-THE-TIER
           UNTIL TIER-IS-VALID = "Y".
       MOVE WORKING-TIER TO BPLAN-TIER.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               DISPLAY "No plan " BPLAN-CODE " tier " BPLAN-TIER
                   " is on file."
               GO TO ENROLL-AN-EMPLOYEE-EXIT
       END-READ.
       IF BPLAN-CLOSED
           DISPLAY "Plan " BPLAN-CODE " tier " BPLAN-TIER
               " is closed to enrollment."
           GO TO ENROLL-AN-EMPLOYEE-EXIT.
       IF NOT BPLAN-EMPLOYEE-ONLY
           PERFORM PROBE-FOR-DEPENDENTS
               THRU PROBE-FOR-DEPENDENTS-EXIT
           IF HAS-DEPENDENTS = "N"
               DISPLAY "Warning: no dependents are on file for this"
                   " employee."
           END-IF
       END-IF.
       MOVE WORKING-EMPLOYEE-ID TO BENR-EMPLOYEE-ID.
       MOVE BPLAN-CODE TO BENR-PLAN-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ BENEFIT-ENROLL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           PERFORM SHOW-ONE-COVERAGE
           PERFORM STRING-THE-COVERAGE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE WORKING-TIER TO BENR-TIER.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       DISPLAY "ENTER the first pay date covered (YYYYMMDD, zero for"
           " today): ".
       ACCEPT BENR-START-DATE.
       IF BENR-START-DATE = ZERO
           MOVE TODAYS-DATE TO BENR-START-DATE.
       MOVE ZERO TO BENR-STOP-DATE.
       MOVE BPLAN-MONTHLY-PREMIUM TO PREMIUM-DISPLAY.
       SUBTRACT BPLAN-EMPLOYER-SHARE FROM BPLAN-MONTHLY-PREMIUM
           GIVING SHARE-DISPLAY.
       DISPLAY "Enroll " EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
           " in " BPLAN-DESCRIPTION " tier " BENR-TIER.
       DISPLAY "  from " BENR-START-DATE ", paying " SHARE-DISPLAY
           " of " PREMIUM-DISPLAY " a month (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
           DISPLAY "Nothing enrolled."
           GO TO ENROLL-AN-EMPLOYEE-EXIT.
       MOVE TODAYS-DATE TO BENR-CHANGED-DATE.
       MOVE SIGNED-ON-OPERATOR TO BENR-CHANGED-BY.
       PERFORM STRING-THE-COVERAGE.
       MOVE "BENENROLL" TO AUDIT-NAME-HELD.
       IF RECORD-FOUND = "Y"
           REWRITE BENEFIT-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error updating the enrollment."
                   GO TO ENROLL-AN-EMPLOYEE-EXIT
           END-REWRITE
           MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
       ELSE
           WRITE BENEFIT-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "Error writing the enrollment."
                   GO TO ENROLL-AN-EMPLOYEE-EXIT
           END-WRITE
           MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Enrollment saved.".
       ENROLL-AN-EMPLOYEE-EXIT.
       EXIT.

      *Spouse and family tiers are expected to have someone on the
      *dependent file; with no dependent file at all there is
      *nothing to check against, so no warning is given.
       PROBE-FOR-DEPENDENTS.
       MOVE "Y" TO HAS-DEPENDENTS.
       IF DEPENDENT-FILE-STATUS NOT = "00"
           GO TO PROBE-FOR-DEPENDENTS-EXIT.
       MOVE "N" TO HAS-DEPENDENTS.
       MOVE WORKING-EMPLOYEE-ID TO DEPENDENT-EMPLOYEE-ID.
       MOVE ZERO TO DEPENDENT-SEQUENCE.
       START DEPENDENT-FILE
           KEY IS NOT LESS THAN DEPENDENT-KEY
           INVALID KEY
               GO TO PROBE-FOR-DEPENDENTS-EXIT
       END-START.
       READ DEPENDENT-FILE NEXT RECORD
           AT END
               GO TO PROBE-FOR-DEPENDENTS-EXIT
       END-READ.
       IF DEPENDENT-EMPLOYEE-ID = WORKING-EMPLOYEE-ID
           MOVE "Y" TO HAS-DEPENDENTS.
       PROBE-FOR-DEPENDENTS-EXIT.
       EXIT.

      *Stopping keeps the enrollment for the record; only the cover
      *and the share taken in pay end.
       STOP-THE-COVERAGE.
       DISPLAY "ENTER the employee ID to stop: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       DISPLAY "ENTER the plan code to stop: ".
       ACCEPT BENR-PLAN-CODE.
       MOVE WORKING-EMPLOYEE-ID TO BENR-EMPLOYEE-ID.
       READ BENEFIT-ENROLL-FILE RECORD
           INVALID KEY
               DISPLAY "That employee is not enrolled in that plan."
               GO TO STOP-THE-COVERAGE-EXIT
       END-READ.
       IF BENR-STOP-DATE NOT = ZERO
           DISPLAY "Coverage already stopped from " BENR-STOP-DATE
               "."
           GO TO STOP-THE-COVERAGE-EXIT.
       PERFORM STRING-THE-COVERAGE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       DISPLAY "ENTER the last pay date covered (YYYYMMDD, zero for"
           " today): ".
       ACCEPT BENR-STOP-DATE.
       IF BENR-STOP-DATE = ZERO
           MOVE TODAYS-DATE TO BENR-STOP-DATE.
       IF BENR-STOP-DATE < BENR-START-DATE
           DISPLAY "The stop date cannot be before the start date"
               " - not stopped."
           GO TO STOP-THE-COVERAGE-EXIT.
       MOVE TODAYS-DATE TO BENR-CHANGED-DATE.
       MOVE SIGNED-ON-OPERATOR TO BENR-CHANGED-BY.
       REWRITE BENEFIT-ENROLL-RECORD
           INVALID KEY
               DISPLAY "Error updating the enrollment."
               GO TO STOP-THE-COVERAGE-EXIT
       END-REWRITE.
       PERFORM STRING-THE-COVERAGE.
       MOVE "BENENROLL" TO AUDIT-NAME-HELD.
       MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION.
       PERFORM WRITE-TABLE-AUDIT.
       DISPLAY "Coverage stopped after " BENR-STOP-DATE ".".
       STOP-THE-COVERAGE-EXIT.
       EXIT.

       STRING-THE-COVERAGE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING BENR-PLAN-CODE " " BENR-TIER " " BENR-START-DATE
           " TO " BENR-STOP-DATE
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       SHOW-ONE-COVERAGE.
       DISPLAY "  " BENR-EMPLOYEE-ID "  " BENR-PLAN-CODE "  TIER "
           BENR-TIER "  FROM " BENR-START-DATE "  STOP "
           BENR-STOP-DATE "  CHANGED " BENR-CHANGED-DATE " BY "
           BENR-CHANGED-BY.

       LIST-THE-COVERAGE.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO BENR-KEY.
       MOVE "0" TO READ-ALL.
       START BENEFIT-ENROLL-FILE
           KEY IS NOT LESS THAN BENR-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-COVERAGE.
       PERFORM LIST-ONE-COVERAGE
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO COUNT-DISPLAY.
       DISPLAY "Enrollments on file: " COUNT-DISPLAY.

       LIST-ONE-COVERAGE.
       PERFORM SHOW-ONE-COVERAGE.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-COVERAGE.

       READ-NEXT-COVERAGE.
       IF READ-ALL = "0"
           READ BENEFIT-ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       WRITE-TABLE-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "BenefitPlanMaintenance" TO AUDIT-PROGRAM.
       MOVE WORKING-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE AUDIT-NAME-HELD TO AUDIT-TABLE-NAME.
       IF AUDIT-NAME-HELD = "BENENROLL"
           MOVE BENR-KEY TO AUDIT-TABLE-KEY
       ELSE
           MOVE BPLAN-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM BenefitPlanMaintenance.
