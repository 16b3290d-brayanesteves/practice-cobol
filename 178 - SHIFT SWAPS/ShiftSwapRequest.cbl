       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShiftSwapRequest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "OperatorPhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".
       COPY "ShiftSwapPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "OperatorLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".
       COPY "ShiftSwapLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
       01  SHIFT-SWAP-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-SIGNED-ON PIC X VALUE "N".
      *Anyone signed on may enter a swap; only a supervisor approves
      *or rejects one, or cancels one already approved.
       77  OPERATOR-IS-SUPERVISOR PIC X VALUE "N".
       77  MENU-CHOICE PIC X.
       77  REVIEW-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  CHECKS-PASSED PIC X.
       77  DONE-WITH-DAY PIC X.
       01  READ-ALL PIC X.
       01  END-OF-ABSENCES PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  CHECK-DATE PIC 9(8).
       01  THIS-SWAP-KEY PIC X(14).
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  AUDIT-ACTION PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  ENTRY-COUNT PIC 9(4).
       01  ENTRY-COUNT-DISPLAY PIC ZZZ9.

      *The two sides of the swap being entered or reviewed.
       01  REQUESTER-FIELDS.
           05  REQUESTER-ID PIC 9(6).
           05  REQUESTER-SHIFT PIC X(2).
           05  REQUESTER-DEPARTMENT PIC X(20).
           05  REQUESTER-JOB-TITLE PIC X(20).
       01  PARTNER-FIELDS.
           05  PARTNER-ID PIC 9(6).
           05  PARTNER-SHIFT PIC X(2).
           05  PARTNER-DEPARTMENT PIC X(20).
           05  PARTNER-JOB-TITLE PIC X(20).

      *Approved swaps already on file for the day being checked:
      *each moves its two people out of their own crews and into
      *each other's shift.
       01  DAYSWAP-LIMIT PIC 9(3) VALUE 100.
       01  DAYSWAP-COUNT PIC 9(3).
       01  DAYSWAP-INDEX PIC 9(3).
       01  DAYSWAP-WAS-FOUND PIC X.
       01  DAYSWAP-TABLE.
           05  DAYSWAP-ENTRY OCCURS 100 TIMES.
               10  DAYSWAP-REQUESTER-ID PIC 9(6).
               10  DAYSWAP-REQUESTER-SHIFT PIC X(2).
               10  DAYSWAP-REQUESTER-DEPARTMENT PIC X(20).
               10  DAYSWAP-PARTNER-ID PIC 9(6).
               10  DAYSWAP-PARTNER-SHIFT PIC X(2).
               10  DAYSWAP-PARTNER-DEPARTMENT PIC X(20).

      *Who has an absence covering the day being checked.
       01  AWAY-LIMIT PIC 9(4) VALUE 1000.
       01  AWAY-COUNT PIC 9(4).
       01  AWAY-INDEX PIC 9(4).
       01  AWAY-WAS-FOUND PIC X.
       01  AWAY-TABLE.
           05  AWAY-EMPLOYEE-ID PIC 9(6) OCCURS 1000 TIMES.
       01  LOOK-EMPLOYEE-ID PIC 9(6).

      *Crews are shift within department, as in the coverage
      *planner, and the same CREW_MINIMUM in the environment sets
      *the fewest bodies a crew may be left with on the day.
       01  CREW-MINIMUM PIC 9(3) VALUE 2.
       01  CREW-MINIMUM-WANTED PIC X(3) VALUE SPACES.
       01  CREW-SHIFT PIC X(2).
       01  CREW-DEPARTMENT PIC X(20).
       01  CREW-DELTA PIC S9(1).
       01  CREW-AVAILABLE PIC S9(4).
       01  CREW-AVAILABLE-DISPLAY PIC -ZZ9.
       01  CREW-MINIMUM-DISPLAY PIC ZZ9.

      *Pending swaps from today on, gathered before the review so
      *the checks can move about the swap file freely.
       01  PENDING-LIMIT PIC 9(3) VALUE 200.
       01  PENDING-COUNT PIC 9(3).
       01  PENDING-INDEX PIC 9(3).
       01  PENDING-TABLE.
           05  PENDING-KEY PIC X(14) OCCURS 200 TIMES.
       01  DECIDED-COUNT PIC 9(4).

      *Arguments for the shared date service, used here to turn
      *away a date that is not on the calendar and a weekend.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Shift swaps. Two employees who trade shifts for a day enter
      *it here instead of just doing it, so the crew lists stay
      *right. A swap is held to the same job title on both sides,
      *to neither employee being away or already swapped that day,
      *and to leaving no crew below the coverage planner's minimum.
      *It takes effect only once a supervisor approves it - the
      *checks are run again at approval, since the day may have
      *changed since it was asked for - and then only for that day:
      *the weekly schedule and the schedule adherence check both
      *read the approved swaps. Every change goes to the audit
      *trail under the operator's ID.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM SIGN-ON-THE-OPERATOR.
       IF OPERATOR-SIGNED-ON = "Y"
           PERFORM OPENING-PROCEDURE
           PERFORM ACCEPT-MENU-CHOICE
               UNTIL EXIT-MAINTENANCE = "Y"
           PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       SIGN-ON-THE-OPERATOR.
       OPEN INPUT OPERATOR-FILE.
       IF OPERATOR-FILE-STATUS NOT = "00"
           DISPLAY "Operator master not available - shift swaps"
               " cannot run."
       ELSE
           DISPLAY "Enter your operator ID: "
           ACCEPT OPERATOR-ID
           MOVE OPERATOR-ID TO OPERATOR-REC-ID
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   DISPLAY "Operator ID not recognized."
               NOT INVALID KEY
                   IF OPERATOR-LOCKED
                       DISPLAY "Operator ID is locked."
                   ELSE
                       MOVE "Y" TO OPERATOR-SIGNED-ON
                       IF OPERATOR-ROLE-SUPERVISOR
                           MOVE "Y" TO OPERATOR-IS-SUPERVISOR
                       END-IF
                   END-IF
           END-READ.
       CLOSE OPERATOR-FILE.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       ACCEPT CREW-MINIMUM-WANTED FROM ENVIRONMENT "CREW_MINIMUM".
       IF CREW-MINIMUM-WANTED NOT = SPACES
           INSPECT CREW-MINIMUM-WANTED
               REPLACING LEADING " " BY "0"
           MOVE CREW-MINIMUM-WANTED TO CREW-MINIMUM.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.
      *The swap file is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       OPEN I-O SHIFT-SWAP-FILE.
       IF SHIFT-SWAP-STATUS = "35"
           OPEN OUTPUT SHIFT-SWAP-FILE
           CLOSE SHIFT-SWAP-FILE
           OPEN I-O SHIFT-SWAP-FILE.
       IF SHIFT-SWAP-STATUS NOT = "00"
           DISPLAY "Error opening swaps.dat, status code "
               SHIFT-SWAP-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE SHIFT-SWAP-FILE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Shift swaps".
       DISPLAY "R-Request a swap  A-Approve pending swaps"
           "  C-Cancel a swap".
       DISPLAY "L-List an employee's swaps  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "R"
           WHEN "r"
               PERFORM ENTER-A-SWAP THRU ENTER-A-SWAP-EXIT
           WHEN "A"
           WHEN "a"
               PERFORM REVIEW-PENDING-SWAPS
                   THRU REVIEW-PENDING-SWAPS-EXIT
           WHEN "C"
           WHEN "c"
               PERFORM CANCEL-A-SWAP THRU CANCEL-A-SWAP-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-SWAPS THRU LIST-THE-SWAPS-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *The requester works the partner's shift on the day and the
      *partner the requester's. A day swapped once and rejected
      *may be asked for again.
       ENTER-A-SWAP.
       DISPLAY "ENTER the ID of the employee asking for the swap: ".
       ACCEPT REQUESTER-ID.
       MOVE REQUESTER-ID TO EMPLOYEES-ID.
       PERFORM READ-ONE-SIDE.
       IF RECORD-FOUND = "N"
           GO TO ENTER-A-SWAP-EXIT.
       MOVE EMPLOYEES-SHIFT-CODE TO REQUESTER-SHIFT.
       MOVE EMPLOYEES-DEPARTMENT TO REQUESTER-DEPARTMENT.
       MOVE EMPLOYEES-JOB-TITLE TO REQUESTER-JOB-TITLE.
       DISPLAY "ENTER the ID of the employee swapping with them: ".
       ACCEPT PARTNER-ID.
       IF PARTNER-ID = REQUESTER-ID
           DISPLAY "An employee cannot swap with themselves."
           GO TO ENTER-A-SWAP-EXIT.
       MOVE PARTNER-ID TO EMPLOYEES-ID.
       PERFORM READ-ONE-SIDE.
       IF RECORD-FOUND = "N"
           GO TO ENTER-A-SWAP-EXIT.
       MOVE EMPLOYEES-SHIFT-CODE TO PARTNER-SHIFT.
       MOVE EMPLOYEES-DEPARTMENT TO PARTNER-DEPARTMENT.
       MOVE EMPLOYEES-JOB-TITLE TO PARTNER-JOB-TITLE.
       IF PARTNER-JOB-TITLE NOT = REQUESTER-JOB-TITLE
           DISPLAY "Both employees must hold the same job title -"
               " " REQUESTER-JOB-TITLE " and " PARTNER-JOB-TITLE "."
           GO TO ENTER-A-SWAP-EXIT.
       IF PARTNER-SHIFT = REQUESTER-SHIFT
           DISPLAY "Both are on shift " REQUESTER-SHIFT
               " already - there is nothing to swap."
           GO TO ENTER-A-SWAP-EXIT.
       DISPLAY "ENTER the day swapped (YYYYMMDD): ".
       ACCEPT CHECK-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE CHECK-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That is not a valid date."
           GO TO ENTER-A-SWAP-EXIT.
       IF CHECK-DATE < TODAYS-DATE
           DISPLAY "That day has already gone."
           GO TO ENTER-A-SWAP-EXIT.
       IF DS-DATE-OUT > 5
           DISPLAY "That is a weekend - no shift is worked to swap."
           GO TO ENTER-A-SWAP-EXIT.
       MOVE SPACES TO THIS-SWAP-KEY.
       PERFORM CHECK-THE-SWAP-DAY.
       IF CHECKS-PASSED = "N"
           DISPLAY "Swap not entered."
           GO TO ENTER-A-SWAP-EXIT.
       MOVE CHECK-DATE TO SWAP-DATE.
       MOVE REQUESTER-ID TO SWAP-REQUESTER-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ SHIFT-SWAP-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           PERFORM FORMAT-SWAP-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the reason: ".
       ACCEPT SWAP-REASON.
       IF SWAP-REASON = SPACES
           DISPLAY "A reason is needed - nothing saved."
           GO TO ENTER-A-SWAP-EXIT.
       MOVE PARTNER-ID TO SWAP-PARTNER-ID.
       MOVE REQUESTER-SHIFT TO SWAP-REQUESTER-SHIFT.
       MOVE REQUESTER-DEPARTMENT TO SWAP-REQUESTER-DEPARTMENT.
       MOVE PARTNER-SHIFT TO SWAP-PARTNER-SHIFT.
       MOVE PARTNER-DEPARTMENT TO SWAP-PARTNER-DEPARTMENT.
       MOVE "P" TO SWAP-STATUS.
       MOVE OPERATOR-ID TO SWAP-ENTERED-BY.
       MOVE TODAYS-DATE TO SWAP-ENTERED-DATE.
       MOVE SPACES TO SWAP-DECIDED-BY.
       MOVE ZERO TO SWAP-DECIDED-DATE.
       PERFORM FORMAT-SWAP-VALUE.
       MOVE "SWP-ADD" TO AUDIT-ACTION.
       IF RECORD-FOUND = "Y"
           REWRITE SHIFT-SWAP-RECORD
               INVALID KEY
                   DISPLAY "Error updating the swap."
                   GO TO ENTER-A-SWAP-EXIT
           END-REWRITE
       ELSE
           WRITE SHIFT-SWAP-RECORD
               INVALID KEY
                   DISPLAY "Error writing the swap."
                   GO TO ENTER-A-SWAP-EXIT
           END-WRITE.
       PERFORM WRITE-SWAP-AUDIT.
       DISPLAY "Swap entered - it takes effect once a supervisor"
           " approves it.".
       ENTER-A-SWAP-EXIT.
       EXIT.

      *Only someone active with a shift has a shift to give.
       READ-ONE-SIDE.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
               DISPLAY "Employee not found."
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "EMPLOYEE: " EMPLOYEES-NAME " "
               EMPLOYEES-LASTNAMES " SHIFT " EMPLOYEES-SHIFT-CODE
           IF NOT EMPLOYEES-ACTIVE
               DISPLAY "The employee is not active."
               MOVE "N" TO RECORD-FOUND
           ELSE
               IF EMPLOYEES-SHIFT-CODE = SPACES
                   DISPLAY "The employee has no shift assigned."
                   MOVE "N" TO RECORD-FOUND
               END-IF
           END-IF.

      *Everything about the day that can stop the swap, each reason
      *shown so the clerk can tell the employees why. THIS-SWAP-KEY
      *names the swap being reviewed, which must not count against
      *itself; spaces for a new one.
       CHECK-THE-SWAP-DAY.
       MOVE "Y" TO CHECKS-PASSED.
       PERFORM LOAD-THE-DAYS-SWAPS.
       PERFORM LOAD-THE-DAYS-ABSENCES.
       MOVE REQUESTER-ID TO LOOK-EMPLOYEE-ID.
       PERFORM CHECK-AWAY-ON-THE-DAY.
       IF AWAY-WAS-FOUND = "Y"
           DISPLAY "Employee " REQUESTER-ID " has an absence on"
               " file for that day."
           MOVE "N" TO CHECKS-PASSED.
       MOVE PARTNER-ID TO LOOK-EMPLOYEE-ID.
       PERFORM CHECK-AWAY-ON-THE-DAY.
       IF AWAY-WAS-FOUND = "Y"
           DISPLAY "Employee " PARTNER-ID " has an absence on"
               " file for that day."
           MOVE "N" TO CHECKS-PASSED.
       PERFORM CHECK-THE-REQUESTER-CREW.
       PERFORM CHECK-THE-PARTNER-CREW.

       LOAD-THE-DAYS-SWAPS.
       MOVE ZERO TO DAYSWAP-COUNT.
       MOVE "N" TO DONE-WITH-DAY.
       MOVE CHECK-DATE TO SWAP-DATE.
       MOVE ZERO TO SWAP-REQUESTER-ID.
       START SHIFT-SWAP-FILE
           KEY IS NOT LESS THAN SWAP-KEY
           INVALID KEY
               MOVE "Y" TO DONE-WITH-DAY
       END-START.
       PERFORM NOTE-ONE-DAY-SWAP
           UNTIL DONE-WITH-DAY = "Y".

       NOTE-ONE-DAY-SWAP.
       READ SHIFT-SWAP-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-DAY
       END-READ.
       IF DONE-WITH-DAY = "N"
           IF SWAP-DATE NOT = CHECK-DATE
               MOVE "Y" TO DONE-WITH-DAY
           ELSE
               IF SWAP-KEY NOT = THIS-SWAP-KEY
                   AND NOT SWAP-REJECTED
                   PERFORM CHECK-ALREADY-SWAPPED
                   PERFORM KEEP-AN-APPROVED-SWAP
               END-IF
           END-IF.

       CHECK-ALREADY-SWAPPED.
       IF SWAP-REQUESTER-ID = REQUESTER-ID
           OR SWAP-PARTNER-ID = REQUESTER-ID
           DISPLAY "Employee " REQUESTER-ID " is already in a swap"
               " that day (" SWAP-REQUESTER-ID " with "
               SWAP-PARTNER-ID ")."
           MOVE "N" TO CHECKS-PASSED.
       IF SWAP-REQUESTER-ID = PARTNER-ID
           OR SWAP-PARTNER-ID = PARTNER-ID
           DISPLAY "Employee " PARTNER-ID " is already in a swap"
               " that day (" SWAP-REQUESTER-ID " with "
               SWAP-PARTNER-ID ")."
           MOVE "N" TO CHECKS-PASSED.

       KEEP-AN-APPROVED-SWAP.
       IF SWAP-APPROVED
           AND DAYSWAP-COUNT < DAYSWAP-LIMIT
           ADD 1 TO DAYSWAP-COUNT
           MOVE SWAP-REQUESTER-ID
               TO DAYSWAP-REQUESTER-ID (DAYSWAP-COUNT)
           MOVE SWAP-REQUESTER-SHIFT
               TO DAYSWAP-REQUESTER-SHIFT (DAYSWAP-COUNT)
           MOVE SWAP-REQUESTER-DEPARTMENT
               TO DAYSWAP-REQUESTER-DEPARTMENT (DAYSWAP-COUNT)
           MOVE SWAP-PARTNER-ID
               TO DAYSWAP-PARTNER-ID (DAYSWAP-COUNT)
           MOVE SWAP-PARTNER-SHIFT
               TO DAYSWAP-PARTNER-SHIFT (DAYSWAP-COUNT)
           MOVE SWAP-PARTNER-DEPARTMENT
               TO DAYSWAP-PARTNER-DEPARTMENT (DAYSWAP-COUNT).

       LOAD-THE-DAYS-ABSENCES.
       MOVE ZERO TO AWAY-COUNT.
       OPEN INPUT ABSENCE-FILE.
       IF ABSENCE-FILE-STATUS = "00"
           MOVE "N" TO END-OF-ABSENCES
           PERFORM READ-NEXT-ABSENCE
           PERFORM NOTE-ONE-ABSENCE
               UNTIL END-OF-ABSENCES = "Y".
       CLOSE ABSENCE-FILE.

       NOTE-ONE-ABSENCE.
       IF ABSENCE-START-DATE NOT > CHECK-DATE
           AND ABSENCE-END-DATE NOT < CHECK-DATE
           AND AWAY-COUNT < AWAY-LIMIT
           ADD 1 TO AWAY-COUNT
           MOVE ABSENCE-EMPLOYEE-ID TO AWAY-EMPLOYEE-ID (AWAY-COUNT).
       PERFORM READ-NEXT-ABSENCE.

       READ-NEXT-ABSENCE.
       READ ABSENCE-FILE
       AT END MOVE "Y" TO END-OF-ABSENCES.

       CHECK-AWAY-ON-THE-DAY.
       MOVE "N" TO AWAY-WAS-FOUND.
       MOVE 1 TO AWAY-INDEX.
       PERFORM LOOK-FOR-AWAY-ENTRY
           UNTIL AWAY-WAS-FOUND = "Y"
           OR AWAY-INDEX > AWAY-COUNT.

       LOOK-FOR-AWAY-ENTRY.
       IF AWAY-EMPLOYEE-ID (AWAY-INDEX) = LOOK-EMPLOYEE-ID
           MOVE "Y" TO AWAY-WAS-FOUND
       ELSE
           ADD 1 TO AWAY-INDEX.

      *Each side leaves their own crew for the day. When both are
      *in the same department, each crew gets the other person
      *back and nothing changes; otherwise the crew is one short.
       CHECK-THE-REQUESTER-CREW.
       MOVE REQUESTER-SHIFT TO CREW-SHIFT.
       MOVE REQUESTER-DEPARTMENT TO CREW-DEPARTMENT.
       MOVE -1 TO CREW-DELTA.
       IF PARTNER-DEPARTMENT = REQUESTER-DEPARTMENT
           ADD 1 TO CREW-DELTA.
       PERFORM CHECK-ONE-CREW.

       CHECK-THE-PARTNER-CREW.
       MOVE PARTNER-SHIFT TO CREW-SHIFT.
       MOVE PARTNER-DEPARTMENT TO CREW-DEPARTMENT.
       MOVE -1 TO CREW-DELTA.
       IF REQUESTER-DEPARTMENT = PARTNER-DEPARTMENT
           ADD 1 TO CREW-DELTA.
       PERFORM CHECK-ONE-CREW.

       CHECK-ONE-CREW.
       IF CREW-DELTA < ZERO
           PERFORM COUNT-THE-CREW
           ADD CREW-DELTA TO CREW-AVAILABLE
           IF CREW-AVAILABLE < CREW-MINIMUM
               MOVE CREW-AVAILABLE TO CREW-AVAILABLE-DISPLAY
               MOVE CREW-MINIMUM TO CREW-MINIMUM-DISPLAY
               DISPLAY "Shift " CREW-SHIFT " in " CREW-DEPARTMENT
                   " would be left with " CREW-AVAILABLE-DISPLAY
                   " - the minimum is " CREW-MINIMUM-DISPLAY "."
               MOVE "N" TO CHECKS-PASSED
           END-IF
       END-IF.

      *The crew's bodies on the day: its active members who are
      *neither away nor swapped out, plus anyone already swapped in.
       COUNT-THE-CREW.
       MOVE ZERO TO CREW-AVAILABLE.
       MOVE "0" TO READ-ALL.
       MOVE ZERO TO EMPLOYEES-ID.
       START EMPLOYEES-FILE
           KEY IS NOT LESS THAN EMPLOYEES-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-EMPLOYEE.
       PERFORM COUNT-ONE-CREW-MEMBER
           UNTIL READ-ALL = "1".
       MOVE 1 TO DAYSWAP-INDEX.
       PERFORM COUNT-ONE-SWAPPED-IN
           UNTIL DAYSWAP-INDEX > DAYSWAP-COUNT.

       COUNT-ONE-CREW-MEMBER.
       IF EMPLOYEES-ACTIVE
           AND EMPLOYEES-SHIFT-CODE = CREW-SHIFT
           AND EMPLOYEES-DEPARTMENT = CREW-DEPARTMENT
           MOVE EMPLOYEES-ID TO LOOK-EMPLOYEE-ID
           PERFORM CHECK-AWAY-ON-THE-DAY
           PERFORM CHECK-SWAPPED-ON-THE-DAY
           IF AWAY-WAS-FOUND = "N"
               AND DAYSWAP-WAS-FOUND = "N"
               ADD 1 TO CREW-AVAILABLE
           END-IF
       END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       CHECK-SWAPPED-ON-THE-DAY.
       MOVE "N" TO DAYSWAP-WAS-FOUND.
       MOVE 1 TO DAYSWAP-INDEX.
       PERFORM LOOK-FOR-DAYSWAP-ENTRY
           UNTIL DAYSWAP-WAS-FOUND = "Y"
           OR DAYSWAP-INDEX > DAYSWAP-COUNT.

       LOOK-FOR-DAYSWAP-ENTRY.
       IF DAYSWAP-REQUESTER-ID (DAYSWAP-INDEX) = LOOK-EMPLOYEE-ID
           OR DAYSWAP-PARTNER-ID (DAYSWAP-INDEX) = LOOK-EMPLOYEE-ID
           MOVE "Y" TO DAYSWAP-WAS-FOUND
       ELSE
           ADD 1 TO DAYSWAP-INDEX.

       COUNT-ONE-SWAPPED-IN.
       IF DAYSWAP-PARTNER-SHIFT (DAYSWAP-INDEX) = CREW-SHIFT
           AND DAYSWAP-REQUESTER-DEPARTMENT (DAYSWAP-INDEX)
               = CREW-DEPARTMENT
           ADD 1 TO CREW-AVAILABLE.
       IF DAYSWAP-REQUESTER-SHIFT (DAYSWAP-INDEX) = CREW-SHIFT
           AND DAYSWAP-PARTNER-DEPARTMENT (DAYSWAP-INDEX)
               = CREW-DEPARTMENT
           ADD 1 TO CREW-AVAILABLE.
       ADD 1 TO DAYSWAP-INDEX.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *Pending swaps from today on, earliest day first, each
      *approved, rejected or left for later one at a time. A swap
      *that no longer passes the checks can only be rejected.
       REVIEW-PENDING-SWAPS.
       IF OPERATOR-IS-SUPERVISOR = "N"
           DISPLAY "Approving swaps is limited to supervisors."
           GO TO REVIEW-PENDING-SWAPS-EXIT.
       MOVE ZERO TO PENDING-COUNT.
       MOVE ZERO TO DECIDED-COUNT.
       MOVE "0" TO READ-ALL.
       MOVE TODAYS-DATE TO SWAP-DATE.
       MOVE ZERO TO SWAP-REQUESTER-ID.
       START SHIFT-SWAP-FILE
           KEY IS NOT LESS THAN SWAP-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-SWAP.
       PERFORM GATHER-ONE-PENDING-SWAP
           UNTIL READ-ALL = "1".
       IF PENDING-COUNT = ZERO
           DISPLAY "No swaps are waiting for approval."
           GO TO REVIEW-PENDING-SWAPS-EXIT.
       MOVE 1 TO PENDING-INDEX.
       PERFORM REVIEW-ONE-SWAP
           UNTIL PENDING-INDEX > PENDING-COUNT.
       MOVE DECIDED-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Swaps decided: " ENTRY-COUNT-DISPLAY.
       REVIEW-PENDING-SWAPS-EXIT.
       EXIT.

       GATHER-ONE-PENDING-SWAP.
       IF SWAP-PENDING
           AND PENDING-COUNT < PENDING-LIMIT
           ADD 1 TO PENDING-COUNT
           MOVE SWAP-KEY TO PENDING-KEY (PENDING-COUNT).
       PERFORM READ-NEXT-SWAP.

       REVIEW-ONE-SWAP.
       MOVE PENDING-KEY (PENDING-INDEX) TO SWAP-KEY.
       MOVE "Y" TO RECORD-FOUND.
       READ SHIFT-SWAP-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           IF SWAP-PENDING
               PERFORM SHOW-AND-DECIDE
           END-IF
       END-IF.
       ADD 1 TO PENDING-INDEX.

       SHOW-AND-DECIDE.
       DISPLAY " ".
       PERFORM SHOW-ONE-SWAP.
       MOVE SWAP-KEY TO THIS-SWAP-KEY.
       MOVE SWAP-DATE TO CHECK-DATE.
       MOVE SWAP-REQUESTER-ID TO REQUESTER-ID.
       MOVE SWAP-REQUESTER-SHIFT TO REQUESTER-SHIFT.
       MOVE SWAP-REQUESTER-DEPARTMENT TO REQUESTER-DEPARTMENT.
       MOVE SWAP-PARTNER-ID TO PARTNER-ID.
       MOVE SWAP-PARTNER-SHIFT TO PARTNER-SHIFT.
       MOVE SWAP-PARTNER-DEPARTMENT TO PARTNER-DEPARTMENT.
       PERFORM CHECK-THE-SWAP-DAY.
       MOVE THIS-SWAP-KEY TO SWAP-KEY.
       READ SHIFT-SWAP-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACE TO REVIEW-CHOICE.
       IF CHECKS-PASSED = "Y"
           DISPLAY "A-Approve  R-Reject  S-Leave it pending"
           ACCEPT REVIEW-CHOICE
       ELSE
           DISPLAY "It no longer passes the checks above."
           DISPLAY "R-Reject  S-Leave it pending"
           ACCEPT REVIEW-CHOICE
           IF REVIEW-CHOICE = "A" OR REVIEW-CHOICE = "a"
               DISPLAY "It cannot be approved - left pending."
               MOVE SPACE TO REVIEW-CHOICE
           END-IF
       END-IF.
       PERFORM FORMAT-SWAP-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           EVALUATE REVIEW-CHOICE
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO SWAP-STATUS
                   MOVE "SWP-APR" TO AUDIT-ACTION
                   PERFORM RECORD-THE-DECISION
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO SWAP-STATUS
                   MOVE "SWP-REJ" TO AUDIT-ACTION
                   PERFORM RECORD-THE-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECORD-THE-DECISION.
       MOVE OPERATOR-ID TO SWAP-DECIDED-BY.
       MOVE TODAYS-DATE TO SWAP-DECIDED-DATE.
       PERFORM FORMAT-SWAP-VALUE.
       REWRITE SHIFT-SWAP-RECORD
           INVALID KEY
               DISPLAY "Error updating the swap - it stays pending."
           NOT INVALID KEY
               ADD 1 TO DECIDED-COUNT
               PERFORM WRITE-SWAP-AUDIT
               IF SWAP-APPROVED
                   DISPLAY "Approved."
               ELSE
                   DISPLAY "Rejected."
               END-IF
       END-REWRITE.

      *A pending swap is withdrawn by whoever entered it; one
      *already approved needs a supervisor, since the schedule has
      *been built on it.
       CANCEL-A-SWAP.
       DISPLAY "ENTER the ID of the employee who asked for it: ".
       ACCEPT SWAP-REQUESTER-ID.
       DISPLAY "ENTER the day swapped (YYYYMMDD): ".
       ACCEPT SWAP-DATE.
       READ SHIFT-SWAP-FILE RECORD
           INVALID KEY
               DISPLAY "No swap on file for that employee and day."
               GO TO CANCEL-A-SWAP-EXIT
       END-READ.
       PERFORM SHOW-ONE-SWAP.
       IF SWAP-APPROVED
           AND OPERATOR-IS-SUPERVISOR = "N"
           DISPLAY "The swap is approved - only a supervisor can"
               " cancel it."
           GO TO CANCEL-A-SWAP-EXIT.
       PERFORM FORMAT-SWAP-VALUE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       DELETE SHIFT-SWAP-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the swap."
               GO TO CANCEL-A-SWAP-EXIT
       END-DELETE.
       MOVE "SWP-DEL" TO AUDIT-ACTION.
       PERFORM WRITE-SWAP-AUDIT.
       DISPLAY "Swap cancelled.".
       CANCEL-A-SWAP-EXIT.
       EXIT.

      *Every swap the employee is on either side of, past and
      *future, by day.
       LIST-THE-SWAPS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE "0" TO READ-ALL.
       MOVE ZERO TO SWAP-DATE.
       MOVE ZERO TO SWAP-REQUESTER-ID.
       START SHIFT-SWAP-FILE
           KEY IS NOT LESS THAN SWAP-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-SWAP.
       PERFORM LIST-ONE-SWAP
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Swaps on file: " ENTRY-COUNT-DISPLAY.
       LIST-THE-SWAPS-EXIT.
       EXIT.

       LIST-ONE-SWAP.
       IF SWAP-REQUESTER-ID = WORKING-EMPLOYEE-ID
           OR SWAP-PARTNER-ID = WORKING-EMPLOYEE-ID
           PERFORM SHOW-ONE-SWAP
           ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-SWAP.

       SHOW-ONE-SWAP.
       DISPLAY "DAY: " SWAP-DATE "  STATUS: " SWAP-STATUS
           "  ENTERED BY " SWAP-ENTERED-BY " ON " SWAP-ENTERED-DATE.
       MOVE SWAP-REQUESTER-ID TO EMPLOYEES-ID.
       PERFORM READ-FOR-THE-NAME.
       DISPLAY "  " SWAP-REQUESTER-ID " " EMPLOYEES-NAME " "
           EMPLOYEES-LASTNAMES " WORKS SHIFT " SWAP-PARTNER-SHIFT.
       MOVE SWAP-PARTNER-ID TO EMPLOYEES-ID.
       PERFORM READ-FOR-THE-NAME.
       DISPLAY "  " SWAP-PARTNER-ID " " EMPLOYEES-NAME " "
           EMPLOYEES-LASTNAMES " WORKS SHIFT " SWAP-REQUESTER-SHIFT.
       DISPLAY "  REASON: " SWAP-REASON.
       IF NOT SWAP-PENDING
           DISPLAY "  DECIDED BY " SWAP-DECIDED-BY " ON "
               SWAP-DECIDED-DATE.

       READ-FOR-THE-NAME.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
               MOVE SPACES TO EMPLOYEES-LASTNAMES
       END-READ.

       READ-NEXT-SWAP.
       READ SHIFT-SWAP-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       FORMAT-SWAP-VALUE.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING SWAP-DATE " " SWAP-REQUESTER-ID
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING SWAP-STATUS " WITH " SWAP-PARTNER-ID " "
           SWAP-REQUESTER-SHIFT "/" SWAP-PARTNER-SHIFT
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       WRITE-SWAP-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE OPERATOR-ID TO AUDIT-OPERATOR.
       MOVE "ShiftSwapRequest" TO AUDIT-PROGRAM.
       MOVE SWAP-REQUESTER-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "SWAP" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM ShiftSwapRequest.
