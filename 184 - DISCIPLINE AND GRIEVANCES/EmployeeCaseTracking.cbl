       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeCaseTracking.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "CasePhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "CaseLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  CASE-FILE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-TRACKING PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ANOTHER-STEP-DUE PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       77  SEALED-COUNT PIC 9(4) VALUE ZERO.
       77  SEALED-COUNT-DISPLAY PIC ZZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  WANTED-EMPLOYEE-ID PIC 9(6).
       01  WANTED-CASE PIC 9(3).
       01  HIGHEST-CASE PIC 9(3).
       01  ENTERED-DATE PIC 9(8).
       01  AUDIT-ACTION PIC X(10).
       01  TYPE-WORDS PIC X(14).
      *Y when the case is a warning or suspension that has run out
      *or been struck down at a hearing.
       01  CASE-IS-SEALED PIC X.

      *The working agreement allows ten calendar days between one
      *step of the procedure and the next.
       01  CONTRACT-STEP-DAYS PIC 9(2) VALUE 10.
      *How long each kind of discipline counts, in months from the
      *date it was given: verbal 6, written 12, final 24,
      *suspension 24.
       01  EXPIRY-MONTHS PIC 9(3).

       01  EXPIRY-DATE-PARTS.
           05  EXPIRY-YEAR PIC 9(4).
           05  EXPIRY-MONTH PIC 9(2).
           05  EXPIRY-DAY PIC 9(2).
       01  EXPIRY-DATE REDEFINES EXPIRY-DATE-PARTS PIC 9(8).
       01  MONTHS-ON PIC 9(5).
       01  YEARS-ON PIC 9(4).
       01  MONTH-REMAINDER PIC 9(2).

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The case file for warnings, suspensions and union
      *grievances: each case's type, the step of the contract
      *procedure it has reached with the date of every step and
      *when the next is due, the hearing outcome, and - for
      *discipline - the date after which it no longer counts.
      *Expired or overturned discipline is sealed: a clerk's
      *listing leaves it out, and only a supervisor sign-on can
      *see or touch it.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-TRACKING = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM READ-SESSION-NOTE.
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
           MOVE "Y" TO EXIT-TRACKING
           GO TO OPENING-PROCEDURE-EXIT.
      *The case file is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       OPEN I-O CASE-FILE.
       IF CASE-FILE-STATUS = "35"
           OPEN OUTPUT CASE-FILE
           CLOSE CASE-FILE
           OPEN I-O CASE-FILE.
       OPEN EXTEND AUDIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE
           CLOSE CASE-FILE
           CLOSE AUDIT-FILE.

      *Picks up the identity the sign-on program left behind: who
      *opened each case, and whether sealed cases may be seen.
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
       DISPLAY "Disciplinary and grievance cases".
       DISPLAY "O-Open a case  S-Record the next step"
           "  H-Record the hearing outcome".
       DISPLAY "L-List an employee's cases  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "O"
           WHEN "o"
               PERFORM OPEN-A-CASE THRU OPEN-A-CASE-EXIT
           WHEN "S"
           WHEN "s"
               PERFORM RECORD-NEXT-STEP THRU RECORD-NEXT-STEP-EXIT
           WHEN "H"
           WHEN "h"
               PERFORM RECORD-THE-HEARING
                   THRU RECORD-THE-HEARING-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-CASES THRU LIST-THE-CASES-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-TRACKING
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       OPEN-A-CASE.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO OPEN-A-CASE-EXIT
       END-READ.
       PERFORM FIND-THE-HIGHEST-CASE.
       IF HIGHEST-CASE = 999
           DISPLAY "This employee has no case numbers left."
           GO TO OPEN-A-CASE-EXIT.
       MOVE SPACES TO CASE-RECORD.
       MOVE WANTED-EMPLOYEE-ID TO CASE-EMPLOYEE-ID.
       ADD 1 HIGHEST-CASE GIVING CASE-NUMBER.
       DISPLAY "ENTER the case type (V verbal, W written, F final"
           " warning, S suspension, G grievance): ".
       ACCEPT CASE-TYPE.
       INSPECT CASE-TYPE CONVERTING "vwfsg" TO "VWFSG".
       IF NOT CASE-IS-DISCIPLINE AND NOT CASE-GRIEVANCE
           DISPLAY "That is not a case type - case not opened."
           GO TO OPEN-A-CASE-EXIT.
       DISPLAY "ENTER a short description: ".
       ACCEPT CASE-DESCRIPTION.
       MOVE ZERO TO CASE-SUSPENSION-DAYS.
       IF CASE-SUSPENSION
           DISPLAY "ENTER the days of suspension: "
           ACCEPT CASE-SUSPENSION-DAYS.
       MOVE TODAYS-DATE TO CASE-OPENED-DATE.
       MOVE SIGNED-ON-OPERATOR TO CASE-OPENED-BY.
       MOVE ZERO TO CASE-STEP-DATE (2).
       MOVE ZERO TO CASE-STEP-DATE (3).
       MOVE ZERO TO CASE-STEP-DATE (4).
       MOVE 1 TO CASE-STEP.
       PERFORM ACCEPT-THE-STEP-DATE.
       IF DS-STATUS NOT = "00"
           GO TO OPEN-A-CASE-EXIT.
       MOVE ENTERED-DATE TO CASE-STEP-DATE (1).
       PERFORM ACCEPT-THE-NEXT-DUE.
       IF DS-STATUS NOT = "00"
           GO TO OPEN-A-CASE-EXIT.
       MOVE ZERO TO CASE-HEARING-DATE.
       MOVE SPACE TO CASE-OUTCOME.
       MOVE ZERO TO CASE-EXPIRY-DATE.
       IF CASE-IS-DISCIPLINE
           PERFORM SET-THE-DEFAULT-EXPIRY.
       MOVE "O" TO CASE-STATUS.
       WRITE CASE-RECORD
           INVALID KEY
               DISPLAY "Error opening the case."
               GO TO OPEN-A-CASE-EXIT
       END-WRITE.
       MOVE "CASE-OPEN" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Case " CASE-NUMBER " opened for " EMPLOYEES-NAME ".".
       IF CASE-IS-DISCIPLINE
           DISPLAY "It counts until " CASE-EXPIRY-DATE ".".
       OPEN-A-CASE-EXIT.
       EXIT.

      *Case numbers run on within each employee.
       FIND-THE-HIGHEST-CASE.
       MOVE ZERO TO HIGHEST-CASE.
       MOVE WANTED-EMPLOYEE-ID TO CASE-EMPLOYEE-ID.
       MOVE ZERO TO CASE-NUMBER.
       MOVE "0" TO READ-ALL.
       START CASE-FILE
           KEY IS NOT LESS THAN CASE-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-CASE.
       PERFORM NOTE-ONE-CASE-NUMBER
           UNTIL READ-ALL = "1".

       NOTE-ONE-CASE-NUMBER.
       IF CASE-EMPLOYEE-ID NOT = WANTED-EMPLOYEE-ID
           MOVE "1" TO READ-ALL
       ELSE
           MOVE CASE-NUMBER TO HIGHEST-CASE
           PERFORM READ-NEXT-CASE.

      *A blank or zero date is taken as today.
       ACCEPT-THE-STEP-DATE.
       DISPLAY "ENTER the date the step was taken (YYYYMMDD,"
           " 0 for today): ".
       ACCEPT ENTERED-DATE.
       IF ENTERED-DATE = ZERO
           MOVE TODAYS-DATE TO ENTERED-DATE.
       PERFORM CHECK-THE-ENTERED-DATE.

      *The next step falls due the contract's allowance after this
      *one unless a date is keyed; none is due once the procedure
      *has reached its last step or nothing further is owed.
       ACCEPT-THE-NEXT-DUE.
       MOVE ZERO TO CASE-NEXT-DUE-DATE.
       MOVE "00" TO DS-STATUS.
       IF CASE-STEP < 4
           DISPLAY "Is a further step due? (Y/N) "
           ACCEPT ANOTHER-STEP-DUE
           IF ANOTHER-STEP-DUE = "Y" OR ANOTHER-STEP-DUE = "y"
               PERFORM WORK-OUT-THE-DUE-DATE
               DISPLAY "ENTER the date it is due (YYYYMMDD,"
                   " 0 for " DS-DATE-IN "): "
               ACCEPT ENTERED-DATE
               IF ENTERED-DATE = ZERO
                   MOVE DS-DATE-IN TO ENTERED-DATE
               END-IF
               PERFORM CHECK-THE-ENTERED-DATE
               IF DS-STATUS = "00"
                   MOVE ENTERED-DATE TO CASE-NEXT-DUE-DATE
               END-IF
           END-IF.

       WORK-OUT-THE-DUE-DATE.
       MOVE CASE-STEP-DATE (CASE-STEP) TO DS-DATE-IN.
       PERFORM ADD-ONE-DUE-DAY CONTRACT-STEP-DAYS TIMES.

       ADD-ONE-DUE-DAY.
       MOVE "N" TO DS-REQUEST.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO DS-DATE-IN.

       CHECK-THE-ENTERED-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE ENTERED-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That is not a valid date - nothing saved.".

       SET-THE-DEFAULT-EXPIRY.
       EVALUATE TRUE
           WHEN CASE-VERBAL-WARNING
               MOVE 6 TO EXPIRY-MONTHS
           WHEN CASE-WRITTEN-WARNING
               MOVE 12 TO EXPIRY-MONTHS
           WHEN OTHER
               MOVE 24 TO EXPIRY-MONTHS
       END-EVALUATE.
       MOVE CASE-STEP-DATE (1) TO EXPIRY-DATE.
       PERFORM WORK-OUT-THE-EXPIRY.
       MOVE EXPIRY-DATE TO CASE-EXPIRY-DATE.

      *Moves EXPIRY-DATE on by EXPIRY-MONTHS, pulled back to the
      *month's last day when the day does not exist in that month.
       WORK-OUT-THE-EXPIRY.
       COMPUTE MONTHS-ON = EXPIRY-MONTH - 1 + EXPIRY-MONTHS.
       DIVIDE MONTHS-ON BY 12 GIVING YEARS-ON
           REMAINDER MONTH-REMAINDER.
       ADD YEARS-ON TO EXPIRY-YEAR.
       ADD 1 MONTH-REMAINDER GIVING EXPIRY-MONTH.
       PERFORM CHECK-THE-EXPIRY-DAY.
       PERFORM STEP-BACK-THE-EXPIRY-DAY
           UNTIL DS-STATUS = "00".

       STEP-BACK-THE-EXPIRY-DAY.
       SUBTRACT 1 FROM EXPIRY-DAY.
       PERFORM CHECK-THE-EXPIRY-DAY.

       CHECK-THE-EXPIRY-DAY.
       MOVE "W" TO DS-REQUEST.
       MOVE EXPIRY-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.

      *Reads the case asked for into CASE-RECORD; a sealed case is
      *only handed over on a supervisor sign-on.
       ACCEPT-A-CASE.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       DISPLAY "ENTER the case number: ".
       ACCEPT WANTED-CASE.
       MOVE WANTED-EMPLOYEE-ID TO CASE-EMPLOYEE-ID.
       MOVE WANTED-CASE TO CASE-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ CASE-FILE RECORD
           INVALID KEY
               DISPLAY "No such case."
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           PERFORM DECIDE-IF-SEALED
           IF CASE-IS-SEALED = "Y"
               AND SIGNED-ON-ROLE NOT = "S"
               DISPLAY "No such case."
               MOVE "N" TO RECORD-FOUND
           END-IF.
       IF RECORD-FOUND = "Y"
           MOVE CASE-EMPLOYEE-ID TO EMPLOYEES-ID
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
           END-READ
           PERFORM SHOW-ONE-CASE.

       DECIDE-IF-SEALED.
       MOVE "N" TO CASE-IS-SEALED.
       IF CASE-IS-DISCIPLINE
           IF CASE-OVERTURNED OR CASE-WITHDRAWN
               OR CASE-EXPIRY-DATE < TODAYS-DATE
               MOVE "Y" TO CASE-IS-SEALED
           END-IF.

       RECORD-NEXT-STEP.
       PERFORM ACCEPT-A-CASE.
       IF RECORD-FOUND = "N"
           GO TO RECORD-NEXT-STEP-EXIT.
       IF NOT CASE-OPEN
           DISPLAY "The case is closed."
           GO TO RECORD-NEXT-STEP-EXIT.
       IF CASE-STEP = 4
           DISPLAY "The case is at the last step of the procedure"
               " - record the hearing outcome."
           GO TO RECORD-NEXT-STEP-EXIT.
       ADD 1 TO CASE-STEP.
       PERFORM ACCEPT-THE-STEP-DATE.
       IF DS-STATUS NOT = "00"
           GO TO RECORD-NEXT-STEP-EXIT.
       MOVE ENTERED-DATE TO CASE-STEP-DATE (CASE-STEP).
       PERFORM ACCEPT-THE-NEXT-DUE.
       IF DS-STATUS NOT = "00"
           GO TO RECORD-NEXT-STEP-EXIT.
       REWRITE CASE-RECORD
           INVALID KEY
               DISPLAY "Error recording the step."
               GO TO RECORD-NEXT-STEP-EXIT
       END-REWRITE.
       MOVE "CASE-STEP" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Step " CASE-STEP " recorded.".
       RECORD-NEXT-STEP-EXIT.
       EXIT.

      *The hearing closes the case. A reduced penalty may also be
      *given a shorter life.
       RECORD-THE-HEARING.
       PERFORM ACCEPT-A-CASE.
       IF RECORD-FOUND = "N"
           GO TO RECORD-THE-HEARING-EXIT.
       IF NOT CASE-OPEN
           DISPLAY "The case is closed."
           GO TO RECORD-THE-HEARING-EXIT.
       DISPLAY "ENTER the hearing date (YYYYMMDD, 0 for today): ".
       ACCEPT ENTERED-DATE.
       IF ENTERED-DATE = ZERO
           MOVE TODAYS-DATE TO ENTERED-DATE.
       PERFORM CHECK-THE-ENTERED-DATE.
       IF DS-STATUS NOT = "00"
           GO TO RECORD-THE-HEARING-EXIT.
       DISPLAY "ENTER the outcome (U upheld, R reduced, O"
           " overturned, W withdrawn): ".
       ACCEPT CASE-OUTCOME.
       INSPECT CASE-OUTCOME CONVERTING "urow" TO "UROW".
       IF NOT CASE-UPHELD AND NOT CASE-REDUCED
           AND NOT CASE-OVERTURNED AND NOT CASE-WITHDRAWN
           DISPLAY "That is not an outcome - nothing saved."
           GO TO RECORD-THE-HEARING-EXIT.
       MOVE ENTERED-DATE TO CASE-HEARING-DATE.
       IF CASE-REDUCED AND CASE-IS-DISCIPLINE
           DISPLAY "Counts until " CASE-EXPIRY-DATE
           DISPLAY "ENTER the new expiry (YYYYMMDD, 0 to keep): "
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE NOT = ZERO
               PERFORM CHECK-THE-ENTERED-DATE
               IF DS-STATUS NOT = "00"
                   GO TO RECORD-THE-HEARING-EXIT
               END-IF
               MOVE ENTERED-DATE TO CASE-EXPIRY-DATE
           END-IF.
       MOVE ZERO TO CASE-NEXT-DUE-DATE.
       MOVE "C" TO CASE-STATUS.
       REWRITE CASE-RECORD
           INVALID KEY
               DISPLAY "Error recording the hearing."
               GO TO RECORD-THE-HEARING-EXIT
       END-REWRITE.
       MOVE "CASE-HEAR" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Hearing recorded and the case closed.".
       RECORD-THE-HEARING-EXIT.
       EXIT.

      *A clerk sees only what still counts; sealed cases are
      *counted but not shown. A supervisor sees them all, marked.
       LIST-THE-CASES.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO LIST-THE-CASES-EXIT
       END-READ.
       DISPLAY "Cases for " EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO SEALED-COUNT.
       MOVE WANTED-EMPLOYEE-ID TO CASE-EMPLOYEE-ID.
       MOVE ZERO TO CASE-NUMBER.
       MOVE "0" TO READ-ALL.
       START CASE-FILE
           KEY IS NOT LESS THAN CASE-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-CASE.
       PERFORM LIST-ONE-CASE
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Cases shown: " ENTRY-COUNT-DISPLAY.
       IF SEALED-COUNT > ZERO
           AND SIGNED-ON-ROLE NOT = "S"
           MOVE SEALED-COUNT TO SEALED-COUNT-DISPLAY
           DISPLAY "Sealed cases not shown: " SEALED-COUNT-DISPLAY.
       LIST-THE-CASES-EXIT.
       EXIT.

       LIST-ONE-CASE.
       IF CASE-EMPLOYEE-ID NOT = WANTED-EMPLOYEE-ID
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM DECIDE-IF-SEALED
           IF CASE-IS-SEALED = "Y"
               ADD 1 TO SEALED-COUNT
           END-IF
           IF CASE-IS-SEALED = "N" OR SIGNED-ON-ROLE = "S"
               PERFORM SHOW-ONE-CASE
               ADD 1 TO ENTRY-COUNT
           END-IF
           PERFORM READ-NEXT-CASE.

       SHOW-ONE-CASE.
       PERFORM SPELL-OUT-THE-TYPE.
       DISPLAY "  CASE " CASE-NUMBER "  " TYPE-WORDS
           "  " CASE-DESCRIPTION "  STATUS " CASE-STATUS.
       DISPLAY "      STEP " CASE-STEP
           "  TAKEN " CASE-STEP-DATE (1) " " CASE-STEP-DATE (2)
           " " CASE-STEP-DATE (3) " " CASE-STEP-DATE (4)
           "  NEXT DUE " CASE-NEXT-DUE-DATE.
       DISPLAY "      HEARING " CASE-HEARING-DATE
           "  OUTCOME " CASE-OUTCOME
           "  COUNTS UNTIL " CASE-EXPIRY-DATE.
       IF CASE-IS-SEALED = "Y"
           DISPLAY "      ** SEALED - NO LONGER COUNTS **".

       SPELL-OUT-THE-TYPE.
       EVALUATE TRUE
           WHEN CASE-VERBAL-WARNING
               MOVE "VERBAL WARNING" TO TYPE-WORDS
           WHEN CASE-WRITTEN-WARNING
               MOVE "WRITTEN WARN." TO TYPE-WORDS
           WHEN CASE-FINAL-WARNING
               MOVE "FINAL WARNING" TO TYPE-WORDS
           WHEN CASE-SUSPENSION
               MOVE "SUSPENSION" TO TYPE-WORDS
           WHEN OTHER
               MOVE "GRIEVANCE" TO TYPE-WORDS
       END-EVALUATE.

       READ-NEXT-CASE.
       READ CASE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-AUDIT-RECORD.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "EmployeeCaseTracking" TO AUDIT-PROGRAM.
       MOVE CASE-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       WRITE AUDIT-LINE.

       END PROGRAM EmployeeCaseTracking.
