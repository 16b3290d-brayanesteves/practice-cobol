       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecondmentMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "SecondmentPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".
       COPY "DepartmentPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "SecondmentLogicFile.cbl".
       COPY "BranchLogicFile.cbl".
       COPY "DepartmentLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SECONDMENT-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  DEPARTMENT-FILE-STATUS PIC X(2).
       01  BRANCH-MASTER-PRESENT PIC X VALUE "N".
       01  DEPARTMENT-MASTER-PRESENT PIC X VALUE "N".
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  LIST-EMPLOYEE-ID PIC 9(6).

      *The loan being keyed, held while the employee's other loans
      *are walked for an overlap.
       01  HELD-SECONDMENT PIC X(61).
       01  HELD-EMPLOYEE-ID PIC 9(6).
       01  HELD-START-DATE PIC 9(8).
       01  HELD-END-DATE PIC 9(8).
       01  OVERLAP-FOUND PIC X.
       01  OVERLAP-START-DATE PIC 9(8).
       01  OVERLAP-END-DATE PIC 9(8).

       PROCEDURE DIVISION.
      *Keeps the secondment file: an employee lent to another
      *branch for a while keeps their home department and branch
      *on the master, and this file names the host branch and
      *department and the dates of the loan. The cost split
      *service charges the host for those dates, the headcount
      *report shows the person at home and on loan to the host,
      *and the nightly expiry listing warns of loans about to
      *end. A loan is ended early by keying it again with the new
      *end date; one keyed in error is deleted. Lending staff is
      *a supervisor matter.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM READ-SESSION-NOTE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Secondment maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO SECONDMENT-FILE-STATUS
           MOVE "99" TO EMPLOYEES-FILE-STATUS
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
           MOVE "Y" TO EXIT-MAINTENANCE.
      *The secondment file is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O SECONDMENT-FILE.
       IF SECONDMENT-FILE-STATUS = "35"
           OPEN OUTPUT SECONDMENT-FILE
           CLOSE SECONDMENT-FILE
           OPEN I-O SECONDMENT-FILE.
       IF SECONDMENT-FILE-STATUS NOT = "00"
           DISPLAY "Error opening secondments.dat, status code "
               SECONDMENT-FILE-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCH-MASTER-PRESENT
       ELSE
           DISPLAY "Branch master not available - host branches"
               " will not be validated.".
       OPEN INPUT DEPARTMENT-FILE.
       IF DEPARTMENT-FILE-STATUS = "00"
           MOVE "Y" TO DEPARTMENT-MASTER-PRESENT
       ELSE
           DISPLAY "Department master not available - host"
               " departments will not be validated.".
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE.
       IF SECONDMENT-FILE-STATUS = "00"
           CLOSE SECONDMENT-FILE.
       IF BRANCH-MASTER-PRESENT = "Y"
           CLOSE BRANCH-FILE.
       IF DEPARTMENT-MASTER-PRESENT = "Y"
           CLOSE DEPARTMENT-FILE.

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
       DISPLAY "Secondment maintenance".
       DISPLAY "A-Add or change a loan  D-Delete a loan".
       DISPLAY "L-List an employee's loans  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-CHANGE-LOAN THRU ADD-OR-CHANGE-LOAN-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-LOAN THRU DELETE-A-LOAN-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-LOANS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-CHANGE-LOAN.
       PERFORM ACCEPT-THE-LOAN-KEY.
       MOVE SECONDMENT-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No employee on file with that ID."
               GO TO ADD-OR-CHANGE-LOAN-EXIT
       END-READ.
       IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
           DISPLAY "Only a current employee can be lent out."
           GO TO ADD-OR-CHANGE-LOAN-EXIT.
       IF SECONDMENT-START-DATE = ZERO
           DISPLAY "A loan needs a start date."
           GO TO ADD-OR-CHANGE-LOAN-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ SECONDMENT-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "Loan already on file - to " SECONDMENT-HOST-BRANCH
               " " SECONDMENT-HOST-DEPARTMENT " until "
               SECONDMENT-END-DATE " - it will be replaced."
       ELSE
           MOVE SIGNED-ON-OPERATOR TO SECONDMENT-ENTERED-BY
           MOVE TODAYS-DATE TO SECONDMENT-ENTERED-DATE.
       DISPLAY "Home: " EMPLOYEES-BRANCH " " EMPLOYEES-DEPARTMENT.
       DISPLAY "ENTER the host branch code: ".
       ACCEPT SECONDMENT-HOST-BRANCH.
       IF SECONDMENT-HOST-BRANCH = SPACES
           OR SECONDMENT-HOST-BRANCH = EMPLOYEES-BRANCH
           DISPLAY "A loan is to a branch other than the home"
               " branch - not saved."
           GO TO ADD-OR-CHANGE-LOAN-EXIT.
       IF BRANCH-MASTER-PRESENT = "Y"
           MOVE SECONDMENT-HOST-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   DISPLAY "Branch is not on the branch master"
                       " - not saved."
                   GO TO ADD-OR-CHANGE-LOAN-EXIT
           END-READ.
       DISPLAY "ENTER the host department: ".
       ACCEPT SECONDMENT-HOST-DEPARTMENT.
       IF SECONDMENT-HOST-DEPARTMENT = SPACES
           DISPLAY "A loan needs a host department - not saved."
           GO TO ADD-OR-CHANGE-LOAN-EXIT.
       IF DEPARTMENT-MASTER-PRESENT = "Y"
           MOVE SECONDMENT-HOST-DEPARTMENT TO DEPARTMENT-CODE
           READ DEPARTMENT-FILE RECORD
               INVALID KEY
                   DISPLAY "Department is not on the department"
                       " master - not saved."
                   GO TO ADD-OR-CHANGE-LOAN-EXIT
           END-READ.
       DISPLAY "ENTER the last day of the loan (YYYYMMDD): ".
       ACCEPT SECONDMENT-END-DATE.
       IF SECONDMENT-END-DATE < SECONDMENT-START-DATE
           DISPLAY "The loan cannot end before it starts - not"
               " saved."
           GO TO ADD-OR-CHANGE-LOAN-EXIT.
       PERFORM CHECK-FOR-AN-OVERLAP.
       IF OVERLAP-FOUND = "Y"
           DISPLAY "The employee is already on loan from "
               OVERLAP-START-DATE " to " OVERLAP-END-DATE
               " - not saved."
           GO TO ADD-OR-CHANGE-LOAN-EXIT.
       IF RECORD-FOUND = "Y"
           REWRITE SECONDMENT-RECORD
               INVALID KEY
                   DISPLAY "Error updating the loan."
               NOT INVALID KEY
                   DISPLAY "Loan updated."
           END-REWRITE
       ELSE
           WRITE SECONDMENT-RECORD
               INVALID KEY
                   DISPLAY "Error writing the loan."
               NOT INVALID KEY
                   DISPLAY "Loan recorded."
           END-WRITE.
       ADD-OR-CHANGE-LOAN-EXIT.
       EXIT.

      *Walks the employee's other loans for one whose dates cross
      *this one's, then puts the loan being keyed back in the
      *record area.
       CHECK-FOR-AN-OVERLAP.
       MOVE SECONDMENT-RECORD TO HELD-SECONDMENT.
       MOVE SECONDMENT-EMPLOYEE-ID TO HELD-EMPLOYEE-ID.
       MOVE SECONDMENT-START-DATE TO HELD-START-DATE.
       MOVE SECONDMENT-END-DATE TO HELD-END-DATE.
       MOVE "N" TO OVERLAP-FOUND.
       MOVE ZEROES TO SECONDMENT-START-DATE.
       MOVE "0" TO READ-ALL.
       START SECONDMENT-FILE
           KEY IS NOT LESS THAN SECONDMENT-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-OWN-LOAN.
       PERFORM CHECK-ONE-LOAN
           UNTIL READ-ALL = "1".
       MOVE HELD-SECONDMENT TO SECONDMENT-RECORD.

       CHECK-ONE-LOAN.
       IF SECONDMENT-START-DATE NOT = HELD-START-DATE
           AND SECONDMENT-START-DATE NOT > HELD-END-DATE
           AND SECONDMENT-END-DATE NOT < HELD-START-DATE
           MOVE "Y" TO OVERLAP-FOUND
           MOVE SECONDMENT-START-DATE TO OVERLAP-START-DATE
           MOVE SECONDMENT-END-DATE TO OVERLAP-END-DATE
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM READ-NEXT-OWN-LOAN.

       READ-NEXT-OWN-LOAN.
       READ SECONDMENT-FILE NEXT RECORD
           AT END
               MOVE "1" TO READ-ALL
       END-READ.
       IF READ-ALL = "0"
           AND SECONDMENT-EMPLOYEE-ID NOT = HELD-EMPLOYEE-ID
           MOVE "1" TO READ-ALL.

       DELETE-A-LOAN.
       PERFORM ACCEPT-THE-LOAN-KEY.
       READ SECONDMENT-FILE RECORD
           INVALID KEY
               DISPLAY "No such loan on file."
               GO TO DELETE-A-LOAN-EXIT
       END-READ.
       DELETE SECONDMENT-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the loan."
           NOT INVALID KEY
               DISPLAY "Loan deleted."
       END-DELETE.
       DELETE-A-LOAN-EXIT.
       EXIT.

       ACCEPT-THE-LOAN-KEY.
       MOVE SPACES TO SECONDMENT-RECORD.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT SECONDMENT-EMPLOYEE-ID.
       DISPLAY "ENTER the first day of the loan (YYYYMMDD): ".
       ACCEPT SECONDMENT-START-DATE.

       LIST-LOANS.
       MOVE ZERO TO ENTRY-COUNT.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT LIST-EMPLOYEE-ID.
       MOVE LIST-EMPLOYEE-ID TO SECONDMENT-EMPLOYEE-ID.
       MOVE LIST-EMPLOYEE-ID TO HELD-EMPLOYEE-ID.
       MOVE ZEROES TO SECONDMENT-START-DATE.
       MOVE "0" TO READ-ALL.
       START SECONDMENT-FILE
           KEY IS NOT LESS THAN SECONDMENT-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-OWN-LOAN.
       PERFORM LIST-ONE-LOAN
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Loans on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-LOAN.
       IF SECONDMENT-START-DATE NOT > TODAYS-DATE
           AND SECONDMENT-END-DATE NOT < TODAYS-DATE
           DISPLAY SECONDMENT-START-DATE " TO " SECONDMENT-END-DATE
               " " SECONDMENT-HOST-BRANCH " "
               SECONDMENT-HOST-DEPARTMENT " ON LOAN NOW"
       ELSE
           DISPLAY SECONDMENT-START-DATE " TO " SECONDMENT-END-DATE
               " " SECONDMENT-HOST-BRANCH " "
               SECONDMENT-HOST-DEPARTMENT.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-OWN-LOAN.

       END PROGRAM SecondmentMaintenance.
