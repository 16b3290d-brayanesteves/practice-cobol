       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "LoanPhysicalFile.cbl".
       COPY "LoanLedgerPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "LoanLogicFile.cbl".
       COPY "LoanLedgerLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  LOAN-FILE-STATUS PIC X(2).
       01  LOAN-LEDGER-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  CONFIRM-ANSWER PIC X.
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  LAST-LOAN-NUMBER PIC 9(3).
       01  TODAYS-DATE PIC 9(8).
       01  AUDIT-ACTION PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       01  HELD-AFTER-VALUE PIC X(30).
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  INSTALLMENT-DISPLAY PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Grants and lists salary advances and staff loans. Lending
      *the company's money is held to supervisor sign-ons, and every
      *grant is audit-logged and opens the loan's ledger. Balances
      *are only ever reduced by the pay run posting and final pay -
      *there is deliberately no edit for them here.
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
           DISPLAY "Loan maintenance needs a supervisor sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO LOAN-FILE-STATUS
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
           MOVE "99" TO LOAN-FILE-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
      *The loan master and its ledger are built the first time they
      *are needed, the same way EMPLOYEES-FILE is.
       OPEN I-O LOAN-FILE.
       IF LOAN-FILE-STATUS = "35"
           OPEN OUTPUT LOAN-FILE
           CLOSE LOAN-FILE
           OPEN I-O LOAN-FILE.
       OPEN I-O LOAN-LEDGER-FILE.
       IF LOAN-LEDGER-STATUS = "35"
           OPEN OUTPUT LOAN-LEDGER-FILE
           CLOSE LOAN-LEDGER-FILE
           OPEN I-O LOAN-LEDGER-FILE.
       IF LOAN-FILE-STATUS NOT = "00"
           OR LOAN-LEDGER-STATUS NOT = "00"
           DISPLAY "Error opening loan.dat or loanledger.dat, status"
               " codes " LOAN-FILE-STATUS " " LOAN-LEDGER-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE
           CLOSE EMPLOYEES-FILE
           MOVE "99" TO LOAN-FILE-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN EXTEND AUDIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF LOAN-FILE-STATUS NOT = "99"
           CLOSE EMPLOYEES-FILE
           CLOSE LOAN-FILE
           CLOSE LOAN-LEDGER-FILE
           CLOSE AUDIT-FILE.

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
       DISPLAY "Loan and advance maintenance".
       DISPLAY "A-Grant a loan or advance  L-List an employee's"
           " loans  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM GRANT-A-LOAN THRU GRANT-A-LOAN-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-LOANS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *Only someone on the payroll can repay out of pay: active or
      *on leave.
       GRANT-A-LOAN.
       DISPLAY "ENTER the employee ID the loan is for: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No record was found with that ID."
           GO TO GRANT-A-LOAN-EXIT.
       IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
           DISPLAY "Employee " WORKING-EMPLOYEE-ID " is not on the"
               " payroll - status " EMPLOYEES-STATUS "."
           GO TO GRANT-A-LOAN-EXIT.
       PERFORM FIND-THE-LAST-LOAN-NUMBER
           THRU FIND-THE-LAST-LOAN-NUMBER-EXIT.
       IF LAST-LOAN-NUMBER = 999
           DISPLAY "No more loan numbers for this employee."
           GO TO GRANT-A-LOAN-EXIT.
       MOVE SPACES TO LOAN-RECORD.
       MOVE WORKING-EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
       COMPUTE LOAN-NUMBER = LAST-LOAN-NUMBER + 1.
       MOVE SPACE TO LOAN-TYPE.
       PERFORM GET-THE-LOAN-TYPE
           UNTIL LOAN-ADVANCE OR LOAN-STAFF-LOAN.
       MOVE ZERO TO LOAN-PRINCIPAL.
       PERFORM GET-THE-PRINCIPAL
           UNTIL LOAN-PRINCIPAL > ZERO.
       MOVE ZERO TO LOAN-INSTALLMENT.
       PERFORM GET-THE-INSTALLMENT
           UNTIL LOAN-INSTALLMENT > ZERO.
       DISPLAY "ENTER the first pay period to repay in (YYYYNN): ".
       ACCEPT LOAN-START-PERIOD.
       MOVE LOAN-PRINCIPAL TO AMOUNT-DISPLAY.
       MOVE LOAN-INSTALLMENT TO INSTALLMENT-DISPLAY.
       DISPLAY "Lend " AMOUNT-DISPLAY " to " EMPLOYEES-NAME " "
           EMPLOYEES-LASTNAMES ", repaid " INSTALLMENT-DISPLAY
           " a pay run from " LOAN-START-PERIOD " (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
           DISPLAY "Nothing granted."
           GO TO GRANT-A-LOAN-EXIT.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE LOAN-PRINCIPAL TO LOAN-REMAINING.
       MOVE "O" TO LOAN-STATUS.
       MOVE TODAYS-DATE TO LOAN-GRANTED-DATE.
       MOVE SIGNED-ON-OPERATOR TO LOAN-ENTERED-BY.
       MOVE ZERO TO LOAN-LAST-PERIOD.
       MOVE 1 TO LOAN-LAST-ENTRY.
       WRITE LOAN-RECORD
           INVALID KEY
               DISPLAY "Error writing the loan."
               GO TO GRANT-A-LOAN-EXIT
       END-WRITE.
       PERFORM OPEN-THE-LEDGER.
       MOVE "LOAN-ADD" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Loan " LOAN-NUMBER " granted.".
       GRANT-A-LOAN-EXIT.
       EXIT.

       FIND-THE-LAST-LOAN-NUMBER.
       MOVE ZERO TO LAST-LOAN-NUMBER.
       MOVE WORKING-EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
       MOVE ZERO TO LOAN-NUMBER.
       START LOAN-FILE
           KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
               GO TO FIND-THE-LAST-LOAN-NUMBER-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM NOTE-ONE-LOAN-NUMBER
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       FIND-THE-LAST-LOAN-NUMBER-EXIT.
       EXIT.

       NOTE-ONE-LOAN-NUMBER.
       READ LOAN-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF LOAN-EMPLOYEE-ID NOT = WORKING-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               MOVE LOAN-NUMBER TO LAST-LOAN-NUMBER
           END-IF.

       GET-THE-LOAN-TYPE.
       DISPLAY "ENTER the type - A salary advance, L staff loan: ".
       ACCEPT LOAN-TYPE.
       IF LOAN-TYPE = "a"
           MOVE "A" TO LOAN-TYPE.
       IF LOAN-TYPE = "l"
           MOVE "L" TO LOAN-TYPE.
       IF NOT LOAN-ADVANCE AND NOT LOAN-STAFF-LOAN
           DISPLAY "The type must be A or L.".

       GET-THE-PRINCIPAL.
       DISPLAY "ENTER the amount lent (e.g. 000100000 for"
           " 1,000.00): ".
       ACCEPT LOAN-PRINCIPAL.
       IF LOAN-PRINCIPAL = ZERO
           DISPLAY "The amount must be more than zero.".

      *An installment larger than the loan would simply repay it in
      *one run, which is what the principal is for.
       GET-THE-INSTALLMENT.
       DISPLAY "ENTER the installment per pay run (e.g. 0010000"
           " for 100.00): ".
       ACCEPT LOAN-INSTALLMENT.
       IF LOAN-INSTALLMENT = ZERO
           DISPLAY "The installment must be more than zero."
       ELSE
           IF LOAN-INSTALLMENT > LOAN-PRINCIPAL
               DISPLAY "The installment cannot be more than the"
                   " amount lent."
               MOVE ZERO TO LOAN-INSTALLMENT
           END-IF.

       OPEN-THE-LEDGER.
       MOVE SPACES TO LOAN-LEDGER-RECORD.
       MOVE LOAN-EMPLOYEE-ID TO LOANLEDG-EMPLOYEE-ID.
       MOVE LOAN-NUMBER TO LOANLEDG-LOAN-NUMBER.
       MOVE LOAN-LAST-ENTRY TO LOANLEDG-ENTRY.
       MOVE TODAYS-DATE TO LOANLEDG-DATE.
       MOVE ZERO TO LOANLEDG-PERIOD.
       MOVE "G" TO LOANLEDG-KIND.
       MOVE LOAN-PRINCIPAL TO LOANLEDG-AMOUNT.
       MOVE LOAN-REMAINING TO LOANLEDG-BALANCE.
       MOVE SIGNED-ON-OPERATOR TO LOANLEDG-BY.
       WRITE LOAN-LEDGER-RECORD
           INVALID KEY
               DISPLAY "Error writing the loan ledger."
       END-WRITE.

       LIST-LOANS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
       MOVE ZERO TO LOAN-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       START LOAN-FILE
           KEY IS NOT LESS THAN LOAN-KEY
           INVALID KEY
               DISPLAY "No loans on file for that employee."
               MOVE "N" TO RECORD-FOUND
       END-START.
       PERFORM LIST-ONE-LOAN
           UNTIL RECORD-FOUND = "N".

       LIST-ONE-LOAN.
       READ LOAN-FILE NEXT RECORD
           AT END
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           IF LOAN-EMPLOYEE-ID = WORKING-EMPLOYEE-ID
               MOVE LOAN-REMAINING TO AMOUNT-DISPLAY
               MOVE LOAN-INSTALLMENT TO INSTALLMENT-DISPLAY
               DISPLAY "  LOAN " LOAN-NUMBER "  TYPE " LOAN-TYPE
                   "  FROM " LOAN-START-PERIOD
                   "  INSTALLMENT " INSTALLMENT-DISPLAY
                   "  REMAINING " AMOUNT-DISPLAY
                   "  STATUS " LOAN-STATUS
           ELSE
               MOVE "N" TO RECORD-FOUND
           END-IF.

       WRITE-AUDIT-RECORD.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING LOAN-EMPLOYEE-ID " " LOAN-NUMBER
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING LOAN-TYPE " " LOAN-PRINCIPAL " " LOAN-INSTALLMENT
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "LoanMaintenance" TO AUDIT-PROGRAM.
       MOVE WORKING-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "LOAN" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.

       END PROGRAM LoanMaintenance.
