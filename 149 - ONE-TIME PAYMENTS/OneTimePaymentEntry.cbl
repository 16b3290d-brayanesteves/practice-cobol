       IDENTIFICATION DIVISION.
       PROGRAM-ID. OneTimePaymentEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SESSION-FILE-STATUS PIC X(2).
       01  ONE-TIME-PAY-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       01  HELD-AFTER-VALUE PIC X(30).
       01  HELD-TABLE-KEY PIC X(20).
       01  AUDIT-ACTION PIC X(10).
       77  MENU-CHOICE PIC X.
       77  EXIT-ENTRY PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  CODE-IS-VALID PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  CONFIRM-ANSWER PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  WORKING-SEQUENCE PIC 9(3).
       01  LAST-SEQUENCE PIC 9(3).
       01  ENTRY-COUNT PIC 9(4).
       01  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *Earnings codes a one-time payment may carry, the same
      *in-program reference-table style the termination reasons
      *use: code and the description that prints on the pay line.
       01  EARNINGS-CODES.
           05  FILLER PIC X(24) VALUE "SPOTSPOT BONUS".
           05  FILLER PIC X(24) VALUE "SIGNSIGN-ON BONUS".
           05  FILLER PIC X(24) VALUE "REFRREFERRAL AWARD".
           05  FILLER PIC X(24) VALUE "AWRDOTHER AWARD".
       01  EARNINGS-CODE-TABLE REDEFINES EARNINGS-CODES.
           05  EARNINGS-CODE-ENTRY OCCURS 4 TIMES.
               10  EARNINGS-CODE PIC X(4).
               10  EARNINGS-DESCRIPTION PIC X(20).
       77  EARNINGS-INDEX PIC 9(1).
       01  ENTERED-CODE PIC X(4).

       PROCEDURE DIVISION.
      *Keys one-time payments - spot and sign-on bonuses, referral
      *and other awards - for an employee: earnings code, amount
      *and reason. Each is held as pending until a supervisor other
      *than the operator who keyed it approves it on the approval
      *screen; only then does the next pay run pay it. A pending
      *payment keyed in error can be cancelled here. Salary on the
      *employee master is never touched.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-ENTRY = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       MOVE "00" TO ONE-TIME-PAY-STATUS.
       MOVE "00" TO EMPLOYEES-FILE-STATUS.
       IF SIGNED-ON-OPERATOR = SPACES
           DISPLAY "One-time payment entry needs an operator"
               " sign-on."
           MOVE "Y" TO EXIT-ENTRY
           MOVE "99" TO ONE-TIME-PAY-STATUS
           MOVE "99" TO EMPLOYEES-FILE-STATUS.
       IF EXIT-ENTRY = "N"
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
               MOVE "Y" TO EXIT-ENTRY
               MOVE "99" TO ONE-TIME-PAY-STATUS
           END-IF
       END-IF.
       IF EXIT-ENTRY = "N"
      *The payment file is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
           OPEN I-O ONE-TIME-PAY-FILE
           IF ONE-TIME-PAY-STATUS = "35"
               OPEN OUTPUT ONE-TIME-PAY-FILE
               CLOSE ONE-TIME-PAY-FILE
               OPEN I-O ONE-TIME-PAY-FILE
           END-IF
           IF ONE-TIME-PAY-STATUS NOT = "00"
               DISPLAY "Error opening onetime.dat, status code "
                   ONE-TIME-PAY-STATUS "."
               MOVE "Y" TO EXIT-ENTRY
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS NOT = "99"
           CLOSE EMPLOYEES-FILE.
       IF ONE-TIME-PAY-STATUS = "00"
           CLOSE ONE-TIME-PAY-FILE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "One-time payment entry".
       DISPLAY "A-Add a payment  C-Cancel a pending payment"
           "  L-List an employee's payments  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-A-PAYMENT THRU ADD-A-PAYMENT-EXIT
           WHEN "C"
           WHEN "c"
               PERFORM CANCEL-A-PAYMENT THRU CANCEL-A-PAYMENT-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-PAYMENTS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-ENTRY
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *Only someone on the payroll can be paid: active or on leave.
       ADD-A-PAYMENT.
       PERFORM GET-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           GO TO ADD-A-PAYMENT-EXIT.
       IF NOT EMPLOYEES-ACTIVE AND NOT EMPLOYEES-ON-LEAVE
           DISPLAY "Employee " WORKING-EMPLOYEE-ID " is not on the"
               " payroll - status " EMPLOYEES-STATUS "."
           GO TO ADD-A-PAYMENT-EXIT.
       PERFORM FIND-THE-LAST-SEQUENCE THRU FIND-THE-LAST-SEQUENCE-EXIT.
       IF LAST-SEQUENCE = 999
           DISPLAY "No more payment numbers for this employee."
           GO TO ADD-A-PAYMENT-EXIT.
       MOVE SPACES TO ONE-TIME-PAY-RECORD.
       MOVE WORKING-EMPLOYEE-ID TO ONETIME-EMPLOYEE-ID.
       COMPUTE ONETIME-SEQUENCE = LAST-SEQUENCE + 1.
       MOVE "N" TO CODE-IS-VALID.
       PERFORM GET-THE-EARNINGS-CODE
           UNTIL CODE-IS-VALID = "Y".
       MOVE ZERO TO ONETIME-AMOUNT.
       PERFORM GET-THE-AMOUNT
           UNTIL ONETIME-AMOUNT > ZERO.
       DISPLAY "ENTER the reason: ".
       ACCEPT ONETIME-REASON.
       MOVE ONETIME-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY "Pay " ONETIME-DESCRIPTION " of " AMOUNT-DISPLAY
           " to " EMPLOYEES-NAME " " EMPLOYEES-LASTNAMES
           " (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
           DISPLAY "Nothing keyed."
           GO TO ADD-A-PAYMENT-EXIT.
       MOVE "P" TO ONETIME-STATUS.
       MOVE SIGNED-ON-OPERATOR TO ONETIME-ENTERED-BY.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE TODAYS-DATE TO ONETIME-ENTERED-DATE.
       MOVE ZERO TO ONETIME-APPROVED-DATE ONETIME-PAY-PERIOD
           ONETIME-PAY-DATE.
       WRITE ONE-TIME-PAY-RECORD
           INVALID KEY
               DISPLAY "Error writing the one-time payment."
           NOT INVALID KEY
               MOVE "OTP-ADD" TO AUDIT-ACTION
               PERFORM WRITE-PAYMENT-AUDIT
               DISPLAY "Payment " ONETIME-SEQUENCE " keyed - it"
                   " waits for approval by another supervisor."
       END-WRITE.
       ADD-A-PAYMENT-EXIT.
       EXIT.

       GET-THE-EMPLOYEE.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       MOVE WORKING-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
               DISPLAY "Employee " WORKING-EMPLOYEE-ID
                   " is not on file."
       END-READ.

       FIND-THE-LAST-SEQUENCE.
       MOVE ZERO TO LAST-SEQUENCE.
       MOVE WORKING-EMPLOYEE-ID TO ONETIME-EMPLOYEE-ID.
       MOVE ZERO TO ONETIME-SEQUENCE.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               GO TO FIND-THE-LAST-SEQUENCE-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM NOTE-ONE-SEQUENCE
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       FIND-THE-LAST-SEQUENCE-EXIT.
       EXIT.

       NOTE-ONE-SEQUENCE.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ONETIME-EMPLOYEE-ID NOT = WORKING-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               MOVE ONETIME-SEQUENCE TO LAST-SEQUENCE
           END-IF.

       GET-THE-EARNINGS-CODE.
       DISPLAY "ENTER the earnings code - SPOT spot bonus, SIGN"
           " sign-on bonus, REFR referral award, AWRD other: ".
       ACCEPT ENTERED-CODE.
       INSPECT ENTERED-CODE CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE 1 TO EARNINGS-INDEX.
       PERFORM CHECK-ONE-EARNINGS-CODE
           UNTIL CODE-IS-VALID = "Y" OR EARNINGS-INDEX > 4.
       IF CODE-IS-VALID = "N"
           DISPLAY "That is not a one-time earnings code.".

       CHECK-ONE-EARNINGS-CODE.
       IF EARNINGS-CODE(EARNINGS-INDEX) = ENTERED-CODE
           MOVE "Y" TO CODE-IS-VALID
           MOVE ENTERED-CODE TO ONETIME-EARNINGS-CODE
           MOVE EARNINGS-DESCRIPTION(EARNINGS-INDEX)
               TO ONETIME-DESCRIPTION
       ELSE
           ADD 1 TO EARNINGS-INDEX.

       GET-THE-AMOUNT.
       DISPLAY "ENTER the amount (999999999 = cents): ".
       ACCEPT ONETIME-AMOUNT.
       IF ONETIME-AMOUNT = ZERO
           DISPLAY "The amount must be more than zero.".

      *Once approved a payment belongs to the approver and the pay
      *run; only a pending one can still be taken back here.
       CANCEL-A-PAYMENT.
       PERFORM GET-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           GO TO CANCEL-A-PAYMENT-EXIT.
       DISPLAY "ENTER the payment number: ".
       ACCEPT WORKING-SEQUENCE.
       MOVE WORKING-EMPLOYEE-ID TO ONETIME-EMPLOYEE-ID.
       MOVE WORKING-SEQUENCE TO ONETIME-SEQUENCE.
       READ ONE-TIME-PAY-FILE RECORD
           INVALID KEY
               DISPLAY "No such payment for this employee."
               GO TO CANCEL-A-PAYMENT-EXIT
       END-READ.
       PERFORM SHOW-ONE-PAYMENT.
       IF NOT ONETIME-PENDING
           DISPLAY "Only a payment still waiting for approval can"
               " be cancelled."
           GO TO CANCEL-A-PAYMENT-EXIT.
       DISPLAY "Cancel this payment (Y/N)?".
       ACCEPT CONFIRM-ANSWER.
       IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
           GO TO CANCEL-A-PAYMENT-EXIT.
       MOVE "C" TO ONETIME-STATUS.
       REWRITE ONE-TIME-PAY-RECORD
           INVALID KEY
               DISPLAY "Error cancelling the payment."
           NOT INVALID KEY
               MOVE "OTP-CANCEL" TO AUDIT-ACTION
               PERFORM WRITE-PAYMENT-AUDIT
               DISPLAY "Payment cancelled."
       END-REWRITE.
       CANCEL-A-PAYMENT-EXIT.
       EXIT.

       LIST-THE-PAYMENTS.
       PERFORM GET-THE-EMPLOYEE.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE WORKING-EMPLOYEE-ID TO ONETIME-EMPLOYEE-ID.
       MOVE ZERO TO ONETIME-SEQUENCE.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-START.
       PERFORM LIST-ONE-PAYMENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "One-time payments on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-PAYMENT.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF ONETIME-EMPLOYEE-ID NOT = WORKING-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               PERFORM SHOW-ONE-PAYMENT
               ADD 1 TO ENTRY-COUNT
           END-IF.

       SHOW-ONE-PAYMENT.
       MOVE ONETIME-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY "  " ONETIME-SEQUENCE "  " ONETIME-EARNINGS-CODE
           "  " AMOUNT-DISPLAY "  " ONETIME-REASON.
       DISPLAY "       STATUS " ONETIME-STATUS
           "  KEYED BY " ONETIME-ENTERED-BY
           " ON " ONETIME-ENTERED-DATE
           "  APPROVED BY " ONETIME-APPROVED-BY
           "  PERIOD " ONETIME-PAY-PERIOD.

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

       WRITE-PAYMENT-AUDIT.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING ONETIME-EMPLOYEE-ID " " ONETIME-SEQUENCE
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING ONETIME-EARNINGS-CODE " " ONETIME-AMOUNT " "
           ONETIME-STATUS
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "OneTimePaymentEntry" TO AUDIT-PROGRAM.
       MOVE ONETIME-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "ONETIME" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM OneTimePaymentEntry.
