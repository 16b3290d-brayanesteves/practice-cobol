       IDENTIFICATION DIVISION.
       PROGRAM-ID. OneTimePaymentApproval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "OperatorPhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "OperatorLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  ONE-TIME-PAY-STATUS PIC X(2).
       77  OPERATOR-ID PIC X(8).
       77  OPERATOR-AUTHORIZED PIC X VALUE "N".
       01  READ-ALL PIC X.
       77  REVIEW-CHOICE PIC X.
       01  PAYMENTS-APPROVED PIC 9(4) VALUE ZERO.
       01  PAYMENTS-REJECTED PIC 9(4) VALUE ZERO.
       01  PAYMENTS-LEFT-PENDING PIC 9(4) VALUE ZERO.
       01  PAYMENTS-APPROVED-DISPLAY PIC ZZZ9.
       01  PAYMENTS-REJECTED-DISPLAY PIC ZZZ9.
       01  PAYMENTS-PENDING-DISPLAY PIC ZZZ9.
       01  AUDIT-ACTION PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TODAYS-DATE PIC 9(8).
       01  AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *The second pair of eyes on one-time payments: a supervisor
      *signs in against the operator master, walks every payment
      *still pending, and approves or rejects each one. Nobody
      *approves a payment they keyed themselves - that one waits
      *for another supervisor. Only an approved payment is picked
      *up by the next pay calculation.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM AUTHORIZE-THE-APPROVER.
       IF OPERATOR-AUTHORIZED = "Y"
           PERFORM OPENING-PROCEDURE
           IF RETURN-CODE = ZERO
               PERFORM REVIEW-THE-PENDING-PAYMENTS
           END-IF
           PERFORM CLOSING-PROCEDURE
           MOVE PAYMENTS-APPROVED TO PAYMENTS-APPROVED-DISPLAY
           MOVE PAYMENTS-REJECTED TO PAYMENTS-REJECTED-DISPLAY
           MOVE PAYMENTS-LEFT-PENDING TO PAYMENTS-PENDING-DISPLAY
           DISPLAY "Approved: " PAYMENTS-APPROVED-DISPLAY
               "  Rejected: " PAYMENTS-REJECTED-DISPLAY
               "  Still pending: " PAYMENTS-PENDING-DISPLAY.
       END-PROGRAM.
       GOBACK.

      *Approval needs a supervisor on the operator master; a locked
      *ID does not approve anything no matter its role.
       AUTHORIZE-THE-APPROVER.
       OPEN INPUT OPERATOR-FILE.
       IF OPERATOR-FILE-STATUS NOT = "00"
           DISPLAY "Operator master not available - approvals"
               " cannot run."
       ELSE
           DISPLAY "Enter your operator ID to approve payments: "
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
                       DISPLAY "Payment approval is limited to"
                           " supervisors."
                   END-IF
           END-READ.
       CLOSE OPERATOR-FILE.

       OPENING-PROCEDURE.
       MOVE ZERO TO RETURN-CODE.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       OPEN INPUT EMPLOYEES-FILE.
       OPEN I-O ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS NOT = "00"
           DISPLAY "No one-time payments keyed - nothing to review."
           MOVE 1 TO RETURN-CODE.
       OPEN EXTEND AUDIT-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE ONE-TIME-PAY-FILE.
       CLOSE AUDIT-FILE.

       REVIEW-THE-PENDING-PAYMENTS.
       MOVE LOW-VALUES TO ONETIME-KEY.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               DISPLAY "Nothing is keyed for review."
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL NOT = "1"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-PAYMENT
           PERFORM REVIEW-ONE-PAYMENT
               UNTIL READ-ALL = "1".

       REVIEW-ONE-PAYMENT.
       IF NOT ONETIME-PENDING
           PERFORM READ-NEXT-PAYMENT
       ELSE
           PERFORM SHOW-AND-DECIDE.

       SHOW-AND-DECIDE.
       MOVE ONETIME-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE SPACES TO EMPLOYEES-NAME EMPLOYEES-LASTNAMES
       END-READ.
       MOVE ONETIME-AMOUNT TO AMOUNT-DISPLAY.
       DISPLAY " ".
       DISPLAY "PENDING PAYMENT " ONETIME-EMPLOYEE-ID "/"
           ONETIME-SEQUENCE ": " EMPLOYEES-NAME " "
           EMPLOYEES-LASTNAMES.
       DISPLAY "  " ONETIME-EARNINGS-CODE " " ONETIME-DESCRIPTION
           " " AMOUNT-DISPLAY.
       DISPLAY "  REASON: " ONETIME-REASON.
       DISPLAY "  ENTERED BY " ONETIME-ENTERED-BY
           " ON " ONETIME-ENTERED-DATE ".".
       IF ONETIME-ENTERED-BY = OPERATOR-ID
           DISPLAY "You keyed this payment - it waits for another"
               " supervisor."
           ADD 1 TO PAYMENTS-LEFT-PENDING
       ELSE
           DISPLAY "A-Approve  R-Reject  S-Skip for now"
           ACCEPT REVIEW-CHOICE
           EVALUATE REVIEW-CHOICE
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-THIS-PAYMENT
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-THIS-PAYMENT
               WHEN OTHER
                   ADD 1 TO PAYMENTS-LEFT-PENDING
           END-EVALUATE.
       PERFORM READ-NEXT-PAYMENT.

       APPROVE-THIS-PAYMENT.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE "A" TO ONETIME-STATUS.
       MOVE OPERATOR-ID TO ONETIME-APPROVED-BY.
       MOVE TODAYS-DATE TO ONETIME-APPROVED-DATE.
       REWRITE ONE-TIME-PAY-RECORD
           INVALID KEY
               DISPLAY "Error approving the payment - it stays"
                   " pending."
               ADD 1 TO PAYMENTS-LEFT-PENDING
           NOT INVALID KEY
               ADD 1 TO PAYMENTS-APPROVED
               MOVE "OTP-APPR" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Approved - it is paid in the next pay run."
       END-REWRITE.

       REJECT-THIS-PAYMENT.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE "R" TO ONETIME-STATUS.
       MOVE OPERATOR-ID TO ONETIME-APPROVED-BY.
       MOVE TODAYS-DATE TO ONETIME-APPROVED-DATE.
       REWRITE ONE-TIME-PAY-RECORD
           INVALID KEY
               DISPLAY "Error rejecting the payment - it stays"
                   " pending."
               ADD 1 TO PAYMENTS-LEFT-PENDING
           NOT INVALID KEY
               ADD 1 TO PAYMENTS-REJECTED
               MOVE "OTP-REJ" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Rejected - the payment will not be made."
       END-REWRITE.

      *The approver, not the keyer, goes into the audit trail - the
      *question an auditor asks is who let the payment through.
       WRITE-AUDIT-RECORD.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING ONETIME-EMPLOYEE-ID " " ONETIME-SEQUENCE
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING ONETIME-EARNINGS-CODE " " ONETIME-AMOUNT " "
           ONETIME-STATUS
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE OPERATOR-ID TO AUDIT-OPERATOR.
       MOVE "OneTimePaymentApproval" TO AUDIT-PROGRAM.
       MOVE ONETIME-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "ONETIME" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.

       READ-NEXT-PAYMENT.
       READ ONE-TIME-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM OneTimePaymentApproval.
