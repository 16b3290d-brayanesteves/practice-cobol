       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BankDetailPhysicalFile.cbl".
       COPY "NetPayPhysicalFile.cbl".
       COPY "CheckRequestPhysicalFile.cbl".
       COPY "PayRunPhysicalFile.cbl".
       COPY "ExceptionQueuePhysicalFile.cbl".

      *What the extract sent the vendor, exactly as written by
      *EmployeePayrollExtract; the payment run rides on it.
       DATA DIVISION.
       FILE SECTION.
       COPY "BankDetailLogicFile.cbl".
       COPY "NetPayLogicFile.cbl".
       COPY "CheckRequestLogicFile.cbl".
       COPY "PayRunLogicFile.cbl".
       COPY "ExceptionQueueLogicFile.cbl".

       FD PAYROLL-EXTRACT-FILE.
       01 PAYROLL-EXTRACT-RECORD.
       WORKING-STORAGE SECTION.
       01  PAYROLL-FILE-STATUS PIC X(2).
       01  BANK-DETAIL-STATUS PIC X(2).
       01  NET-PAY-STATUS PIC X(2).
       01  CHECK-REQUEST-STATUS PIC X(2).
       01  PAY-RUN-STATUS PIC X(2).
       01  EXCEPTION-QUEUE-STATUS PIC X(2).
       01  END-OF-EXTRACT PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  PAID-ANY-ACCOUNT PIC X.
       77  DELTA-RECORD-SEEN PIC X.
       77  NET-PAY-FOUND PIC X.
       77  READ-ALL PIC X.
       77  VARIANCE-CHECK-DONE PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  NET-TO-PAY PIC 9(7)V99.
       01  SPLIT-AMOUNT PIC 9(7)V99.
       01  DEPOSIT-COUNT PIC 9(6) VALUE ZERO.
       01  AMOUNT-HASH PIC 9(11)V99 VALUE ZERO.
       01  ACCOUNT-HASH PIC 9(15) VALUE ZERO.
       01  NO-DETAILS-COUNT PIC 9(5) VALUE ZERO.
       01  NO-NET-PAY-COUNT PIC 9(5) VALUE ZERO.
       01  OTHER-FREQUENCY-COUNT PIC 9(5) VALUE ZERO.
       01  VARIANCES-OPEN PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.
      *The run payrun.dat describes; zero and spaces when no pay has
      *ever been calculated here.
       01  RUN-PERIOD PIC 9(6) VALUE ZERO.
       01  RUN-FREQUENCY PIC X(1) VALUE SPACES.
       77  RUN-WAS-POSTED PIC X.
       77  OTHER-PERIOD-SEEN PIC X.
      *Arguments for the shared pay-period lookup, used here only
      *for the employee's pay frequency.
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

       01  HEADER-LINE.
           05  FILLER PIC X(1) VALUE "H".

       PROCEDURE DIVISION.
      *Generates the bank's payment file for one payroll run: each
      *active employee's net pay from the pay calculation's
      *netpay.dat split across their active deposit accounts by
      *percentage. Only employees on the run's pay frequency are
      *looked at; one of those the pay calculation did not reach is
      *reported, not paid a guessed figure.
      *Accounts still in prenote get nothing yet, and an employee
      *with no account to pay into is queued in checkreq.dat for the
      *check print run. Header and trailer carry the run date, the
      *deposit count, and hash totals of amounts and account
      *numbers. Payments are held until the pay variance report has
      *compared the run and a supervisor has signed off every
      *variance it queued on the exception workbench.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
           PERFORM WRITE-THE-TRAILER
           CLOSE PAYROLL-EXTRACT-FILE
           CLOSE BANK-DETAIL-FILE
           CLOSE NET-PAY-FILE
           CLOSE CHECK-REQUEST-FILE
           CLOSE PAYMENT-FILE.
       IF RETURN-CODE = ZERO
           MOVE DEPOSIT-COUNT TO COUNT-DISPLAY
           DISPLAY "Payment file written: " COUNT-DISPLAY
               " deposits."
           MOVE NO-DETAILS-COUNT TO COUNT-DISPLAY
           DISPLAY "Employees queued for a paper check: "
               COUNT-DISPLAY
           MOVE NO-NET-PAY-COUNT TO COUNT-DISPLAY
           DISPLAY "Employees with no net pay calculated (not"
               " paid): " COUNT-DISPLAY
           MOVE OTHER-FREQUENCY-COUNT TO COUNT-DISPLAY
           DISPLAY "Employees on another pay frequency (not in"
               " this run): " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       IF RETURN-CODE = ZERO
           PERFORM PROVE-FULL-EXTRACT
               THRU PROVE-FULL-EXTRACT-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM PROVE-VARIANCES-SIGNED-OFF
               THRU PROVE-VARIANCES-SIGNED-OFF-EXIT.
       IF RETURN-CODE = ZERO
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-DETAIL-STATUS NOT = "00"
               CLOSE PAYROLL-EXTRACT-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT NET-PAY-FILE
           IF NET-PAY-STATUS NOT = "00"
               DISPLAY "No netpay.dat on file - run the pay"
                   " calculation first."
               MOVE 1 TO RETURN-CODE
               CLOSE PAYROLL-EXTRACT-FILE
               CLOSE BANK-DETAIL-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           PERFORM PROVE-NET-PAY-IS-THE-RUN
               THRU PROVE-NET-PAY-IS-THE-RUN-EXIT.
      *The check request queue is built the first time it is
      *needed, the same way EMPLOYEES-FILE is.
       IF RETURN-CODE = ZERO
           OPEN I-O CHECK-REQUEST-FILE
           IF CHECK-REQUEST-STATUS = "35"
               OPEN OUTPUT CHECK-REQUEST-FILE
               CLOSE CHECK-REQUEST-FILE
               OPEN I-O CHECK-REQUEST-FILE
           END-IF
           IF CHECK-REQUEST-STATUS NOT = "00"
               DISPLAY "Error opening checkreq.dat, status code "
                   CHECK-REQUEST-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE PAYROLL-EXTRACT-FILE
               CLOSE BANK-DETAIL-FILE
               CLOSE NET-PAY-FILE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT PAYMENT-FILE.

       WRITE PAYMENT-LINE.

      *Only records carrying a currently payable status ride;
      *held records pass through unpaid. Someone paid on another
      *frequency is not in this run at all, so has no net pay to
      *miss.
       PAY-ONE-EMPLOYEE.
       IF PE-STATUS = "A" OR PE-STATUS = "L"
           PERFORM FIND-THE-EMPLOYEE-FREQUENCY
           IF RUN-FREQUENCY NOT = SPACES
               AND PP-FREQUENCY NOT = RUN-FREQUENCY
               ADD 1 TO OTHER-FREQUENCY-COUNT
           ELSE
               PERFORM PAY-ONE-PAYABLE-EMPLOYEE
           END-IF.
       PERFORM READ-NEXT-EXTRACT.

       PAY-ONE-PAYABLE-EMPLOYEE.
       PERFORM FETCH-THE-NET-PAY.
       IF NET-PAY-FOUND = "Y"
           PERFORM SPLIT-ACROSS-ACCOUNTS
               THRU SPLIT-ACROSS-ACCOUNTS-EXIT
       ELSE
           ADD 1 TO NO-NET-PAY-COUNT
           DISPLAY "No net pay calculated for " PE-ID
               " - not paid.".

      *No pay profile is monthly, as the pay calculation takes it.
       FIND-THE-EMPLOYEE-FREQUENCY.
       MOVE SPACES TO PP-FREQUENCY.
       IF RUN-FREQUENCY NOT = SPACES
           MOVE "P" TO PP-REQUEST
           MOVE PE-ID TO PP-EMPLOYEE-ID
           MOVE TODAYS-DATE TO PP-DATE
           MOVE RUN-PERIOD TO PP-PERIOD
           CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
               PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
               PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.

       FETCH-THE-NET-PAY.
       MOVE PE-ID TO NETPAY-EMPLOYEE-ID.
       MOVE "Y" TO NET-PAY-FOUND.
       READ NET-PAY-FILE RECORD
           INVALID KEY
               MOVE "N" TO NET-PAY-FOUND
       END-READ.
       IF NET-PAY-FOUND = "Y"
           MOVE NETPAY-NET TO NET-TO-PAY.

       SPLIT-ACROSS-ACCOUNTS.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       MOVE "N" TO PAID-ANY-ACCOUNT.
       START BANK-DETAIL-FILE
           KEY IS NOT LESS THAN BANK-KEY
           INVALID KEY
               PERFORM QUEUE-A-PAPER-CHECK
               GO TO SPLIT-ACROSS-ACCOUNTS-EXIT
       END-START.
       PERFORM PAY-ONE-ACCOUNT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       IF PAID-ANY-ACCOUNT = "N"
           PERFORM QUEUE-A-PAPER-CHECK.
       SPLIT-ACROSS-ACCOUNTS-EXIT.
       EXIT.

      *Nothing to deposit into - no bank details, or every account
      *still in prenote - so the whole net goes out by check. A
      *rerun of the interface replaces the request for the period
      *instead of queueing a second check.
       QUEUE-A-PAPER-CHECK.
       ADD 1 TO NO-DETAILS-COUNT.
       IF NET-TO-PAY > ZERO
           MOVE SPACES TO CHECK-REQUEST-RECORD
           MOVE PE-ID TO CHKREQ-EMPLOYEE-ID
           MOVE "R" TO CHKREQ-REASON
           MOVE NETPAY-PERIOD TO CHKREQ-REFERENCE
           MOVE NET-TO-PAY TO CHKREQ-AMOUNT
           MOVE TODAYS-DATE TO CHKREQ-REQUEST-DATE
           WRITE CHECK-REQUEST-RECORD
               INVALID KEY
                   REWRITE CHECK-REQUEST-RECORD
                       INVALID KEY
                           DISPLAY "Error queueing a check for "
                               PE-ID "."
                   END-REWRITE
           END-WRITE.

       PAY-ONE-ACCOUNT.
       READ BANK-DETAIL-FILE NEXT RECORD
           AT END

       WRITE-ONE-DEPOSIT.
       COMPUTE SPLIT-AMOUNT ROUNDED =
           NET-TO-PAY * BANK-SPLIT-PERCENT / 100.
       MOVE PE-ID TO DTL-EMPLOYEE-ID.
       MOVE BANK-CODE TO DTL-BANK-CODE.
       MOVE BANK-ACCOUNT-NUMBER TO DTL-ACCOUNT.
       PROVE-FULL-EXTRACT-EXIT.
       EXIT.

      *A pay run nobody has compared with the period before, or one
      *with variances still open on the workbench, is not released.
      *A site that has never calculated pay has no payrun.dat, and
      *the missing netpay.dat stops the run further on.
      *A run already posted was paid when it was released; running
      *the interface again would pay it twice. The payments.dat
      *that went to the bank is left as it is, because the bank
      *returns and the payroll reconciliation still read it.
       PROVE-VARIANCES-SIGNED-OFF.
       MOVE "Y" TO VARIANCE-CHECK-DONE.
       MOVE "N" TO RUN-WAS-POSTED.
       OPEN INPUT PAY-RUN-FILE.
       IF PAY-RUN-STATUS = "00"
           READ PAY-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PAYRUN-PERIOD TO RUN-PERIOD
                   MOVE PAYRUN-FREQUENCY TO RUN-FREQUENCY
                   IF RUN-FREQUENCY = SPACES
                       MOVE "M" TO RUN-FREQUENCY
                   END-IF
                   IF PAYRUN-POSTED
                       MOVE "Y" TO RUN-WAS-POSTED
                   END-IF
                   IF NOT PAYRUN-VARIANCE-DONE
                       MOVE "N" TO VARIANCE-CHECK-DONE
                   END-IF
           END-READ.
       CLOSE PAY-RUN-FILE.
       IF RUN-WAS-POSTED = "Y"
           DISPLAY "Period " RUN-PERIOD " has already been posted -"
               " its payments went out with it. Nothing released."
           CLOSE PAYROLL-EXTRACT-FILE
           MOVE 1 TO RETURN-CODE
           GO TO PROVE-VARIANCES-SIGNED-OFF-EXIT.
       IF VARIANCE-CHECK-DONE = "N"
           DISPLAY "The pay variance report has not been run on"
               " this pay run - run it, have the variances signed"
               " off, then rerun the payment interface."
           PERFORM REFUSE-THE-RELEASE
           GO TO PROVE-VARIANCES-SIGNED-OFF-EXIT.
       MOVE ZERO TO VARIANCES-OPEN.
       OPEN INPUT EXCEPTION-QUEUE-FILE.
       IF EXCEPTION-QUEUE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-QUEUE-ITEM
           PERFORM COUNT-ONE-QUEUE-ITEM
               UNTIL READ-ALL = "1"
           CLOSE EXCEPTION-QUEUE-FILE.
       IF VARIANCES-OPEN > ZERO
           MOVE VARIANCES-OPEN TO COUNT-DISPLAY
           DISPLAY COUNT-DISPLAY " pay variances await supervisor"
               " sign-off on the exception workbench - payments"
               " are held."
           PERFORM REFUSE-THE-RELEASE.
       PROVE-VARIANCES-SIGNED-OFF-EXIT.
       EXIT.

       COUNT-ONE-QUEUE-ITEM.
       IF EXQ-OPEN AND EXQ-SOURCE = "PAYVARIANCE"
           ADD 1 TO VARIANCES-OPEN.
       PERFORM READ-NEXT-QUEUE-ITEM.

       READ-NEXT-QUEUE-ITEM.
       READ EXCEPTION-QUEUE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *netpay.dat is rebuilt with payrun.dat by every calculation,
      *so a record for any other period means the two files are not
      *from the same run, and neither can be trusted to pay from.
       PROVE-NET-PAY-IS-THE-RUN.
       IF RUN-PERIOD = ZERO
           GO TO PROVE-NET-PAY-IS-THE-RUN-EXIT.
       MOVE "N" TO OTHER-PERIOD-SEEN.
       MOVE ZEROES TO NETPAY-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START NET-PAY-FILE
           KEY IS NOT LESS THAN NETPAY-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-NET-PAY.
       PERFORM CHECK-ONE-NET-PAY-PERIOD
           UNTIL READ-ALL = "1" OR OTHER-PERIOD-SEEN = "Y".
       IF OTHER-PERIOD-SEEN = "Y"
           DISPLAY "netpay.dat holds period " NETPAY-PERIOD
               " but payrun.dat is period " RUN-PERIOD
               " - rerun the pay calculation. Nothing released."
           CLOSE BANK-DETAIL-FILE
           CLOSE NET-PAY-FILE
           PERFORM REFUSE-THE-RELEASE.
       PROVE-NET-PAY-IS-THE-RUN-EXIT.
       EXIT.

       CHECK-ONE-NET-PAY-PERIOD.
       IF NETPAY-PERIOD NOT = RUN-PERIOD
           MOVE "Y" TO OTHER-PERIOD-SEEN
       ELSE
           PERFORM READ-NEXT-NET-PAY.

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

      *As with a delta extract, a stale payment file from an
      *earlier run is emptied so it cannot be sent in error.
       REFUSE-THE-RELEASE.
       CLOSE PAYROLL-EXTRACT-FILE.
       OPEN OUTPUT PAYMENT-FILE.
       CLOSE PAYMENT-FILE.
       MOVE 1 TO RETURN-CODE.

       CHECK-ONE-EXTRACT-ACTION.
       IF PE-ACTION = "A" OR PE-ACTION = "C"
           OR PE-ACTION = "T" OR PE-ACTION = "D"
