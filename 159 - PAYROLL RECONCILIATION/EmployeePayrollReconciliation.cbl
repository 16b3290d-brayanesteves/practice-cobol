       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePayrollReconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "NetPayPhysicalFile.cbl".
       COPY "PayRunPhysicalFile.cbl".
       COPY "CheckRequestPhysicalFile.cbl".
       COPY "CheckRegisterPhysicalFile.cbl".
       COPY "AccountingControlPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".

      *The bank's payment file exactly as EmployeePaymentInterface
      *wrote it.
       SELECT PAYMENT-FILE
       ASSIGN TO "payments.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PAYMENT-FILE-STATUS.

      *The labor posting batch exactly as EmployeeGlLaborPosting
      *wrote it.
       SELECT GL-POSTING-FILE
       ASSIGN TO "glposting.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GL-POSTING-STATUS.

      *What the payment side paid each employee, gathered from the
      *deposits and the checks, so each can be set against the net
      *pay the run calculated.
       SELECT PAID-WORK-FILE
       ASSIGN TO "payrecon.wrk"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAIDW-EMPLOYEE-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAID-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "NetPayLogicFile.cbl".
       COPY "PayRunLogicFile.cbl".
       COPY "CheckRequestLogicFile.cbl".
       COPY "CheckRegisterLogicFile.cbl".
       COPY "AccountingControlLogicFile.cbl".
       COPY "BranchLogicFile.cbl".

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PAYMENT-RECORD-TYPE PIC X(1).
               88 PAYMENT-HEADER VALUE "H".
               88 PAYMENT-DEPOSIT VALUE "D".
               88 PAYMENT-TRAILER VALUE "T".
           05 FILLER PIC X(1).
           05 PAYMENT-DEPOSIT-DATA.
               10 PAYMENT-EMPLOYEE-ID PIC 9(6).
               10 FILLER PIC X(1).
               10 PAYMENT-BANK-CODE PIC X(4).
               10 FILLER PIC X(1).
               10 PAYMENT-ACCOUNT PIC 9(10).
               10 FILLER PIC X(1).
               10 PAYMENT-AMOUNT PIC 9(7)V99.
               10 FILLER PIC X(4).
           05 PAYMENT-TRAILER-DATA REDEFINES PAYMENT-DEPOSIT-DATA.
               10 PAYMENT-COUNT PIC 9(6).
               10 FILLER PIC X(1).
               10 PAYMENT-AMOUNT-HASH PIC 9(11)V99.
               10 FILLER PIC X(1).
               10 PAYMENT-ACCOUNT-HASH PIC 9(15).

       FD GL-POSTING-FILE.
       01 GL-POSTING-RECORD.
      *D debit, C credit.
           05 GLPOST-SIDE PIC X(1).
           05 FILLER PIC X(1).
           05 GLPOST-ACCOUNT PIC X(8).
           05 FILLER PIC X(1).
           05 GLPOST-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 GLPOST-DEPARTMENT PIC X(20).
           05 FILLER PIC X(1).
           05 GLPOST-BRANCH PIC X(3).

       FD PAID-WORK-FILE.
       01 PAID-WORK-RECORD.
           05 PAIDW-EMPLOYEE-ID PIC 9(6).
           05 PAIDW-DEPOSITS PIC 9(7)V99.
           05 PAIDW-DEPOSIT-COUNT PIC 9(2).
           05 PAIDW-CHECKS PIC 9(7)V99.
      *Y once the employee's net pay has been set against it.
           05 PAIDW-MATCHED PIC X(1).

       WORKING-STORAGE SECTION.
       01  NET-PAY-STATUS PIC X(2).
       01  PAY-RUN-STATUS PIC X(2).
       01  CHECK-REQUEST-STATUS PIC X(2).
       01  CHECK-REGISTER-STATUS PIC X(2).
       01  ACCOUNTING-CONTROL-STATUS PIC X(2).
       01  PAYMENT-FILE-STATUS PIC X(2).
       01  GL-POSTING-STATUS PIC X(2).
       01  PAID-WORK-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  BRANCH-FILE-PRESENT PIC X VALUE "N".
       77  BRANCH-WAS-FOUND PIC X.
       77  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  TRAILER-SEEN PIC X.
       01  RUN-PERIOD PIC 9(6).
       01  RUN-FREQUENCY PIC X(1).
      *The run's pay date, the date the GL posting converted and
      *split the run's gross at.
       01  CONVERSION-DATE PIC 9(8).
      *The period as the check request and the check register carry
      *it in their reference.
       01  RUN-REFERENCE PIC X(10).

      *One bucket per department-and-branch pair, as the GL posting
      *summarizes them: the net the pay run calculated by home
      *department, what the payment side paid, the cents accepted
      *as split rounding, and the gross as the GL posting charges
      *it beside the labor debit it posted.
       01  BUCKET-LIMIT PIC 9(3) VALUE 200.
       01  BUCKET-COUNT PIC 9(3) VALUE ZERO.
       01  BUCKET-INDEX PIC 9(3).
       01  BUCKET-WAS-FOUND PIC X.
       01  BUCKET-TABLE.
           05  BUCKET-ENTRY OCCURS 200 TIMES.
               10  BUCKET-DEPARTMENT PIC X(20).
               10  BUCKET-BRANCH PIC X(3).
               10  BUCKET-NET PIC 9(9)V99.
               10  BUCKET-PAID PIC 9(9)V99.
               10  BUCKET-ROUNDING PIC S9(5)V99.
               10  BUCKET-GROSS PIC 9(9)V99.
               10  BUCKET-GL-DEBIT PIC 9(9)V99.
       01  WANTED-DEPARTMENT PIC X(20).
       01  WANTED-BRANCH PIC X(3).

      *Gross is taken to the GL buckets the way the GL posting
      *takes it: converted to home currency at the rate in force on
      *the pay date, then shared across the cost split in force on
      *that date, the last share taking the rounding, so a
      *split-funded or foreign-branch employee balances to the cent.
       77  FX-LOOKUP-CURRENCY PIC X(3).
       77  FX-AS-OF-DATE PIC 9(8).
       77  FX-RATE-FOUND PIC 9(3)V9(6).
       77  FX-LOOKUP-STATUS PIC X(2).
       77  SPLIT-EMPLOYEE-ID PIC 9(6).
       77  SPLIT-AS-OF-DATE PIC 9(8).
       01  SPLIT-AREA.
           05  SPLIT-COUNT PIC 9(2).
           05  SPLIT-ENTRY OCCURS 10 TIMES.
               10  SPLIT-DEPARTMENT PIC X(20).
               10  SPLIT-BRANCH PIC X(3).
               10  SPLIT-PERCENT PIC 9(3)V99.
       77  SPLIT-TOTAL-PERCENT PIC 9(5)V99.
       77  SPLIT-LOOKUP-STATUS PIC X(2).
       01  SPLIT-INDEX PIC 9(2).
       01  LINE-COST PIC 9(7)V99.
       01  FULL-COST PIC 9(7)V99.
       01  COST-LEFT PIC 9(7)V99.

       01  EMPLOYEE-PAID PIC 9(7)V99.
       01  EMPLOYEE-DIFFERENCE PIC S9(7)V99.
      *A percentage split rounds each account to the cent, so an
      *employee paid into several accounts can be a cent out for
      *each account after the first.
       01  ROUNDING-TOLERANCE PIC 9(1)V99.
       01  NET-DIFFERENCE PIC S9(9)V99.
       01  GL-DIFFERENCE PIC S9(9)V99.

       01  DEPOSIT-LINES PIC 9(6) VALUE ZERO.
       01  DEPOSIT-HASH PIC 9(11)V99 VALUE ZERO.
       01  TOTAL-NET PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-GROSS PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-DEPOSITS PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-CHECKS PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-GL-DEBIT PIC 9(9)V99 VALUE ZERO.
       01  TOTAL-ROUNDING PIC 9(5)V99 VALUE ZERO.
       01  EMPLOYEE-BREAKS PIC 9(5) VALUE ZERO.
       01  ROUNDING-EMPLOYEES PIC 9(5) VALUE ZERO.
       01  BUCKET-BREAKS PIC 9(5) VALUE ZERO.
       01  FILE-BREAKS PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(5) VALUE "BR".
           05  FILLER PIC X(15) VALUE "      NET PAY".
           05  FILLER PIC X(15) VALUE "         PAID".
           05  FILLER PIC X(15) VALUE "   DIFFERENCE".
           05  FILLER PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-BRANCH PIC X(3).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NET PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-PAID PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-DIFFERENCE PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RESULT PIC X(30).

      *The department-and-branch summary: net against paid, then
      *gross against the GL labor debit.
       01  BUCKET-LINE.
           05  BL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-BRANCH PIC X(3).
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-NET PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-PAID PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-ROUNDING PIC -ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-GL-DEBIT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  BL-RESULT PIC X(20).

       01  BUCKET-HEADING-LINE.
           05  FILLER PIC X(25) VALUE "DEPARTMENT / BRANCH".
           05  FILLER PIC X(15) VALUE "       NET PAY".
           05  FILLER PIC X(15) VALUE "          PAID".
           05  FILLER PIC X(8) VALUE "ROUNDING".
           05  FILLER PIC X(15) VALUE "         GROSS".
           05  FILLER PIC X(15) VALUE "      GL DEBIT".
           05  FILLER PIC X(20) VALUE " RESULT".

       01  TOTAL-LINE.
           05  TL-LABEL PIC X(30).
           05  TL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "payrecon".
       77  RW-TITLE PIC X(60)
           VALUE "PAYROLL / BANK / GL RECONCILIATION".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Proves the pay run, the payment side, and the GL posting
      *agree. What was paid - the deposits in payments.dat, whose
      *trailer is proved first, and the regular-pay checks for the
      *period whether still waiting in checkreq.dat or already on
      *the check register - is gathered by employee and set against
      *each employee's net pay in netpay.dat. A cent or so lost
      *splitting net across several accounts by percentage is shown
      *as rounding; anything more, anyone not paid, and anyone paid
      *who is not on the run is a break. The run is then summarized
      *by department and branch, net against paid and gross against
      *the labor debit in glposting.dat. Only when nothing breaks is
      *the accounting-control sign-off written to acctcontrol.dat.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           PERFORM GATHER-THE-DEPOSITS
           PERFORM GATHER-THE-CHECK-REQUESTS
           PERFORM GATHER-THE-PRINTED-CHECKS
           PERFORM MATCH-THE-NET-PAY
           PERFORM LIST-THE-PAID-NOT-ON-RUN
           PERFORM GATHER-THE-GL-DEBITS
           PERFORM PRINT-THE-BUCKETS
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           PERFORM SIGN-OFF-WHEN-BALANCED.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       MOVE "N" TO RECORD-FOUND.
       OPEN INPUT PAY-RUN-FILE.
       IF PAY-RUN-STATUS = "00"
           READ PAY-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO RECORD-FOUND
                   MOVE PAYRUN-PERIOD TO RUN-PERIOD
                   MOVE PAYRUN-FREQUENCY TO RUN-FREQUENCY
                   MOVE PAYRUN-PAY-DATE TO CONVERSION-DATE
           END-READ.
       CLOSE PAY-RUN-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No payrun.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       IF RUN-FREQUENCY = SPACES
           MOVE "M" TO RUN-FREQUENCY.
       IF CONVERSION-DATE = ZERO
           ACCEPT CONVERSION-DATE FROM DATE YYYYMMDD.
       MOVE RUN-PERIOD TO RUN-REFERENCE.
       OPEN INPUT NET-PAY-FILE.
       IF NET-PAY-STATUS NOT = "00"
           DISPLAY "No netpay.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT PAYMENT-FILE.
       IF PAYMENT-FILE-STATUS NOT = "00"
           DISPLAY "No payments.dat on file - run the payment"
               " interface first."
           MOVE 1 TO RETURN-CODE
           CLOSE NET-PAY-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT GL-POSTING-FILE.
       IF GL-POSTING-STATUS NOT = "00"
           DISPLAY "No glposting.dat on file - run the GL labor"
               " posting first."
           MOVE 1 TO RETURN-CODE
           CLOSE NET-PAY-FILE
           CLOSE PAYMENT-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN OUTPUT PAID-WORK-FILE.
       CLOSE PAID-WORK-FILE.
       OPEN I-O PAID-WORK-FILE.
       IF PAID-WORK-STATUS NOT = "00"
           DISPLAY "Error opening payrecon.wrk, status code "
               PAID-WORK-STATUS "."
           MOVE 1 TO RETURN-CODE
           CLOSE NET-PAY-FILE
           CLOSE PAYMENT-FILE
           CLOSE GL-POSTING-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *With no check request queue or no check register, nobody was
      *paid by that kind of check.
       OPEN INPUT CHECK-REQUEST-FILE.
       OPEN INPUT CHECK-REGISTER-FILE.
       OPEN INPUT BRANCH-FILE.
       IF BRANCH-FILE-STATUS = "00"
           MOVE "Y" TO BRANCH-FILE-PRESENT.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE NET-PAY-FILE.
       CLOSE PAYMENT-FILE.
       CLOSE GL-POSTING-FILE.
       CLOSE PAID-WORK-FILE.
       IF CHECK-REQUEST-STATUS = "00"
           CLOSE CHECK-REQUEST-FILE.
       IF CHECK-REGISTER-STATUS = "00"
           CLOSE CHECK-REGISTER-FILE.
       IF BRANCH-FILE-PRESENT = "Y"
           CLOSE BRANCH-FILE.

      *The deposits are added up the way the bank will add them and
      *proved against the file's own trailer before any of them is
      *trusted.
       GATHER-THE-DEPOSITS.
       MOVE "N" TO TRAILER-SEEN.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-PAYMENT.
       PERFORM GATHER-ONE-PAYMENT
           UNTIL READ-ALL = "1".
       IF TRAILER-SEEN = "N"
           ADD 1 TO FILE-BREAKS
           MOVE SPACES TO DETAIL-LINE
           MOVE "PAYMENTS.DAT HAS NO TRAILER" TO DL-RESULT
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

       GATHER-ONE-PAYMENT.
       EVALUATE TRUE
           WHEN PAYMENT-DEPOSIT
               ADD 1 TO DEPOSIT-LINES
               ADD PAYMENT-AMOUNT TO DEPOSIT-HASH
               ADD PAYMENT-AMOUNT TO TOTAL-DEPOSITS
               MOVE PAYMENT-EMPLOYEE-ID TO PAIDW-EMPLOYEE-ID
               PERFORM FETCH-THE-PAID-WORK
               ADD PAYMENT-AMOUNT TO PAIDW-DEPOSITS
               ADD 1 TO PAIDW-DEPOSIT-COUNT
               PERFORM STORE-THE-PAID-WORK
           WHEN PAYMENT-TRAILER
               MOVE "Y" TO TRAILER-SEEN
               PERFORM CHECK-THE-PAYMENT-TRAILER
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       PERFORM READ-NEXT-PAYMENT.

       CHECK-THE-PAYMENT-TRAILER.
       IF PAYMENT-COUNT NOT = DEPOSIT-LINES
           OR PAYMENT-AMOUNT-HASH NOT = DEPOSIT-HASH
           ADD 1 TO FILE-BREAKS
           MOVE SPACES TO DETAIL-LINE
           MOVE PAYMENT-AMOUNT-HASH TO DL-NET
           MOVE DEPOSIT-HASH TO DL-PAID
           COMPUTE EMPLOYEE-DIFFERENCE =
               DEPOSIT-HASH - PAYMENT-AMOUNT-HASH
           MOVE EMPLOYEE-DIFFERENCE TO DL-DIFFERENCE
           MOVE "PAYMENTS.DAT TRAILER DISAGREES" TO DL-RESULT
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.

      *Regular pay for the period that went out by check - or will,
      *when the check print run next clears the queue.
       GATHER-THE-CHECK-REQUESTS.
       IF CHECK-REQUEST-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-CHECK-REQUEST
           PERFORM GATHER-ONE-CHECK-REQUEST
               UNTIL READ-ALL = "1".

       GATHER-ONE-CHECK-REQUEST.
       IF CHKREQ-REGULAR-PAY AND CHKREQ-REFERENCE = RUN-REFERENCE
           MOVE CHKREQ-EMPLOYEE-ID TO PAIDW-EMPLOYEE-ID
           PERFORM FETCH-THE-PAID-WORK
           ADD CHKREQ-AMOUNT TO PAIDW-CHECKS
           ADD CHKREQ-AMOUNT TO TOTAL-CHECKS
           PERFORM STORE-THE-PAID-WORK.
       PERFORM READ-NEXT-CHECK-REQUEST.

      *A voided check paid nobody; its reissue, if any, is on the
      *register in its own right.
       GATHER-THE-PRINTED-CHECKS.
       IF CHECK-REGISTER-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-CHECK
           PERFORM GATHER-ONE-PRINTED-CHECK
               UNTIL READ-ALL = "1".

       GATHER-ONE-PRINTED-CHECK.
       IF CHECK-REASON = "R" AND CHECK-REFERENCE = RUN-REFERENCE
           AND NOT CHECK-VOIDED
           MOVE CHECK-EMPLOYEE-ID TO PAIDW-EMPLOYEE-ID
           PERFORM FETCH-THE-PAID-WORK
           ADD CHECK-AMOUNT TO PAIDW-CHECKS
           ADD CHECK-AMOUNT TO TOTAL-CHECKS
           PERFORM STORE-THE-PAID-WORK.
       PERFORM READ-NEXT-CHECK.

       FETCH-THE-PAID-WORK.
       MOVE "Y" TO RECORD-FOUND.
       READ PAID-WORK-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           MOVE ZERO TO PAIDW-DEPOSITS
           MOVE ZERO TO PAIDW-DEPOSIT-COUNT
           MOVE ZERO TO PAIDW-CHECKS
           MOVE "N" TO PAIDW-MATCHED.

       STORE-THE-PAID-WORK.
       IF RECORD-FOUND = "Y"
           REWRITE PAID-WORK-RECORD
               INVALID KEY
                   DISPLAY "Error updating payrecon.wrk for "
                       PAIDW-EMPLOYEE-ID "."
           END-REWRITE
       ELSE
           WRITE PAID-WORK-RECORD
               INVALID KEY
                   DISPLAY "Error writing payrecon.wrk for "
                       PAIDW-EMPLOYEE-ID "."
           END-WRITE.

      *Each employee on the run, net pay against what was paid.
       MATCH-THE-NET-PAY.
       MOVE ZEROES TO NETPAY-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START NET-PAY-FILE
           KEY IS NOT LESS THAN NETPAY-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-NET-PAY.
       PERFORM MATCH-ONE-NET-PAY
           UNTIL READ-ALL = "1".

       MATCH-ONE-NET-PAY.
       ADD NETPAY-NET TO TOTAL-NET.
       PERFORM BUCKET-THE-GROSS.
       MOVE NETPAY-DEPARTMENT TO WANTED-DEPARTMENT.
       MOVE NETPAY-BRANCH TO WANTED-BRANCH.
       PERFORM FIND-THE-BUCKET.
       MOVE NETPAY-EMPLOYEE-ID TO PAIDW-EMPLOYEE-ID.
       PERFORM FETCH-THE-PAID-WORK.
       COMPUTE EMPLOYEE-PAID = PAIDW-DEPOSITS + PAIDW-CHECKS.
       COMPUTE EMPLOYEE-DIFFERENCE = EMPLOYEE-PAID - NETPAY-NET.
       IF PAIDW-DEPOSIT-COUNT > 1
           COMPUTE ROUNDING-TOLERANCE =
               (PAIDW-DEPOSIT-COUNT - 1) * 0.01
       ELSE
           MOVE ZERO TO ROUNDING-TOLERANCE.
       IF BUCKET-WAS-FOUND = "Y"
           ADD NETPAY-NET TO BUCKET-NET (BUCKET-INDEX)
           ADD EMPLOYEE-PAID TO BUCKET-PAID (BUCKET-INDEX).
       MOVE SPACES TO DETAIL-LINE.
       MOVE NETPAY-EMPLOYEE-ID TO DL-ID.
       MOVE NETPAY-DEPARTMENT TO DL-DEPARTMENT.
       MOVE NETPAY-BRANCH TO DL-BRANCH.
       MOVE NETPAY-NET TO DL-NET.
       MOVE EMPLOYEE-PAID TO DL-PAID.
       MOVE EMPLOYEE-DIFFERENCE TO DL-DIFFERENCE.
       EVALUATE TRUE
           WHEN EMPLOYEE-DIFFERENCE = ZERO
               CONTINUE
           WHEN EMPLOYEE-PAID = ZERO
               ADD 1 TO EMPLOYEE-BREAKS
               MOVE "NOT PAID" TO DL-RESULT
           WHEN EMPLOYEE-DIFFERENCE <= ROUNDING-TOLERANCE
               AND EMPLOYEE-DIFFERENCE >= ZERO - ROUNDING-TOLERANCE
               PERFORM TAKE-AS-ROUNDING
           WHEN EMPLOYEE-DIFFERENCE > ZERO
               ADD 1 TO EMPLOYEE-BREAKS
               MOVE "PAID MORE THAN NET PAY" TO DL-RESULT
           WHEN OTHER
               ADD 1 TO EMPLOYEE-BREAKS
               MOVE "PAID LESS THAN NET PAY" TO DL-RESULT
       END-EVALUATE.
       IF DL-RESULT NOT = SPACES
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       MOVE "Y" TO PAIDW-MATCHED.
       PERFORM STORE-THE-PAID-WORK.
       PERFORM READ-NEXT-NET-PAY.

      *A split that does not total one hundred is charged to the
      *home department, as the GL posting charges it; the posting
      *is where it is listed.
       BUCKET-THE-GROSS.
       PERFORM FETCH-THE-RATE.
       COMPUTE LINE-COST ROUNDED = NETPAY-GROSS * FX-RATE-FOUND.
       ADD LINE-COST TO TOTAL-GROSS.
       MOVE NETPAY-EMPLOYEE-ID TO SPLIT-EMPLOYEE-ID.
       MOVE CONVERSION-DATE TO SPLIT-AS-OF-DATE.
       CALL "CostAllocationService" USING SPLIT-EMPLOYEE-ID
           SPLIT-AS-OF-DATE SPLIT-AREA SPLIT-TOTAL-PERCENT
           SPLIT-LOOKUP-STATUS.
       IF SPLIT-LOOKUP-STATUS = "00"
           MOVE LINE-COST TO FULL-COST
           MOVE LINE-COST TO COST-LEFT
           MOVE 1 TO SPLIT-INDEX
           PERFORM BUCKET-ONE-SPLIT
               UNTIL SPLIT-INDEX > SPLIT-COUNT
       ELSE
           MOVE NETPAY-DEPARTMENT TO WANTED-DEPARTMENT
           MOVE NETPAY-BRANCH TO WANTED-BRANCH
           PERFORM ADD-TO-THE-GROSS-BUCKET.

      *A split line with no branch charges the home branch.
       BUCKET-ONE-SPLIT.
       IF SPLIT-INDEX = SPLIT-COUNT
           MOVE COST-LEFT TO LINE-COST
       ELSE
           COMPUTE LINE-COST ROUNDED =
               FULL-COST * SPLIT-PERCENT (SPLIT-INDEX) / 100.
       SUBTRACT LINE-COST FROM COST-LEFT.
       MOVE SPLIT-DEPARTMENT (SPLIT-INDEX) TO WANTED-DEPARTMENT.
       IF SPLIT-BRANCH (SPLIT-INDEX) = SPACES
           MOVE NETPAY-BRANCH TO WANTED-BRANCH
       ELSE
           MOVE SPLIT-BRANCH (SPLIT-INDEX) TO WANTED-BRANCH.
       PERFORM ADD-TO-THE-GROSS-BUCKET.
       ADD 1 TO SPLIT-INDEX.

       ADD-TO-THE-GROSS-BUCKET.
       PERFORM FIND-THE-BUCKET.
       IF BUCKET-WAS-FOUND = "Y"
           ADD LINE-COST TO BUCKET-GROSS (BUCKET-INDEX).

      *The branch names the currency and the rate table the rate in
      *force on the pay date; home-branch pay rides through at one.
       FETCH-THE-RATE.
       MOVE SPACES TO FX-LOOKUP-CURRENCY.
       IF BRANCH-FILE-PRESENT = "Y"
           MOVE NETPAY-BRANCH TO BRANCH-CODE
           MOVE "Y" TO BRANCH-WAS-FOUND
           READ BRANCH-FILE RECORD
               INVALID KEY
                   MOVE "N" TO BRANCH-WAS-FOUND
           END-READ
           IF BRANCH-WAS-FOUND = "Y"
               MOVE BRANCH-CURRENCY TO FX-LOOKUP-CURRENCY
           END-IF.
       MOVE CONVERSION-DATE TO FX-AS-OF-DATE.
       CALL "FxRateService" USING FX-LOOKUP-CURRENCY
           FX-AS-OF-DATE FX-RATE-FOUND FX-LOOKUP-STATUS.

       TAKE-AS-ROUNDING.
       ADD 1 TO ROUNDING-EMPLOYEES.
       MOVE "SPLIT ROUNDING" TO DL-RESULT.
       IF BUCKET-WAS-FOUND = "Y"
           ADD EMPLOYEE-DIFFERENCE TO BUCKET-ROUNDING (BUCKET-INDEX).
       IF EMPLOYEE-DIFFERENCE < ZERO
           SUBTRACT EMPLOYEE-DIFFERENCE FROM TOTAL-ROUNDING
       ELSE
           ADD EMPLOYEE-DIFFERENCE TO TOTAL-ROUNDING.

      *Money the payment side sent to someone the pay run did not
      *calculate at all.
       LIST-THE-PAID-NOT-ON-RUN.
       MOVE ZEROES TO PAIDW-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START PAID-WORK-FILE
           KEY IS NOT LESS THAN PAIDW-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-PAID-WORK.
       PERFORM CHECK-ONE-PAID-WORK
           UNTIL READ-ALL = "1".

       CHECK-ONE-PAID-WORK.
       IF PAIDW-MATCHED = "N"
           ADD 1 TO EMPLOYEE-BREAKS
           COMPUTE EMPLOYEE-PAID = PAIDW-DEPOSITS + PAIDW-CHECKS
           MOVE SPACES TO DETAIL-LINE
           MOVE PAIDW-EMPLOYEE-ID TO DL-ID
           MOVE ZERO TO DL-NET
           MOVE EMPLOYEE-PAID TO DL-PAID
           MOVE EMPLOYEE-PAID TO DL-DIFFERENCE
           MOVE "PAID BUT NOT ON THE PAY RUN" TO DL-RESULT
           MOVE DETAIL-LINE TO RW-DETAIL
           PERFORM WRITE-REPORT-DETAIL.
       PERFORM READ-NEXT-PAID-WORK.

      *Only the debit side is taken; the credits are its mirror.
       GATHER-THE-GL-DEBITS.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-GL-LINE.
       PERFORM GATHER-ONE-GL-LINE
           UNTIL READ-ALL = "1".

       GATHER-ONE-GL-LINE.
       IF GLPOST-SIDE = "D"
           ADD GLPOST-AMOUNT TO TOTAL-GL-DEBIT
           MOVE GLPOST-DEPARTMENT TO WANTED-DEPARTMENT
           MOVE GLPOST-BRANCH TO WANTED-BRANCH
           PERFORM FIND-THE-BUCKET
           IF BUCKET-WAS-FOUND = "Y"
               ADD GLPOST-AMOUNT TO BUCKET-GL-DEBIT (BUCKET-INDEX)
           END-IF.
       PERFORM READ-NEXT-GL-LINE.

       FIND-THE-BUCKET.
       MOVE "N" TO BUCKET-WAS-FOUND.
       MOVE 1 TO BUCKET-INDEX.
       PERFORM LOOK-FOR-BUCKET
           UNTIL BUCKET-WAS-FOUND = "Y"
           OR BUCKET-INDEX > BUCKET-COUNT.
       IF BUCKET-WAS-FOUND = "N"
           IF BUCKET-COUNT >= BUCKET-LIMIT
               ADD 1 TO FILE-BREAKS
               DISPLAY "More department/branch buckets than the"
                   " table holds - reconciliation is incomplete."
           ELSE
               ADD 1 TO BUCKET-COUNT
               MOVE BUCKET-COUNT TO BUCKET-INDEX
               MOVE WANTED-DEPARTMENT
                   TO BUCKET-DEPARTMENT (BUCKET-INDEX)
               MOVE WANTED-BRANCH TO BUCKET-BRANCH (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-NET (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-PAID (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-ROUNDING (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-GROSS (BUCKET-INDEX)
               MOVE ZERO TO BUCKET-GL-DEBIT (BUCKET-INDEX)
               MOVE "Y" TO BUCKET-WAS-FOUND.

       LOOK-FOR-BUCKET.
       IF BUCKET-DEPARTMENT (BUCKET-INDEX) = WANTED-DEPARTMENT
           AND BUCKET-BRANCH (BUCKET-INDEX) = WANTED-BRANCH
           MOVE "Y" TO BUCKET-WAS-FOUND
       ELSE
           ADD 1 TO BUCKET-INDEX.

       PRINT-THE-BUCKETS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE BUCKET-HEADING-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE 1 TO BUCKET-INDEX.
       PERFORM PRINT-ONE-BUCKET
           UNTIL BUCKET-INDEX > BUCKET-COUNT.

      *Net is out when what was paid differs from it by more than
      *the rounding already accepted employee by employee; the GL
      *is out when the labor debit differs from gross at all.
       PRINT-ONE-BUCKET.
       MOVE SPACES TO BUCKET-LINE.
       MOVE BUCKET-DEPARTMENT (BUCKET-INDEX) TO BL-DEPARTMENT.
       MOVE BUCKET-BRANCH (BUCKET-INDEX) TO BL-BRANCH.
       MOVE BUCKET-NET (BUCKET-INDEX) TO BL-NET.
       MOVE BUCKET-PAID (BUCKET-INDEX) TO BL-PAID.
       MOVE BUCKET-ROUNDING (BUCKET-INDEX) TO BL-ROUNDING.
       MOVE BUCKET-GROSS (BUCKET-INDEX) TO BL-GROSS.
       MOVE BUCKET-GL-DEBIT (BUCKET-INDEX) TO BL-GL-DEBIT.
       COMPUTE NET-DIFFERENCE = BUCKET-PAID (BUCKET-INDEX)
           - BUCKET-NET (BUCKET-INDEX)
           - BUCKET-ROUNDING (BUCKET-INDEX).
       COMPUTE GL-DIFFERENCE = BUCKET-GL-DEBIT (BUCKET-INDEX)
           - BUCKET-GROSS (BUCKET-INDEX).
       EVALUATE TRUE
           WHEN NET-DIFFERENCE NOT = ZERO
               AND GL-DIFFERENCE NOT = ZERO
               MOVE "PAID AND GL BREAK" TO BL-RESULT
           WHEN NET-DIFFERENCE NOT = ZERO
               MOVE "PAID BREAK" TO BL-RESULT
           WHEN GL-DIFFERENCE NOT = ZERO
               MOVE "GL BREAK" TO BL-RESULT
           WHEN OTHER
               MOVE "BALANCED" TO BL-RESULT
       END-EVALUATE.
       IF NET-DIFFERENCE NOT = ZERO OR GL-DIFFERENCE NOT = ZERO
           ADD 1 TO BUCKET-BREAKS.
       MOVE BUCKET-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO BUCKET-INDEX.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE SPACES TO RW-DETAIL.
       STRING "PAY RUN PERIOD " RUN-PERIOD " FREQUENCY "
           RUN-FREQUENCY DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE "NET PAY ON THE RUN" TO TL-LABEL.
       MOVE TOTAL-NET TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "DEPOSITS IN PAYMENTS.DAT" TO TL-LABEL.
       MOVE TOTAL-DEPOSITS TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "REGULAR-PAY CHECKS" TO TL-LABEL.
       MOVE TOTAL-CHECKS TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "SPLIT ROUNDING ACCEPTED" TO TL-LABEL.
       MOVE TOTAL-ROUNDING TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "GROSS PAY IN HOME CURRENCY" TO TL-LABEL.
       MOVE TOTAL-GROSS TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE "GL LABOR DEBIT" TO TL-LABEL.
       MOVE TOTAL-GL-DEBIT TO TL-AMOUNT.
       PERFORM WRITE-ONE-TOTAL.
       MOVE EMPLOYEE-BREAKS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEE BREAKS: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE ROUNDING-EMPLOYEES TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "EMPLOYEES WITH SPLIT ROUNDING: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE BUCKET-BREAKS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "DEPARTMENT/BRANCH BREAKS: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE FILE-BREAKS TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "FILE CONTROL BREAKS: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       WRITE-ONE-TOTAL.
       MOVE TOTAL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

      *Finance takes a run as reconciled only from this record, so
      *it is written for a clean run and never for one with a break.
       SIGN-OFF-WHEN-BALANCED.
       IF EMPLOYEE-BREAKS > ZERO OR BUCKET-BREAKS > ZERO
           OR FILE-BREAKS > ZERO
           DISPLAY "Payroll, payments and GL do not balance - see"
               " the payrecon report. No sign-off written."
           MOVE 1 TO RETURN-CODE
       ELSE
           OPEN EXTEND ACCOUNTING-CONTROL-FILE
           MOVE SPACES TO ACCOUNTING-CONTROL-RECORD
           MOVE RUN-PERIOD TO ACCTCTL-PERIOD
           MOVE RUN-FREQUENCY TO ACCTCTL-FREQUENCY
           ACCEPT ACCTCTL-SIGNED-DATE FROM DATE YYYYMMDD
           ACCEPT ACCTCTL-SIGNED-TIME FROM TIME
           MOVE TOTAL-NET TO ACCTCTL-NET-PAY
           MOVE TOTAL-DEPOSITS TO ACCTCTL-DEPOSITS
           MOVE TOTAL-CHECKS TO ACCTCTL-CHECKS
           MOVE TOTAL-GROSS TO ACCTCTL-GROSS
           MOVE TOTAL-GL-DEBIT TO ACCTCTL-GL-DEBIT
           MOVE TOTAL-ROUNDING TO ACCTCTL-ROUNDING
           WRITE ACCOUNTING-CONTROL-RECORD
           CLOSE ACCOUNTING-CONTROL-FILE
           DISPLAY "Payroll, payments and GL balance for period "
               RUN-PERIOD " - sign-off written to acctcontrol.dat.".

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE HEADING-LINE TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-REPORT-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-PAYMENT.
       READ PAYMENT-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-CHECK-REQUEST.
       READ CHECK-REQUEST-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-CHECK.
       READ CHECK-REGISTER-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-PAID-WORK.
       READ PAID-WORK-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-GL-LINE.
       READ GL-POSTING-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeePayrollReconciliation.
