       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePayRunPosting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "NetPayPhysicalFile.cbl".
       COPY "PayLinePhysicalFile.cbl".
       COPY "PayRunPhysicalFile.cbl".
       COPY "PayHistoryPhysicalFile.cbl".
       COPY "AccumulatorPhysicalFile.cbl".
       COPY "OneTimePayPhysicalFile.cbl".
       COPY "OvertimeHeldPhysicalFile.cbl".
       COPY "LoanPhysicalFile.cbl".
       COPY "LoanLedgerPhysicalFile.cbl".
       COPY "PensionEnrollPhysicalFile.cbl".
       COPY "PensionContribPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "NetPayLogicFile.cbl".
       COPY "PayLineLogicFile.cbl".
       COPY "PayRunLogicFile.cbl".
       COPY "PayHistoryLogicFile.cbl".
       COPY "AccumulatorLogicFile.cbl".
       COPY "OneTimePayLogicFile.cbl".
       COPY "OvertimeHeldLogicFile.cbl".
       COPY "LoanLogicFile.cbl".
       COPY "LoanLedgerLogicFile.cbl".
       COPY "PensionEnrollLogicFile.cbl".
       COPY "PensionContribLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  NET-PAY-STATUS PIC X(2).
       01  PAY-LINE-STATUS PIC X(2).
       01  PAY-RUN-STATUS PIC X(2).
       01  PAY-HISTORY-STATUS PIC X(2).
       01  ACCUMULATOR-STATUS PIC X(2).
       01  ONE-TIME-PAY-STATUS PIC X(2).
       77  ONE-TIMES-ON-FILE PIC X.
       77  DONE-WITH-ONE-TIMES PIC X.
       01  OVERTIME-HELD-STATUS PIC X(2).
       77  RELEASES-ON-FILE PIC X.
       77  DONE-WITH-RELEASES PIC X.
       01  LOAN-FILE-STATUS PIC X(2).
       01  LOAN-LEDGER-STATUS PIC X(2).
       77  LOANS-ON-FILE PIC X.
       01  PENSION-ENROLL-STATUS PIC X(2).
       01  PENSION-CONTRIB-STATUS PIC X(2).
       77  PENSION-ON-FILE PIC X.
       01  PERIOD-EMPLOYEE-PENSION PIC 9(7)V99.
       01  PERIOD-EMPLOYER-PENSION PIC 9(7)V99.
       01  POSTED-AMOUNT PIC 9(7)V99.
       01  LOANS-REPAID PIC 9(5) VALUE ZERO.
       01  END-OF-NET-PAY PIC X.
       77  DONE-WITH-LINES PIC X.
       77  RECORD-FOUND PIC X.
       77  ALREADY-POSTED PIC X.
       01  HELD-PAY-RUN PIC X(60).
       01  POSTING-PERIOD PIC 9(6).
       01  POSTING-DATE PIC 9(8).
       01  POSTING-DATE-PARTS REDEFINES POSTING-DATE.
           05  POSTING-YEAR PIC 9(4).
           05  POSTING-MONTH PIC 9(2).
           05  POSTING-DAY PIC 9(2).
       01  POSTING-QUARTER PIC 9(1).
       01  CODE-INDEX PIC 9(2).
       77  CODE-WAS-FOUND PIC X.
      *The accumulator's four-character code for a line: the
      *deduction code, LOAN for every loan installment, PENS for
      *the retirement plan contribution, or the benefit plan code
      *for a premium.
       01  ENTRY-CODE PIC X(4).
       01  EMPLOYEES-POSTED PIC 9(6) VALUE ZERO.
       01  EMPLOYEES-SKIPPED PIC 9(6) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
      *Posts the calculated pay run: each net-pay record becomes a
      *pay-history record for the period and is added into the
      *employee's accumulator for the quarter of the pay date -
      *gross, taxable, both withholdings, garnishments, deductions
      *in total and by code, and net. payrun.dat is then marked
      *posted. A rerun cannot post twice: an employee already in
      *pay history for the period is skipped, and the accumulator
      *remembers the last period added into it. One-time payments
      *and released overtime the calculation took for the period
      *are marked paid, and each loan installment taken comes off
      *the loan's balance - never below zero, and a loan whose
      *balance reaches zero is marked repaid and never taken from
      *again. Retirement plan contributions and the employer's
      *match are added to the employee's plan totals and queued
      *for the plan administrator.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           MOVE "N" TO END-OF-NET-PAY
           PERFORM READ-NEXT-NET-PAY
           PERFORM POST-ONE-EMPLOYEE
               UNTIL END-OF-NET-PAY = "Y"
           PERFORM CLOSING-PROCEDURE
           PERFORM MARK-THE-RUN-POSTED
           MOVE EMPLOYEES-POSTED TO COUNT-DISPLAY
           DISPLAY "Pay run " POSTING-PERIOD " posted: "
               COUNT-DISPLAY " employees."
           MOVE EMPLOYEES-SKIPPED TO COUNT-DISPLAY
           DISPLAY "Already posted and skipped: " COUNT-DISPLAY
           MOVE LOANS-REPAID TO COUNT-DISPLAY
           DISPLAY "Loans and advances repaid:  " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT PAY-RUN-FILE.
       MOVE "N" TO RECORD-FOUND.
       IF PAY-RUN-STATUS = "00"
           READ PAY-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO RECORD-FOUND
           END-READ.
       CLOSE PAY-RUN-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No pay run on file - run the pay calculation"
               " first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       IF PAYRUN-POSTED
           DISPLAY "Pay run " PAYRUN-PERIOD " is already posted."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       MOVE PAY-RUN-RECORD TO HELD-PAY-RUN.
       MOVE PAYRUN-PERIOD TO POSTING-PERIOD.
       MOVE PAYRUN-PAY-DATE TO POSTING-DATE.
       COMPUTE POSTING-QUARTER = (POSTING-MONTH - 1) / 3 + 1.
       OPEN INPUT NET-PAY-FILE.
       IF NET-PAY-STATUS NOT = "00"
           DISPLAY "No netpay.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT PAY-LINE-FILE.
       IF PAY-LINE-STATUS NOT = "00"
           DISPLAY "No paylines.dat on file - run the pay"
               " calculation first."
           MOVE 1 TO RETURN-CODE
           CLOSE NET-PAY-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *History and accumulators are built the first time they are
      *needed, the same way EMPLOYEES-FILE is.
       OPEN I-O PAY-HISTORY-FILE.
       IF PAY-HISTORY-STATUS = "35"
           OPEN OUTPUT PAY-HISTORY-FILE
           CLOSE PAY-HISTORY-FILE
           OPEN I-O PAY-HISTORY-FILE.
       OPEN I-O ACCUMULATOR-FILE.
       IF ACCUMULATOR-STATUS = "35"
           OPEN OUTPUT ACCUMULATOR-FILE
           CLOSE ACCUMULATOR-FILE
           OPEN I-O ACCUMULATOR-FILE.
       IF PAY-HISTORY-STATUS NOT = "00"
           OR ACCUMULATOR-STATUS NOT = "00"
           DISPLAY "Error opening payhist.dat or ytd.dat, status"
               " codes " PAY-HISTORY-STATUS " " ACCUMULATOR-STATUS
               "."
           MOVE 1 TO RETURN-CODE.
       MOVE "Y" TO ONE-TIMES-ON-FILE.
       OPEN I-O ONE-TIME-PAY-FILE.
       IF ONE-TIME-PAY-STATUS NOT = "00"
           MOVE "N" TO ONE-TIMES-ON-FILE.
       MOVE "Y" TO RELEASES-ON-FILE.
       OPEN I-O OVERTIME-HELD-FILE.
       IF OVERTIME-HELD-STATUS NOT = "00"
           MOVE "N" TO RELEASES-ON-FILE.
       MOVE "Y" TO LOANS-ON-FILE.
       OPEN I-O LOAN-FILE.
       IF LOAN-FILE-STATUS NOT = "00"
           MOVE "N" TO LOANS-ON-FILE.
       IF LOANS-ON-FILE = "Y"
           OPEN I-O LOAN-LEDGER-FILE
           IF LOAN-LEDGER-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER-FILE
               CLOSE LOAN-LEDGER-FILE
               OPEN I-O LOAN-LEDGER-FILE
           END-IF
       END-IF.
       MOVE "Y" TO PENSION-ON-FILE.
       OPEN I-O PENSION-ENROLL-FILE.
       IF PENSION-ENROLL-STATUS NOT = "00"
           MOVE "N" TO PENSION-ON-FILE.
       IF PENSION-ON-FILE = "Y"
           OPEN I-O PENSION-CONTRIB-FILE
           IF PENSION-CONTRIB-STATUS = "35"
               OPEN OUTPUT PENSION-CONTRIB-FILE
               CLOSE PENSION-CONTRIB-FILE
               OPEN I-O PENSION-CONTRIB-FILE
           END-IF
       END-IF.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE NET-PAY-FILE.
       CLOSE PAY-LINE-FILE.
       CLOSE PAY-HISTORY-FILE.
       CLOSE ACCUMULATOR-FILE.
       IF ONE-TIMES-ON-FILE = "Y"
           CLOSE ONE-TIME-PAY-FILE.
       IF RELEASES-ON-FILE = "Y"
           CLOSE OVERTIME-HELD-FILE.
       IF LOANS-ON-FILE = "Y"
           CLOSE LOAN-FILE
           CLOSE LOAN-LEDGER-FILE.
       IF PENSION-ON-FILE = "Y"
           CLOSE PENSION-ENROLL-FILE
           CLOSE PENSION-CONTRIB-FILE.

      *The stage flips only after every employee is through, so an
      *interrupted posting is simply run again.
       MARK-THE-RUN-POSTED.
       MOVE HELD-PAY-RUN TO PAY-RUN-RECORD.
       MOVE "P" TO PAYRUN-STAGE.
       OPEN OUTPUT PAY-RUN-FILE.
       WRITE PAY-RUN-RECORD.
       CLOSE PAY-RUN-FILE.

       POST-ONE-EMPLOYEE.
       PERFORM WRITE-THE-HISTORY.
       IF ALREADY-POSTED = "N"
           PERFORM ADD-TO-THE-ACCUMULATOR
               THRU ADD-TO-THE-ACCUMULATOR-EXIT.
       IF ONE-TIMES-ON-FILE = "Y"
           PERFORM MARK-THE-ONE-TIMES-PAID
               THRU MARK-THE-ONE-TIMES-PAID-EXIT.
       IF RELEASES-ON-FILE = "Y"
           PERFORM MARK-THE-RELEASES-PAID
               THRU MARK-THE-RELEASES-PAID-EXIT.
       IF LOANS-ON-FILE = "Y"
           PERFORM DECLINE-THE-LOANS
               THRU DECLINE-THE-LOANS-EXIT.
       IF PENSION-ON-FILE = "Y"
           PERFORM POST-THE-PENSION
               THRU POST-THE-PENSION-EXIT.
       IF ALREADY-POSTED = "Y"
           ADD 1 TO EMPLOYEES-SKIPPED
       ELSE
           ADD 1 TO EMPLOYEES-POSTED.
       PERFORM READ-NEXT-NET-PAY.

       WRITE-THE-HISTORY.
       MOVE SPACES TO PAY-HISTORY-RECORD.
       MOVE NETPAY-EMPLOYEE-ID TO PAYHIST-EMPLOYEE-ID.
       MOVE POSTING-PERIOD TO PAYHIST-PERIOD.
       MOVE NETPAY-PAY-DATE TO PAYHIST-PAY-DATE.
       MOVE NETPAY-BRANCH TO PAYHIST-BRANCH.
       MOVE NETPAY-DEPARTMENT TO PAYHIST-DEPARTMENT.
       MOVE NETPAY-PREMIUM-HOURS TO PAYHIST-PREMIUM-HOURS.
       MOVE NETPAY-OVERTIME-HOURS TO PAYHIST-OVERTIME-HOURS.
       MOVE NETPAY-GROSS TO PAYHIST-GROSS.
       MOVE NETPAY-TAXABLE TO PAYHIST-TAXABLE.
       MOVE NETPAY-INCOME-TAX TO PAYHIST-INCOME-TAX.
       MOVE NETPAY-SOCIAL-TAX TO PAYHIST-SOCIAL-TAX.
       MOVE NETPAY-GARNISHMENTS TO PAYHIST-GARNISHMENTS.
       MOVE NETPAY-DEDUCTIONS TO PAYHIST-DEDUCTIONS.
       MOVE NETPAY-NET TO PAYHIST-NET.
       MOVE "N" TO ALREADY-POSTED.
       WRITE PAY-HISTORY-RECORD
           INVALID KEY
               MOVE "Y" TO ALREADY-POSTED
       END-WRITE.

      *Done for a skipped employee too, so a posting interrupted
      *between the history and the one-time file still finishes.
       MARK-THE-ONE-TIMES-PAID.
       MOVE NETPAY-EMPLOYEE-ID TO ONETIME-EMPLOYEE-ID.
       MOVE ZERO TO ONETIME-SEQUENCE.
       START ONE-TIME-PAY-FILE
           KEY IS NOT LESS THAN ONETIME-KEY
           INVALID KEY
               GO TO MARK-THE-ONE-TIMES-PAID-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-ONE-TIMES.
       PERFORM MARK-ONE-ONE-TIME
           UNTIL DONE-WITH-ONE-TIMES = "Y".
       MARK-THE-ONE-TIMES-PAID-EXIT.
       EXIT.

       MARK-ONE-ONE-TIME.
       READ ONE-TIME-PAY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-ONE-TIMES
       END-READ.
       IF DONE-WITH-ONE-TIMES = "N"
           IF ONETIME-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-ONE-TIMES
           ELSE
               IF ONETIME-APPROVED
                   AND ONETIME-PAY-PERIOD = POSTING-PERIOD
                   MOVE "D" TO ONETIME-STATUS
                   MOVE NETPAY-PAY-DATE TO ONETIME-PAY-DATE
                   REWRITE ONE-TIME-PAY-RECORD
                       INVALID KEY
                           DISPLAY "Error marking one-time payment "
                               ONETIME-EMPLOYEE-ID "/"
                               ONETIME-SEQUENCE " paid."
                   END-REWRITE
               END-IF
           END-IF.

      *Done for a skipped employee too, for the same reason.
       MARK-THE-RELEASES-PAID.
       MOVE NETPAY-EMPLOYEE-ID TO OTHELD-EMPLOYEE-ID.
       MOVE ZERO TO OTHELD-WEEK-START.
       START OVERTIME-HELD-FILE
           KEY IS NOT LESS THAN OTHELD-KEY
           INVALID KEY
               GO TO MARK-THE-RELEASES-PAID-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-RELEASES.
       PERFORM MARK-ONE-RELEASE
           UNTIL DONE-WITH-RELEASES = "Y".
       MARK-THE-RELEASES-PAID-EXIT.
       EXIT.

       MARK-ONE-RELEASE.
       READ OVERTIME-HELD-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-RELEASES
       END-READ.
       IF DONE-WITH-RELEASES = "N"
           IF OTHELD-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-RELEASES
           ELSE
               IF OTHELD-RELEASED
                   AND OTHELD-PAY-PERIOD = POSTING-PERIOD
                   MOVE "D" TO OTHELD-STATUS
                   MOVE NETPAY-PAY-DATE TO OTHELD-PAY-DATE
                   REWRITE OVERTIME-HELD-RECORD
                       INVALID KEY
                           DISPLAY "Error marking released overtime "
                               OTHELD-EMPLOYEE-ID "/"
                               OTHELD-WEEK-START " paid."
                   END-REWRITE
               END-IF
           END-IF.

      *The employee's installment lines, each taken off its loan.
      *Done for a skipped employee too; the loan remembers the last
      *period taken off it, so nothing comes off twice.
       DECLINE-THE-LOANS.
       MOVE NETPAY-EMPLOYEE-ID TO PAYLINE-EMPLOYEE-ID.
       MOVE ZERO TO PAYLINE-SEQUENCE.
       START PAY-LINE-FILE
           KEY IS NOT LESS THAN PAYLINE-KEY
           INVALID KEY
               GO TO DECLINE-THE-LOANS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-LINES.
       PERFORM DECLINE-FOR-ONE-PAY-LINE
           UNTIL DONE-WITH-LINES = "Y".
       DECLINE-THE-LOANS-EXIT.
       EXIT.

       DECLINE-FOR-ONE-PAY-LINE.
       READ PAY-LINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LINES
       END-READ.
       IF DONE-WITH-LINES = "N"
           IF PAYLINE-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-LINES
           ELSE
               IF PAYLINE-LOAN AND PAYLINE-AMOUNT > ZERO
                   PERFORM DECLINE-ONE-LOAN
                       THRU DECLINE-ONE-LOAN-EXIT
               END-IF
           END-IF.

      *Never below zero: the final installment takes only what is
      *left, and the loan closes itself.
       DECLINE-ONE-LOAN.
       MOVE NETPAY-EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
       MOVE PAYLINE-CODE(5:3) TO LOAN-NUMBER.
       READ LOAN-FILE RECORD
           INVALID KEY
               DISPLAY "Installment for loan " PAYLINE-CODE
                   " of " NETPAY-EMPLOYEE-ID " - loan not on file."
               GO TO DECLINE-ONE-LOAN-EXIT
       END-READ.
       IF LOAN-LAST-PERIOD NOT < POSTING-PERIOD
           GO TO DECLINE-ONE-LOAN-EXIT.
       MOVE PAYLINE-AMOUNT TO POSTED-AMOUNT.
       IF POSTED-AMOUNT > LOAN-REMAINING
           MOVE LOAN-REMAINING TO POSTED-AMOUNT.
       SUBTRACT POSTED-AMOUNT FROM LOAN-REMAINING.
       IF LOAN-REMAINING = ZERO
           MOVE "R" TO LOAN-STATUS
           ADD 1 TO LOANS-REPAID.
       MOVE POSTING-PERIOD TO LOAN-LAST-PERIOD.
       ADD 1 TO LOAN-LAST-ENTRY.
       REWRITE LOAN-RECORD
           INVALID KEY
               DISPLAY "Error updating loan " LOAN-NUMBER " of "
                   LOAN-EMPLOYEE-ID "."
               GO TO DECLINE-ONE-LOAN-EXIT
       END-REWRITE.
       MOVE SPACES TO LOAN-LEDGER-RECORD.
       MOVE LOAN-EMPLOYEE-ID TO LOANLEDG-EMPLOYEE-ID.
       MOVE LOAN-NUMBER TO LOANLEDG-LOAN-NUMBER.
       MOVE LOAN-LAST-ENTRY TO LOANLEDG-ENTRY.
       MOVE NETPAY-PAY-DATE TO LOANLEDG-DATE.
       MOVE POSTING-PERIOD TO LOANLEDG-PERIOD.
       MOVE "I" TO LOANLEDG-KIND.
       MOVE POSTED-AMOUNT TO LOANLEDG-AMOUNT.
       MOVE LOAN-REMAINING TO LOANLEDG-BALANCE.
       MOVE "EmployeePayRunPosting" TO LOANLEDG-BY.
       WRITE LOAN-LEDGER-RECORD
           INVALID KEY
               DISPLAY "Error writing the ledger for loan "
                   LOAN-NUMBER " of " LOAN-EMPLOYEE-ID "."
       END-WRITE.
       DECLINE-ONE-LOAN-EXIT.
       EXIT.

      *The employee's plan lines for the period, added to the plan
      *totals and queued for the remittance file. Done for a skipped
      *employee too; the enrollment remembers the last period added
      *into it, so nothing is added twice.
       POST-THE-PENSION.
       MOVE ZERO TO PERIOD-EMPLOYEE-PENSION PERIOD-EMPLOYER-PENSION.
       MOVE NETPAY-EMPLOYEE-ID TO PAYLINE-EMPLOYEE-ID.
       MOVE ZERO TO PAYLINE-SEQUENCE.
       START PAY-LINE-FILE
           KEY IS NOT LESS THAN PAYLINE-KEY
           INVALID KEY
               GO TO POST-THE-PENSION-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-LINES.
       PERFORM ADD-ONE-PENSION-LINE
           UNTIL DONE-WITH-LINES = "Y".
       IF PERIOD-EMPLOYEE-PENSION = ZERO
           AND PERIOD-EMPLOYER-PENSION = ZERO
           GO TO POST-THE-PENSION-EXIT.
       MOVE NETPAY-EMPLOYEE-ID TO PENENR-EMPLOYEE-ID.
       READ PENSION-ENROLL-FILE RECORD
           INVALID KEY
               DISPLAY "Plan contribution for " NETPAY-EMPLOYEE-ID
                   " - enrollment not on file."
               GO TO POST-THE-PENSION-EXIT
       END-READ.
       IF PENENR-LAST-PERIOD NOT < POSTING-PERIOD
           GO TO POST-THE-PENSION-EXIT.
       ADD PERIOD-EMPLOYEE-PENSION TO PENENR-EMPLOYEE-TOTAL.
       ADD PERIOD-EMPLOYER-PENSION TO PENENR-EMPLOYER-TOTAL.
       MOVE POSTING-PERIOD TO PENENR-LAST-PERIOD.
       REWRITE PENSION-ENROLL-RECORD
           INVALID KEY
               DISPLAY "Error updating the plan enrollment for "
                   PENENR-EMPLOYEE-ID "."
               GO TO POST-THE-PENSION-EXIT
       END-REWRITE.
       MOVE SPACES TO PENSION-CONTRIB-RECORD.
       MOVE NETPAY-EMPLOYEE-ID TO PENCON-EMPLOYEE-ID.
       MOVE POSTING-PERIOD TO PENCON-PERIOD.
       MOVE NETPAY-PAY-DATE TO PENCON-PAY-DATE.
       MOVE PERIOD-EMPLOYEE-PENSION TO PENCON-EMPLOYEE-AMOUNT.
       MOVE PERIOD-EMPLOYER-PENSION TO PENCON-EMPLOYER-AMOUNT.
       MOVE ZERO TO PENCON-REMIT-DATE.
       WRITE PENSION-CONTRIB-RECORD
           INVALID KEY
               DISPLAY "Plan contribution for " NETPAY-EMPLOYEE-ID
                   " period " POSTING-PERIOD " already queued."
       END-WRITE.
       POST-THE-PENSION-EXIT.
       EXIT.

       ADD-ONE-PENSION-LINE.
       READ PAY-LINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LINES
       END-READ.
       IF DONE-WITH-LINES = "N"
           IF PAYLINE-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-LINES
           ELSE
               IF PAYLINE-PENSION
                   ADD PAYLINE-AMOUNT TO PERIOD-EMPLOYEE-PENSION
               END-IF
               IF PAYLINE-EMPLOYER-MATCH
                   ADD PAYLINE-AMOUNT TO PERIOD-EMPLOYER-PENSION
               END-IF
           END-IF.

       ADD-TO-THE-ACCUMULATOR.
       MOVE NETPAY-EMPLOYEE-ID TO ACCUM-EMPLOYEE-ID.
       MOVE POSTING-YEAR TO ACCUM-YEAR.
       MOVE POSTING-QUARTER TO ACCUM-QUARTER.
       MOVE "Y" TO RECORD-FOUND.
       READ ACCUMULATOR-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           PERFORM START-A-NEW-QUARTER
       ELSE
           IF ACCUM-LAST-PERIOD NOT < POSTING-PERIOD
               MOVE "Y" TO ALREADY-POSTED
               GO TO ADD-TO-THE-ACCUMULATOR-EXIT
           END-IF.
       ADD NETPAY-GROSS TO ACCUM-GROSS.
       ADD NETPAY-TAXABLE TO ACCUM-TAXABLE.
       ADD NETPAY-INCOME-TAX TO ACCUM-INCOME-TAX.
       ADD NETPAY-SOCIAL-TAX TO ACCUM-SOCIAL-TAX.
       ADD NETPAY-GARNISHMENTS TO ACCUM-GARNISHMENTS.
       ADD NETPAY-DEDUCTIONS TO ACCUM-DEDUCTIONS.
       ADD NETPAY-NET TO ACCUM-NET.
       ADD 1 TO ACCUM-PAY-RUNS.
       MOVE POSTING-PERIOD TO ACCUM-LAST-PERIOD.
       PERFORM ADD-THE-DEDUCTION-CODES
           THRU ADD-THE-DEDUCTION-CODES-EXIT.
       IF RECORD-FOUND = "N"
           WRITE ACCUMULATOR-RECORD
               INVALID KEY
                   DISPLAY "Error writing the accumulator for "
                       ACCUM-EMPLOYEE-ID "."
           END-WRITE
       ELSE
           REWRITE ACCUMULATOR-RECORD
               INVALID KEY
                   DISPLAY "Error updating the accumulator for "
                       ACCUM-EMPLOYEE-ID "."
           END-REWRITE.
       ADD-TO-THE-ACCUMULATOR-EXIT.
       EXIT.

       START-A-NEW-QUARTER.
       MOVE ZERO TO ACCUM-GROSS ACCUM-TAXABLE ACCUM-INCOME-TAX
           ACCUM-SOCIAL-TAX ACCUM-GARNISHMENTS ACCUM-DEDUCTIONS
           ACCUM-NET ACCUM-PAY-RUNS ACCUM-LAST-PERIOD
           ACCUM-CODE-COUNT.
       MOVE 1 TO CODE-INDEX.
       PERFORM CLEAR-ONE-CODE-ENTRY
           UNTIL CODE-INDEX > 15.

       CLEAR-ONE-CODE-ENTRY.
       MOVE SPACES TO ACCUM-CODE(CODE-INDEX).
       MOVE ZERO TO ACCUM-CODE-AMOUNT(CODE-INDEX).
       ADD 1 TO CODE-INDEX.

      *The employee's deduction lines for the period, each added to
      *its code's running total; loan installments all go under
      *LOAN, retirement plan contributions under PENS, and benefit
      *premiums under their plan code. The employer's match was
      *never taken out of pay, so it has no place here.
       ADD-THE-DEDUCTION-CODES.
       MOVE NETPAY-EMPLOYEE-ID TO PAYLINE-EMPLOYEE-ID.
       MOVE ZERO TO PAYLINE-SEQUENCE.
       START PAY-LINE-FILE
           KEY IS NOT LESS THAN PAYLINE-KEY
           INVALID KEY
               GO TO ADD-THE-DEDUCTION-CODES-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-LINES.
       PERFORM ADD-ONE-PAY-LINE
           UNTIL DONE-WITH-LINES = "Y".
       ADD-THE-DEDUCTION-CODES-EXIT.
       EXIT.

       ADD-ONE-PAY-LINE.
       READ PAY-LINE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-LINES
       END-READ.
       IF DONE-WITH-LINES = "N"
           IF PAYLINE-EMPLOYEE-ID NOT = NETPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-LINES
           ELSE
               IF (PAYLINE-DEDUCTION OR PAYLINE-LOAN
                   OR PAYLINE-PENSION OR PAYLINE-PREMIUM)
                   AND PAYLINE-AMOUNT > ZERO
                   PERFORM ADD-TO-THE-CODE-ENTRY
               END-IF
           END-IF.

       ADD-TO-THE-CODE-ENTRY.
       MOVE PAYLINE-CODE TO ENTRY-CODE.
       MOVE "N" TO CODE-WAS-FOUND.
       MOVE 1 TO CODE-INDEX.
       PERFORM LOOK-FOR-CODE-ENTRY
           UNTIL CODE-WAS-FOUND = "Y"
               OR CODE-INDEX > ACCUM-CODE-COUNT.
       IF CODE-WAS-FOUND = "N"
           IF ACCUM-CODE-COUNT < 15
               ADD 1 TO ACCUM-CODE-COUNT
               MOVE ACCUM-CODE-COUNT TO CODE-INDEX
               MOVE ENTRY-CODE TO ACCUM-CODE(CODE-INDEX)
               MOVE ZERO TO ACCUM-CODE-AMOUNT(CODE-INDEX)
               MOVE "Y" TO CODE-WAS-FOUND
           ELSE
               DISPLAY "More than 15 deduction codes for "
                   NETPAY-EMPLOYEE-ID " - code " ENTRY-CODE
                   " kept in the total only."
           END-IF
       END-IF.
       IF CODE-WAS-FOUND = "Y"
           ADD PAYLINE-AMOUNT TO ACCUM-CODE-AMOUNT(CODE-INDEX).

       LOOK-FOR-CODE-ENTRY.
       IF ACCUM-CODE(CODE-INDEX) = ENTRY-CODE
           MOVE "Y" TO CODE-WAS-FOUND
       ELSE
           ADD 1 TO CODE-INDEX.

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "Y" TO END-OF-NET-PAY.

       END PROGRAM EmployeePayRunPosting.
